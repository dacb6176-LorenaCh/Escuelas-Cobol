      *     filtros usados, numero de pagina y encabezados repetidos
      *     cada 60 lineas; la salida por pantalla se mantiene para
      *     consultas rapidas.
      *   - IDENTIDAD-ARCHIVO pasa a ser indexado por la clave de la
      *     escuela: el nombre de la escuela se lee por clave en
      *     lugar de recorrer el archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-TENDENCIAS.

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE.

           SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listtendencias.dat"
       01  MARCA-LINEA PIC X(16).
       01  LINEA-REPORTE PIC X(80).
       01  ENTRADAS-DESBORDADAS PIC 9(5) VALUE 0.
       01  IDENTIDAD-HALLADA-SW PIC X.
           88 IDENTIDAD-HALLADA VALUE "S".
       01  CLAVE-CONSULTADA PIC X(5).
           STRING FILTRO-PROVINCIA FILTRO-DISTRICTO FILTRO-ESCUELA
               DELIMITED BY SIZE INTO CLAVE-CONSULTADA.
           MOVE "N" TO IDENTIDAD-HALLADA-SW.
           MOVE "(SIN NOMBRE)" TO NOMBRE-ESCUELA.
           OPEN INPUT IDENTIDAD-ARCHIVO.
           MOVE CLAVE-CONSULTADA TO IDENTIDAD-CLAVE.
           READ IDENTIDAD-ARCHIVO
               INVALID KEY
                   MOVE "N" TO IDENTIDAD-HALLADA-SW
               NOT INVALID KEY
                   MOVE IDENTIDAD-NOMBRE TO NOMBRE-ESCUELA
                   MOVE "S" TO IDENTIDAD-HALLADA-SW
           END-READ.
           CLOSE IDENTIDAD-ARCHIVO.

       SUMAR-CICLO.
           IF TD-CICLO (INDICE-DETALLE) = TC-CICLO (INDICE-CICLOS)
