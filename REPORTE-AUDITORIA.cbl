      *     filtros usados, numero de pagina y encabezados repetidos
      *     cada 60 lineas; la salida por pantalla se mantiene para
      *     consultas rapidas.
      *   - Las entradas de doble control (SOLICITA, APRUEBA,
      *     RECHAZA y los MODIFICA/BAJA aplicados con APROBAR-CAMBIOS)
      *     traen un segundo operador; se lista al lado de la clave y
      *     el filtro por operador incluye tambien las entradas donde
      *     figura como segundo operador. La depuracion conserva el
      *     campo nuevo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-AUDITORIA.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.

           SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listauditoria.dat"
               05 AUDITORIA-OPERADOR PIC X(10).
               05 AUDITORIA-OPERACION PIC X(10).
               05 AUDITORIA-CLAVE PIC X(5).
               05 AUDITORIA-SEGUNDO-OPERADOR PIC X(10).

       FD HISTORICO-ARCHIVO.
           01 HISTORICO-REGISTRO PIC X(51).

       FD TRABAJO-ARCHIVO.
           01 TRABAJO-REGISTRO PIC X(51).

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO-SW.
           MOVE ZERO TO OPERADOR-NIVEL.
           OPEN INPUT OPERADORES-ARCHIVO.
           MOVE OPERADOR TO OPERADORES-CODIGO.
           READ OPERADORES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO OPERADOR-VALIDO-SW
               NOT INVALID KEY
                   IF NOT OPERADOR-RETIRADO
                       MOVE "S" TO OPERADOR-VALIDO-SW
                       MOVE OPERADORES-NIVEL TO OPERADOR-NIVEL
                   END-IF
           END-READ.
           CLOSE OPERADORES-ARCHIVO.

       CONSULTAR-AUDITORIA.
           ACCEPT FECHA-LISTADO FROM DATE YYYYMMDD.
           PERFORM GRABAR-LINEA.
           MOVE "=================================" TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "FECHA    HORA     OPERADOR   OPERACION  CLAVE 2DO OPER"
               TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE 4 TO CONTADOR-LINEAS.
           ACCEPT FILTRO-FECHA-HASTA.
           DISPLAY "Operador (vacio = todos):".
           ACCEPT FILTRO-OPERADOR.
           DISPLAY "Operacion ALTA/MODIFICA/BAJA/SOLICITA/APRUEBA/"
               "RECHAZA (vacio = todas):".
           ACCEPT FILTRO-OPERACION.
           DISPLAY "Clave de escuela (vacio = todas):".
           ACCEPT FILTRO-CLAVE.
           END-IF.
           IF FILTRO-OPERADOR NOT = SPACE
               AND AUDITORIA-OPERADOR NOT = FILTRO-OPERADOR
               AND AUDITORIA-SEGUNDO-OPERADOR NOT = FILTRO-OPERADOR
               MOVE "N" TO REGISTRO-INCLUIDO-SW
           END-IF.
           IF FILTRO-OPERACION NOT = SPACE
               " " AUDITORIA-OPERADOR
               " " AUDITORIA-OPERACION
               " " AUDITORIA-CLAVE
               " " AUDITORIA-SEGUNDO-OPERADOR
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

