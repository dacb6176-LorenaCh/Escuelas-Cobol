      *     titulo, fecha de emision, numero de pagina y encabezados
      *     de columna repetidos cada 60 lineas; la salida por
      *     pantalla se mantiene para consultas rapidas.
      *   - PROVINCIAS-ARCHIVO pasa a ser indexado por codigo: el
      *     nombre de la provincia se lee por clave; el listado de
      *     provincias sin escuelas lo recorre en orden de codigo.
      *   - Puede correr como paso de CORRIDA-NOCTURNA: deja en
      *     pasonocturno.dat las escuelas leidas y las paginas, y
      *     termina con codigo de retorno 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PROVINCIAS.

           SELECT OPTIONAL PROVINCIAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\provincias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROVINCIAS-CODIGO.

           SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listprovincias.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS-ARCHIVO.

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(90).

       FD PASO-ARCHIVO.
           01 PASO-REGISTRO.
               05 PASO-PROGRAMA PIC X(20).
               05 PASO-OPERADOR PIC X(10).
               05 PASO-MODO PIC X.
               05 PASO-ORIGEN PIC X.
               05 PASO-VALOR PIC 9(3).
               05 PASO-LIMITE PIC 9(5).
               05 PASO-LEIDOS PIC 9(7).
               05 PASO-PROCESADOS PIC 9(7).
               05 PASO-RECHAZADOS PIC 9(7).
               05 PASO-RESULTADO PIC X.
               05 PASO-MENSAJE PIC X(40).
       WORKING-STORAGE SECTION.
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
           88 CODIGO-IMPRESO VALUE "S".
       01  TABLA-IMPRESAS.
           05 TI-CODIGO PIC X OCCURS 256 TIMES.
       01  CORRIDA-NOCTURNA-SW PIC X VALUE "N".
           88 CORRIDA-NOCTURNA VALUE "S".
       01  NOCTURNO-LEIDOS PIC 9(7) VALUE 0.
       01  NOCTURNO-PROCESADOS PIC 9(7) VALUE 0.
       01  NOCTURNO-RECHAZADOS PIC 9(7) VALUE 0.
       01  NOCTURNO-RESULTADO PIC X VALUE "C".
           88 NOCTURNO-FALLIDO VALUE "F".
       01  NOCTURNO-MENSAJE PIC X(40) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LEER-PASO-NOCTURNO.
           ACCEPT FECHA-LISTADO FROM DATE YYYYMMDD.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM ENCABEZADO-PAGINA.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "El listado quedo en listprovincias.dat.".
           STRING "PAGINAS " CONTADOR-PAGINAS
               DELIMITED BY SIZE INTO NOCTURNO-MENSAJE.
           IF NOCTURNO-FALLIDO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF CORRIDA-NOCTURNA
               PERFORM GRABAR-PASO-NOCTURNO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   ADD 1 TO NOCTURNO-LEIDOS
                   IF ESCUELAS-ACTIVA
                       ADD 1 TO NOCTURNO-PROCESADOS
                       PERFORM ACUMULAR-ESCUELA
                   END-IF
           END-READ.

       BUSCAR-NOMBRE-PROVINCIA.
           MOVE "N" TO NOMBRE-HALLADO-SW.
           MOVE "(SIN NOMBRE)" TO NOMBRE-PROVINCIA.
           OPEN INPUT PROVINCIAS-ARCHIVO.
           MOVE PROVINCIA-ACTUAL TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO NOMBRE-HALLADO-SW
               NOT INVALID KEY
                   MOVE PROVINCIAS-NOMBRE TO NOMBRE-PROVINCIA
                   MOVE "S" TO NOMBRE-HALLADO-SW
           END-READ.
           CLOSE PROVINCIAS-ARCHIVO.

       CERRAR-PROVINCIA.
           MOVE SPACE TO LINEA-REPORTE.
           CLOSE PROVINCIAS-ARCHIVO.

       REVISAR-PROVINCIA-MAESTRO.
           READ PROVINCIAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO PROVINCIAS-EOF-SW
               NOT AT END
               PROVINCIAS-SIN-NOMBRE
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

      * Corrida desde CORRIDA-NOCTURNA: los datos del paso se toman de
      * pasonocturno.dat en lugar de pedirlos, y al terminar se deja
      * alli el resultado con los contadores.
       LEER-PASO-NOCTURNO.
           MOVE "N" TO CORRIDA-NOCTURNA-SW.
           OPEN INPUT PASO-ARCHIVO.
           READ PASO-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   IF PASO-PROGRAMA = "REPORTE-PROVINCIAS"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "REPORTE-PROVINCIAS" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM REPORTE-PROVINCIAS.
