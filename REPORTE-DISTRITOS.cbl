      *     fecha de emision, numero de pagina y encabezados de
      *     columna repetidos cada 60 lineas; la salida por pantalla
      *     se mantiene para consultas rapidas.
      *   - PROVINCIAS-ARCHIVO y DISTRITOS-ARCHIVO pasan a ser
      *     indexados: los nombres de provincia y distrito se leen por
      *     clave en lugar de recorrer los archivos.
      *   - Puede correr como paso de CORRIDA-NOCTURNA: deja en
      *     pasonocturno.dat las escuelas informadas y las paginas, y
      *     termina con codigo de retorno 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DISTRITOS.

           SELECT OPTIONAL PROVINCIAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\provincias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROVINCIAS-CODIGO.

           SELECT OPTIONAL DISTRITOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISTRITOS-CLAVE.

           SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listdistritos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS-ARCHIVO.

       FD DISTRITOS-ARCHIVO.
           01 DISTRITOS-REGISTRO.
               05 DISTRITOS-CLAVE.
                   10 DISTRITOS-CODIGO-PROVINCIA PIC X.
                   10 DISTRITOS-CODIGO PIC 9(2).
               05 DISTRITOS-NOMBRE PIC X(20).
               05 DISTRITOS-ESTADO PIC X.
                   88 DISTRITO-RETIRADO VALUE "R".

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(110).

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
       01  NOMBRE-HALLADO-SW PIC X.
           88 NOMBRE-HALLADO VALUE "S".
       01  HAY-DATOS-SW PIC X.
       01  FECHA-LISTADO PIC X(8).
       01  CONTADOR-LINEAS PIC 9(3) VALUE 0.
       01  CONTADOR-PAGINAS PIC 9(3) VALUE 0.
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
           DISPLAY "El listado quedo en listdistritos.dat.".
           MOVE GRAN-TOTAL-ESCUELAS TO NOCTURNO-LEIDOS.
           MOVE GRAN-TOTAL-ESCUELAS TO NOCTURNO-PROCESADOS.
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

       ABRIR-DISTRICTO.
           MOVE ESCUELAS-DISTRICTO TO DISTRICTO-ACTUAL.

       BUSCAR-NOMBRE-DISTRICTO.
           MOVE "N" TO NOMBRE-HALLADO-SW.
           MOVE "(SIN NOMBRE)" TO NOMBRE-DISTRICTO.
           OPEN INPUT DISTRITOS-ARCHIVO.
           MOVE PROVINCIA-ACTUAL TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE DISTRICTO-ACTUAL TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO NOMBRE-HALLADO-SW
               NOT INVALID KEY
                   MOVE DISTRITOS-NOMBRE TO NOMBRE-DISTRICTO
                   MOVE "S" TO NOMBRE-HALLADO-SW
           END-READ.
           CLOSE DISTRITOS-ARCHIVO.

       CERRAR-DISTRICTO.
           MOVE SPACE TO LINEA-REPORTE.
               "  COMEDOR:" GRAN-TOTAL-COMEDOR
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
                   IF PASO-PROGRAMA = "REPORTE-DISTRITOS"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "REPORTE-DISTRITOS" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM REPORTE-DISTRITOS.
