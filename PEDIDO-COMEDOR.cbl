      *          Reemplaza la suma a mano desde las pantallas de
      *          informe que pedia la oficina del programa alimentario.
      * Tectonics: cobc
      * Modificaciones:
      *   - PROVINCIAS-ARCHIVO y DISTRITOS-ARCHIVO pasan a ser
      *     indexados: los nombres se leen por clave con los maestros
      *     abiertos durante la corrida, sin cargarlos en tablas.
      *   - El pedido se emite para un periodo (AAAAMM) que se ingresa
      *     y las raciones pedidas de cada escuela activa quedan
      *     grabadas en pedidas.dat, indexado por periodo y clave,
      *     para que REPORTE-COMEDOR concilie contra lo que realmente
      *     se pidio aunque ESCUELAS-COMEDOR cambie despues. Volver a
      *     emitir un periodo reemplaza lo grabado para ese periodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-COMEDOR.

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

           SELECT OPTIONAL PEDIDO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pedidocomedor.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PEDIDAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pedidas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDAS-CLAVE
           FILE STATUS IS PEDIDAS-STATUS.
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

       FD PEDIDO-ARCHIVO.
           01 PEDIDO-LINEA PIC X(90).

       FD PEDIDAS-ARCHIVO.
           01 PEDIDAS-REGISTRO.
               05 PEDIDAS-CLAVE.
                   10 PEDIDAS-PERIODO PIC 9(6).
                   10 PEDIDAS-CODIGO-PROVINCIA PIC X.
                   10 PEDIDAS-DISTRICTO PIC 9(2).
                   10 PEDIDAS-CODIGO-ESCUELA PIC 99.
               05 PEDIDAS-RACIONES PIC 9(7).
               05 PEDIDAS-FECHA PIC X(8).
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-PERIODO PIC X(40)
           VALUE "Ingrese el periodo del pedido (AAAAMM)".
       01  PERIODO-ENTRADO PIC X(6).
       01  PERIODO-PEDIDO PIC 9(6) VALUE 0.
       01  PERIODO-VALIDO-SW PIC X.
           88 PERIODO-VALIDO VALUE "S".
       01  PEDIDAS-STATUS PIC XX.
           88 PEDIDAS-STATUS-NO-EXISTE VALUE "35".
       01  PEDIDAS-FIN-SW PIC X.
           88 PEDIDAS-FIN VALUE "S".
       01  CONTADOR-REEMPLAZADAS PIC 9(5) VALUE 0.
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  HAY-DATOS-SW PIC X.
           88 HAY-DATOS VALUE "S".
       01  FECHA-PEDIDO PIC X(8).
       01  PROVINCIA-ACTUAL PIC X.
       01  DISTRICTO-ACTUAL PIC 9(2).
       01  NOMBRE-PROVINCIA PIC X(20).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM OBTENER-PERIODO.
           IF PERIODO-VALIDO
               PERFORM EMITIR-PEDIDO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       OBTENER-PERIODO.
           MOVE "N" TO PERIODO-VALIDO-SW.
           DISPLAY IDENTIFICADOR-PERIODO.
           ACCEPT PERIODO-ENTRADO.
           IF PERIODO-ENTRADO IS NUMERIC
               AND PERIODO-ENTRADO (5:2) >= "01"
               AND PERIODO-ENTRADO (5:2) <= "12"
               MOVE PERIODO-ENTRADO TO PERIODO-PEDIDO
               MOVE "S" TO PERIODO-VALIDO-SW
           ELSE
               DISPLAY "Periodo invalido. Use AAAAMM."
           END-IF.

       EMITIR-PEDIDO.
           ACCEPT FECHA-PEDIDO FROM DATE YYYYMMDD.
           OPEN INPUT PROVINCIAS-ARCHIVO.
           OPEN INPUT DISTRITOS-ARCHIVO.
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN OUTPUT PEDIDO-ARCHIVO.
           OPEN I-O PEDIDAS-ARCHIVO.
           IF PEDIDAS-STATUS-NO-EXISTE
               OPEN OUTPUT PEDIDAS-ARCHIVO
               CLOSE PEDIDAS-ARCHIVO
               OPEN I-O PEDIDAS-ARCHIVO
           END-IF.
           PERFORM BORRAR-PERIODO.
           PERFORM ESCRIBIR-CABECERA.
           MOVE "N" TO ESCUELAS-EOF-SW.
           MOVE "N" TO HAY-DATOS-SW.
           PERFORM ESCRIBIR-TOTAL-GENERAL.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE PEDIDO-ARCHIVO.
           CLOSE PROVINCIAS-ARCHIVO.
           CLOSE DISTRITOS-ARCHIVO.
           CLOSE PEDIDAS-ARCHIVO.
           IF CONTADOR-REEMPLAZADAS > 0
               DISPLAY "Se reemplazo el pedido grabado del periodo ("
                   CONTADOR-REEMPLAZADAS " escuelas)."
           END-IF.
           DISPLAY "El pedido quedo en pedidocomedor.dat.".

      * Un pedido emitido de nuevo para el mismo periodo reemplaza el
      * anterior, igual que la recarga de un periodo en CARGA-COMEDOR.
       BORRAR-PERIODO.
           MOVE "N" TO PEDIDAS-FIN-SW.
           PERFORM BORRAR-PEDIDA
           UNTIL PEDIDAS-FIN.

       BORRAR-PEDIDA.
           MOVE LOW-VALUES TO PEDIDAS-CLAVE.
           MOVE PERIODO-PEDIDO TO PEDIDAS-PERIODO.
           START PEDIDAS-ARCHIVO KEY IS NOT LESS THAN PEDIDAS-CLAVE
               INVALID KEY
                   MOVE "S" TO PEDIDAS-FIN-SW
           END-START.
           IF NOT PEDIDAS-FIN
               READ PEDIDAS-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO PEDIDAS-FIN-SW
               END-READ
           END-IF.
           IF NOT PEDIDAS-FIN
               IF PEDIDAS-PERIODO NOT = PERIODO-PEDIDO
                   MOVE "S" TO PEDIDAS-FIN-SW
               ELSE
                   DELETE PEDIDAS-ARCHIVO
                       INVALID KEY
                           MOVE "S" TO PEDIDAS-FIN-SW
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-REEMPLAZADAS
                   END-DELETE
               END-IF
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE SPACE TO PEDIDO-LINEA.
           STRING "PEDIDO DE RACIONES DE COMEDOR POR DISTRITO  "
               "PERIODO: " PERIODO-ENTRADO "  FECHA: " FECHA-PEDIDO
               DELIMITED BY SIZE INTO PEDIDO-LINEA.
           WRITE PEDIDO-LINEA.
           DISPLAY PEDIDO-LINEA.
           END-IF.
           ADD 1 TO DIST-ESCUELAS.
           ADD ESCUELAS-COMEDOR TO DIST-RACIONES.
           PERFORM GRABAR-PEDIDA.

       GRABAR-PEDIDA.
           MOVE PERIODO-PEDIDO TO PEDIDAS-PERIODO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PEDIDAS-CODIGO-PROVINCIA.
           MOVE ESCUELAS-DISTRICTO TO PEDIDAS-DISTRICTO.
           MOVE ESCUELAS-CODIGO TO PEDIDAS-CODIGO-ESCUELA.
           MOVE ESCUELAS-COMEDOR TO PEDIDAS-RACIONES.
           MOVE FECHA-PEDIDO TO PEDIDAS-FECHA.
           WRITE PEDIDAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el pedido de la escuela "
                       ESCUELAS-CLAVE
           END-WRITE.

       ABRIR-DISTRICTO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIA-ACTUAL.
           PERFORM BUSCAR-NOMBRE-DISTRICTO.

       BUSCAR-NOMBRE-PROVINCIA.
           MOVE PROVINCIA-ACTUAL TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   MOVE "(SIN NOMBRE)" TO NOMBRE-PROVINCIA
               NOT INVALID KEY
                   MOVE PROVINCIAS-NOMBRE TO NOMBRE-PROVINCIA
           END-READ.

       BUSCAR-NOMBRE-DISTRICTO.
           MOVE PROVINCIA-ACTUAL TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE DISTRICTO-ACTUAL TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "(SIN NOMBRE)" TO NOMBRE-DISTRICTO
               NOT INVALID KEY
                   MOVE DISTRITOS-NOMBRE TO NOMBRE-DISTRICTO
           END-READ.

       CERRAR-DISTRICTO.
           MOVE SPACE TO PEDIDO-LINEA.
