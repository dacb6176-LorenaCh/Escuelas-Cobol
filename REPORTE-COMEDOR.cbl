      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion mensual del comedor para la oficina del
      *          programa alimentario, antes de conformar la factura
      *          del proveedor. Para el periodo (AAAAMM) que se
      *          ingresa, recorre ESCUELAS-ARCHIVO en orden de clave y
      *          pone lado a lado, por escuela y por distrito, las
      *          raciones pedidas (las que grabo PEDIDO-COMEDOR para
      *          el periodo en pedidas.dat), las entregadas
      *          segun los remitos y las servidas segun las escuelas,
      *          tomadas de RACIONES-ARCHIVO (ver CARGA-COMEDOR), con
      *          las diferencias contra lo pedido. Marca:
      *            ENTREGA INCOMPLETA    entregado menor que lo pedido
      *            SIRVE MAS QUE COMEDOR servido mayor que
      *                                  ESCUELAS-COMEDOR
      *            ENTREGA A INACTIVA    remitos a una escuela inactiva
      *            ESCUELA INEXISTENTE   raciones cargadas con una
      *                                  clave que ya no esta en
      *                                  ESCUELAS-ARCHIVO
      *          Si el proveedor entrego a nivel distrito, esa entrega
      *          se muestra en la linea del distrito y la entrega
      *          incompleta se evalua sobre el total del distrito.
      *          Escribe listcomedor.dat con titulo, fecha, pagina y
      *          encabezados repetidos cada 60 lineas.
      * Tectonics: cobc
      * Modificaciones:
      *   - PROVINCIAS-ARCHIVO y DISTRITOS-ARCHIVO pasan a ser
      *     indexados: los nombres de provincia y distrito se leen por
      *     clave en lugar de recorrer los archivos.
      *   - Las raciones pedidas se toman de pedidas.dat, grabado por
      *     PEDIDO-COMEDOR al emitir el pedido del periodo, en lugar
      *     de recalcularlas con el ESCUELAS-COMEDOR actual, que
      *     puede haber cambiado despues del pedido. Si el periodo no
      *     tiene pedido grabado se avisa en el encabezado y se usa
      *     ESCUELAS-COMEDOR como antes. Las raciones pedidas para
      *     una clave que ya no esta en ESCUELAS-ARCHIVO se listan
      *     como ESCUELA INEXISTENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COMEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL RACIONES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\raciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RACIONES-CLAVE.

           SELECT OPTIONAL PEDIDAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pedidas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDAS-CLAVE.

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
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listcomedor.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS-ARCHIVO.
           01 ESCUELAS-REGISTRO.
               05 ESCUELAS-CLAVE.
                   10 ESCUELAS-CODIGO-PROVINCIA PIC X.
                   10 ESCUELAS-DISTRICTO PIC 9(2).
                   10 ESCUELAS-CODIGO PIC 99.
               05 ESCUELAS-VARONES PIC 9(4).
               05 ESCUELAS-MUJERES PIC 9(4).
               05 ESCUELAS-COMEDOR PIC 9(4).
               05 ESCUELAS-ESTADO PIC X.
                   88 ESCUELAS-ACTIVA VALUE "A".
                   88 ESCUELAS-INACTIVA VALUE "I".

       FD RACIONES-ARCHIVO.
           01 RACIONES-REGISTRO.
               05 RACIONES-CLAVE.
                   10 RACIONES-PERIODO PIC 9(6).
                   10 RACIONES-CODIGO-PROVINCIA PIC X.
                   10 RACIONES-DISTRICTO PIC 9(2).
                   10 RACIONES-CODIGO-ESCUELA PIC X(2).
               05 RACIONES-ENTREGADAS PIC 9(7).
               05 RACIONES-REMITOS PIC 9(3).
               05 RACIONES-SERVIDAS PIC 9(7).

       FD PEDIDAS-ARCHIVO.
           01 PEDIDAS-REGISTRO.
               05 PEDIDAS-CLAVE.
                   10 PEDIDAS-PERIODO PIC 9(6).
                   10 PEDIDAS-CODIGO-PROVINCIA PIC X.
                   10 PEDIDAS-DISTRICTO PIC 9(2).
                   10 PEDIDAS-CODIGO-ESCUELA PIC 99.
               05 PEDIDAS-RACIONES PIC 9(7).
               05 PEDIDAS-FECHA PIC X(8).

       FD PROVINCIAS-ARCHIVO.
           01 PROVINCIAS-REGISTRO.
               05 PROVINCIAS-CODIGO PIC X.
               05 PROVINCIAS-NOMBRE PIC X(20).

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
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-PERIODO PIC X(40)
           VALUE "Ingrese el periodo a conciliar (AAAAMM)".
       01  PERIODO-ENTRADO PIC X(6).
       01  PERIODO-INFORME PIC 9(6) VALUE 0.
       01  PERIODO-VALIDO-SW PIC X.
           88 PERIODO-VALIDO VALUE "S".
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  RACIONES-EOF-SW PIC X.
           88 RACIONES-EOF VALUE "S".
       01  NOMBRE-HALLADO-SW PIC X.
           88 NOMBRE-HALLADO VALUE "S".
       01  HAY-DATOS-SW PIC X.
           88 HAY-DATOS VALUE "S".
       01  PEDIDAS-EOF-SW PIC X.
           88 PEDIDAS-EOF VALUE "S".
       01  PEDIDO-GRABADO-SW PIC X.
           88 PEDIDO-GRABADO VALUE "S".
       01  RACION-HALLADA-SW PIC X.
           88 RACION-HALLADA VALUE "S".
       01  ENTREGA-DISTRITO-SW PIC X.
           88 ENTREGA-DISTRITO VALUE "S".
       01  ESCUELA-EXISTE-SW PIC X.
           88 ESCUELA-EXISTE VALUE "S".
       01  PROVINCIA-ACTUAL PIC X.
       01  DISTRICTO-ACTUAL PIC 9(2).
       01  NOMBRE-PROVINCIA PIC X(20).
       01  NOMBRE-DISTRICTO PIC X(20).
       01  ESC-PEDIDAS PIC 9(7).
       01  ESC-ENTREGADAS PIC 9(7).
       01  ESC-SERVIDAS PIC 9(7).
       01  DIST-PEDIDAS PIC 9(8).
       01  DIST-ENTREGADAS PIC 9(8).
       01  DIST-SERVIDAS PIC 9(8).
       01  DIST-ENTREGA-DIRECTA PIC 9(7).
       01  DIST-SERVIDA-DIRECTA PIC 9(7).
       01  PROV-PEDIDAS PIC 9(8).
       01  PROV-ENTREGADAS PIC 9(8).
       01  PROV-SERVIDAS PIC 9(8).
       01  GRAN-TOTAL-PEDIDAS PIC 9(8) VALUE 0.
       01  GRAN-TOTAL-ENTREGADAS PIC 9(8) VALUE 0.
       01  GRAN-TOTAL-SERVIDAS PIC 9(8) VALUE 0.
       01  DIFERENCIA-ENTREGA PIC S9(8).
       01  DIFERENCIA-SERVIDO PIC S9(8).
       01  DIFERENCIA-ENTREGA-ED PIC -(8)9.
       01  DIFERENCIA-SERVIDO-ED PIC -(8)9.
       01  CONTADOR-INCOMPLETAS PIC 9(5) VALUE 0.
       01  CONTADOR-EXCEDIDAS PIC 9(5) VALUE 0.
       01  CONTADOR-INACTIVAS PIC 9(5) VALUE 0.
       01  CONTADOR-INEXISTENTES PIC 9(5) VALUE 0.
       01  LINEA-REPORTE PIC X(110).
       01  FECHA-LISTADO PIC X(8).
       01  CONTADOR-LINEAS PIC 9(3) VALUE 0.
       01  CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM OBTENER-PERIODO.
           IF PERIODO-VALIDO
               PERFORM EMITIR-CONCILIACION
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
               MOVE PERIODO-ENTRADO TO PERIODO-INFORME
               MOVE "S" TO PERIODO-VALIDO-SW
           ELSE
               DISPLAY "Periodo invalido. Use AAAAMM."
           END-IF.

       EMITIR-CONCILIACION.
           ACCEPT FECHA-LISTADO FROM DATE YYYYMMDD.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM VERIFICAR-PEDIDO-GRABADO.
           PERFORM ENCABEZADO-PAGINA.
           MOVE "N" TO ESCUELAS-EOF-SW.
           MOVE "N" TO HAY-DATOS-SW.
           PERFORM PROCESAR-ESCUELA
           UNTIL ESCUELAS-EOF.
           IF HAY-DATOS
               PERFORM CERRAR-DISTRICTO
               PERFORM CERRAR-PROVINCIA
           END-IF.
           PERFORM BUSCAR-RACIONES-SIN-ESCUELA.
           IF PEDIDO-GRABADO
               PERFORM BUSCAR-PEDIDAS-SIN-ESCUELA
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "El listado quedo en listcomedor.dat.".

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN INPUT RACIONES-ARCHIVO.
           OPEN INPUT PEDIDAS-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE RACIONES-ARCHIVO.
           CLOSE PEDIDAS-ARCHIVO.
           CLOSE LISTADO-ARCHIVO.

      * Los periodos anteriores a que PEDIDO-COMEDOR grabara lo pedido
      * no tienen pedidas.dat; para esos se sigue usando el comedor
      * actual de cada escuela.
       VERIFICAR-PEDIDO-GRABADO.
           MOVE "N" TO PEDIDO-GRABADO-SW.
           MOVE LOW-VALUES TO PEDIDAS-CLAVE.
           MOVE PERIODO-INFORME TO PEDIDAS-PERIODO.
           START PEDIDAS-ARCHIVO KEY IS NOT LESS THAN PEDIDAS-CLAVE
               INVALID KEY
                   MOVE "S" TO PEDIDAS-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO PEDIDAS-EOF-SW
           END-START.
           IF NOT PEDIDAS-EOF
               READ PEDIDAS-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO PEDIDAS-EOF-SW
               END-READ
           END-IF.
           IF NOT PEDIDAS-EOF
               IF PEDIDAS-PERIODO = PERIODO-INFORME
                   MOVE "S" TO PEDIDO-GRABADO-SW
               END-IF
           END-IF.
           IF NOT PEDIDO-GRABADO
               DISPLAY "No hay pedido grabado para el periodo; "
                   "se toma el comedor actual de cada escuela."
           END-IF.

       ENCABEZADO-PAGINA.
           ADD 1 TO CONTADOR-PAGINAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CONCILIACION DE COMEDOR  PERIODO: " PERIODO-ENTRADO
               "  FECHA: " FECHA-LISTADO "  PAGINA: " CONTADOR-PAGINAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "============================================="
               TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ESCUELA  (PEDIDAS / ENTREGADAS / SERVIDAS / "
               "ENTREGADAS-PEDIDAS / SERVIDAS-PEDIDAS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE 3 TO CONTADOR-LINEAS.
           IF NOT PEDIDO-GRABADO
               MOVE SPACE TO LINEA-REPORTE
               STRING "** SIN PEDIDO GRABADO PARA EL PERIODO: "
                   "PEDIDAS = COMEDOR ACTUAL DE CADA ESCUELA"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM GRABAR-LINEA
               ADD 1 TO CONTADOR-LINEAS
           END-IF.

       GRABAR-LINEA.
           DISPLAY LINEA-REPORTE.
           MOVE LINEA-REPORTE TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       IMPRIMIR-LINEA.
           IF CONTADOR-LINEAS >= 60
               PERFORM ENCABEZADO-PAGINA
           END-IF.
           PERFORM GRABAR-LINEA.
           ADD 1 TO CONTADOR-LINEAS.

       PROCESAR-ESCUELA.
           READ ESCUELAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   PERFORM CONTROLAR-CORTE
                   PERFORM CONCILIAR-ESCUELA
           END-READ.

       CONTROLAR-CORTE.
           IF NOT HAY-DATOS
               MOVE "S" TO HAY-DATOS-SW
               PERFORM ABRIR-PROVINCIA
               PERFORM ABRIR-DISTRICTO
           ELSE
               IF ESCUELAS-CODIGO-PROVINCIA NOT = PROVINCIA-ACTUAL
                   PERFORM CERRAR-DISTRICTO
                   PERFORM CERRAR-PROVINCIA
                   PERFORM ABRIR-PROVINCIA
                   PERFORM ABRIR-DISTRICTO
               ELSE
                   IF ESCUELAS-DISTRICTO NOT = DISTRICTO-ACTUAL
                       PERFORM CERRAR-DISTRICTO
                       PERFORM ABRIR-DISTRICTO
                   END-IF
               END-IF
           END-IF.

      * Lo pedido es lo que grabo PEDIDO-COMEDOR para el periodo; una
      * escuela inactiva al emitir el pedido no tiene raciones pedidas
      * y solo se lista si tiene pedidas, entregas o servidas.
       CONCILIAR-ESCUELA.
           MOVE ZERO TO ESC-PEDIDAS.
           MOVE ZERO TO ESC-ENTREGADAS.
           MOVE ZERO TO ESC-SERVIDAS.
           IF PEDIDO-GRABADO
               PERFORM LEER-PEDIDA
           ELSE
               IF ESCUELAS-ACTIVA
                   MOVE ESCUELAS-COMEDOR TO ESC-PEDIDAS
               END-IF
           END-IF.
           MOVE PERIODO-INFORME TO RACIONES-PERIODO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO RACIONES-CODIGO-PROVINCIA.
           MOVE ESCUELAS-DISTRICTO TO RACIONES-DISTRICTO.
           MOVE ESCUELAS-CODIGO TO RACIONES-CODIGO-ESCUELA.
           PERFORM LEER-RACION.
           IF RACION-HALLADA
               MOVE RACIONES-ENTREGADAS TO ESC-ENTREGADAS
               MOVE RACIONES-SERVIDAS TO ESC-SERVIDAS
           END-IF.
           IF ESCUELAS-ACTIVA OR RACION-HALLADA OR ESC-PEDIDAS > 0
               PERFORM IMPRIMIR-ESCUELA
               ADD ESC-PEDIDAS TO DIST-PEDIDAS
               ADD ESC-ENTREGADAS TO DIST-ENTREGADAS
               ADD ESC-SERVIDAS TO DIST-SERVIDAS
           END-IF.

       LEER-PEDIDA.
           MOVE PERIODO-INFORME TO PEDIDAS-PERIODO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PEDIDAS-CODIGO-PROVINCIA.
           MOVE ESCUELAS-DISTRICTO TO PEDIDAS-DISTRICTO.
           MOVE ESCUELAS-CODIGO TO PEDIDAS-CODIGO-ESCUELA.
           READ PEDIDAS-ARCHIVO
               INVALID KEY
                   MOVE ZERO TO ESC-PEDIDAS
               NOT INVALID KEY
                   MOVE PEDIDAS-RACIONES TO ESC-PEDIDAS
           END-READ.

       LEER-RACION.
           MOVE "S" TO RACION-HALLADA-SW.
           READ RACIONES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO RACION-HALLADA-SW
           END-READ.

       IMPRIMIR-ESCUELA.
           COMPUTE DIFERENCIA-ENTREGA = ESC-ENTREGADAS - ESC-PEDIDAS.
           COMPUTE DIFERENCIA-SERVIDO = ESC-SERVIDAS - ESC-PEDIDAS.
           MOVE DIFERENCIA-ENTREGA TO DIFERENCIA-ENTREGA-ED.
           MOVE DIFERENCIA-SERVIDO TO DIFERENCIA-SERVIDO-ED.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  ESCUELA " ESCUELAS-CLAVE " " ESCUELAS-ESTADO
               "  PEDIDAS:" ESC-PEDIDAS
               "  ENTREGADAS:" ESC-ENTREGADAS
               "  SERVIDAS:" ESC-SERVIDAS
               "  DIF:" DIFERENCIA-ENTREGA-ED
               " /" DIFERENCIA-SERVIDO-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF NOT ENTREGA-DISTRITO
               AND ESC-ENTREGADAS < ESC-PEDIDAS
               MOVE "      ** ENTREGA INCOMPLETA" TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               ADD 1 TO CONTADOR-INCOMPLETAS
           END-IF.
           IF ESC-SERVIDAS > ESCUELAS-COMEDOR
               MOVE "      ** SIRVE MAS QUE COMEDOR" TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               ADD 1 TO CONTADOR-EXCEDIDAS
           END-IF.
           IF ESCUELAS-INACTIVA AND ESC-ENTREGADAS > 0
               MOVE "      ** ENTREGA A INACTIVA" TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               ADD 1 TO CONTADOR-INACTIVAS
           END-IF.

       ABRIR-PROVINCIA.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIA-ACTUAL.
           MOVE ZERO TO PROV-PEDIDAS.
           MOVE ZERO TO PROV-ENTREGADAS.
           MOVE ZERO TO PROV-SERVIDAS.
           PERFORM BUSCAR-NOMBRE-PROVINCIA.
           MOVE SPACE TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PROVINCIA " PROVINCIA-ACTUAL " - " NOMBRE-PROVINCIA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE "---------------------------------------------"
               TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

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
           MOVE ZERO TO DIST-PEDIDAS.
           MOVE ZERO TO DIST-ENTREGADAS.
           MOVE ZERO TO DIST-SERVIDAS.
           MOVE ZERO TO DIST-ENTREGA-DIRECTA.
           MOVE ZERO TO DIST-SERVIDA-DIRECTA.
           MOVE "N" TO ENTREGA-DISTRITO-SW.
           PERFORM BUSCAR-NOMBRE-DISTRICTO.
           MOVE PERIODO-INFORME TO RACIONES-PERIODO.
           MOVE PROVINCIA-ACTUAL TO RACIONES-CODIGO-PROVINCIA.
           MOVE DISTRICTO-ACTUAL TO RACIONES-DISTRICTO.
           MOVE SPACE TO RACIONES-CODIGO-ESCUELA.
           PERFORM LEER-RACION.
           IF RACION-HALLADA
               MOVE RACIONES-ENTREGADAS TO DIST-ENTREGA-DIRECTA
               MOVE RACIONES-SERVIDAS TO DIST-SERVIDA-DIRECTA
               IF RACIONES-ENTREGADAS > 0
                   MOVE "S" TO ENTREGA-DISTRITO-SW
               END-IF
           END-IF.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DISTRITO " DISTRICTO-ACTUAL " " NOMBRE-DISTRICTO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

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
           IF DIST-ENTREGA-DIRECTA > 0 OR DIST-SERVIDA-DIRECTA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "  ENTREGA AL DISTRITO SIN DETALLE POR ESCUELA"
                   "  ENTREGADAS:" DIST-ENTREGA-DIRECTA
                   "  SERVIDAS:" DIST-SERVIDA-DIRECTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               ADD DIST-ENTREGA-DIRECTA TO DIST-ENTREGADAS
               ADD DIST-SERVIDA-DIRECTA TO DIST-SERVIDAS
           END-IF.
           COMPUTE DIFERENCIA-ENTREGA = DIST-ENTREGADAS - DIST-PEDIDAS.
           COMPUTE DIFERENCIA-SERVIDO = DIST-SERVIDAS - DIST-PEDIDAS.
           MOVE DIFERENCIA-ENTREGA TO DIFERENCIA-ENTREGA-ED.
           MOVE DIFERENCIA-SERVIDO TO DIFERENCIA-SERVIDO-ED.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL DISTRITO " DISTRICTO-ACTUAL
               "  PEDIDAS:" DIST-PEDIDAS
               "  ENTREGADAS:" DIST-ENTREGADAS
               "  SERVIDAS:" DIST-SERVIDAS
               "  DIF:" DIFERENCIA-ENTREGA-ED
               " /" DIFERENCIA-SERVIDO-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF ENTREGA-DISTRITO AND DIST-ENTREGADAS < DIST-PEDIDAS
               MOVE "      ** ENTREGA INCOMPLETA AL DISTRITO"
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               ADD 1 TO CONTADOR-INCOMPLETAS
           END-IF.
           ADD DIST-PEDIDAS TO PROV-PEDIDAS.
           ADD DIST-ENTREGADAS TO PROV-ENTREGADAS.
           ADD DIST-SERVIDAS TO PROV-SERVIDAS.

       CERRAR-PROVINCIA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL PROVINCIA " NOMBRE-PROVINCIA
               "  PEDIDAS:" PROV-PEDIDAS
               "  ENTREGADAS:" PROV-ENTREGADAS
               "  SERVIDAS:" PROV-SERVIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           ADD PROV-PEDIDAS TO GRAN-TOTAL-PEDIDAS.
           ADD PROV-ENTREGADAS TO GRAN-TOTAL-ENTREGADAS.
           ADD PROV-SERVIDAS TO GRAN-TOTAL-SERVIDAS.

      * Raciones del periodo cargadas para una escuela o un distrito
      * que hoy no tiene escuelas en ESCUELAS-ARCHIVO (por ejemplo,
      * claves trasladadas despues de la carga): no entran en ningun
      * corte, asi que se listan aparte.
       BUSCAR-RACIONES-SIN-ESCUELA.
           MOVE "N" TO RACIONES-EOF-SW.
           MOVE LOW-VALUES TO RACIONES-CLAVE.
           MOVE PERIODO-INFORME TO RACIONES-PERIODO.
           START RACIONES-ARCHIVO KEY IS NOT LESS THAN RACIONES-CLAVE
               INVALID KEY
                   MOVE "S" TO RACIONES-EOF-SW
           END-START.
           PERFORM REVISAR-RACION
           UNTIL RACIONES-EOF.

       REVISAR-RACION.
           READ RACIONES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO RACIONES-EOF-SW
               NOT AT END
                   IF RACIONES-PERIODO NOT = PERIODO-INFORME
                       MOVE "S" TO RACIONES-EOF-SW
                   ELSE
                       PERFORM VERIFICAR-ESCUELA-RACION
                   END-IF
           END-READ.

       VERIFICAR-ESCUELA-RACION.
           MOVE "S" TO ESCUELA-EXISTE-SW.
           MOVE RACIONES-CODIGO-PROVINCIA TO ESCUELAS-CODIGO-PROVINCIA.
           MOVE RACIONES-DISTRICTO TO ESCUELAS-DISTRICTO.
           IF RACIONES-CODIGO-ESCUELA = SPACE
               MOVE ZERO TO ESCUELAS-CODIGO
               START ESCUELAS-ARCHIVO
                   KEY IS NOT LESS THAN ESCUELAS-CLAVE
                   INVALID KEY
                       MOVE "N" TO ESCUELA-EXISTE-SW
               END-START
               IF ESCUELA-EXISTE
                   READ ESCUELAS-ARCHIVO NEXT
                       AT END
                           MOVE "N" TO ESCUELA-EXISTE-SW
                   END-READ
               END-IF
               IF ESCUELA-EXISTE
                   IF ESCUELAS-CODIGO-PROVINCIA
                           NOT = RACIONES-CODIGO-PROVINCIA
                       OR ESCUELAS-DISTRICTO NOT = RACIONES-DISTRICTO
                       MOVE "N" TO ESCUELA-EXISTE-SW
                   END-IF
               END-IF
           ELSE
               MOVE RACIONES-CODIGO-ESCUELA TO ESCUELAS-CODIGO
               READ ESCUELAS-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO ESCUELA-EXISTE-SW
               END-READ
           END-IF.
           IF NOT ESCUELA-EXISTE
               PERFORM IMPRIMIR-SIN-ESCUELA
           END-IF.

       IMPRIMIR-SIN-ESCUELA.
           IF CONTADOR-INEXISTENTES = 0
               MOVE SPACE TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE "RACIONES CARGADAS SIN ESCUELA EN EL PADRON"
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE "---------------------------------------------"
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           ADD 1 TO CONTADOR-INEXISTENTES.
           ADD RACIONES-ENTREGADAS TO GRAN-TOTAL-ENTREGADAS.
           ADD RACIONES-SERVIDAS TO GRAN-TOTAL-SERVIDAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  CLAVE " RACIONES-CODIGO-PROVINCIA
               RACIONES-DISTRICTO RACIONES-CODIGO-ESCUELA
               "  ENTREGADAS:" RACIONES-ENTREGADAS
               "  SERVIDAS:" RACIONES-SERVIDAS
               "  ** ESCUELA INEXISTENTE"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

      * Raciones pedidas para una clave que despues salio de
      * ESCUELAS-ARCHIVO: tampoco entran en ningun corte.
       BUSCAR-PEDIDAS-SIN-ESCUELA.
           MOVE "N" TO PEDIDAS-EOF-SW.
           MOVE LOW-VALUES TO PEDIDAS-CLAVE.
           MOVE PERIODO-INFORME TO PEDIDAS-PERIODO.
           START PEDIDAS-ARCHIVO KEY IS NOT LESS THAN PEDIDAS-CLAVE
               INVALID KEY
                   MOVE "S" TO PEDIDAS-EOF-SW
           END-START.
           PERFORM REVISAR-PEDIDA
           UNTIL PEDIDAS-EOF.

       REVISAR-PEDIDA.
           READ PEDIDAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO PEDIDAS-EOF-SW
               NOT AT END
                   IF PEDIDAS-PERIODO NOT = PERIODO-INFORME
                       MOVE "S" TO PEDIDAS-EOF-SW
                   ELSE
                       PERFORM VERIFICAR-ESCUELA-PEDIDA
                   END-IF
           END-READ.

       VERIFICAR-ESCUELA-PEDIDA.
           MOVE PEDIDAS-CODIGO-PROVINCIA TO ESCUELAS-CODIGO-PROVINCIA.
           MOVE PEDIDAS-DISTRICTO TO ESCUELAS-DISTRICTO.
           MOVE PEDIDAS-CODIGO-ESCUELA TO ESCUELAS-CODIGO.
           READ ESCUELAS-ARCHIVO
               INVALID KEY
                   PERFORM IMPRIMIR-PEDIDA-SIN-ESCUELA
           END-READ.

       IMPRIMIR-PEDIDA-SIN-ESCUELA.
           IF CONTADOR-INEXISTENTES = 0
               MOVE SPACE TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE "RACIONES CARGADAS SIN ESCUELA EN EL PADRON"
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE "---------------------------------------------"
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           ADD 1 TO CONTADOR-INEXISTENTES.
           ADD PEDIDAS-RACIONES TO GRAN-TOTAL-PEDIDAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  CLAVE " PEDIDAS-CODIGO-PROVINCIA
               PEDIDAS-DISTRICTO PEDIDAS-CODIGO-ESCUELA
               "  PEDIDAS:" PEDIDAS-RACIONES
               "  ** ESCUELA INEXISTENTE"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE SPACE TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE "============================================="
               TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL GENERAL PEDIDAS:" GRAN-TOTAL-PEDIDAS
               "  ENTREGADAS:" GRAN-TOTAL-ENTREGADAS
               "  SERVIDAS:" GRAN-TOTAL-SERVIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ENTREGAS INCOMPLETAS:" CONTADOR-INCOMPLETAS
               "  SIRVEN MAS QUE COMEDOR:" CONTADOR-EXCEDIDAS
               "  ENTREGAS A INACTIVAS:" CONTADOR-INACTIVAS
               "  SIN ESCUELA:" CONTADOR-INEXISTENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
       END PROGRAM REPORTE-COMEDOR.
