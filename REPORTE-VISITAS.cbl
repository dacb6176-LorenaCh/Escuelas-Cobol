      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de supervision por provincia y distrito,
      *          recorriendo ESCUELAS-ARCHIVO en orden de clave y
      *          cruzando con VISITAS-ARCHIVO. Por cada escuela activa
      *          se informa si no fue visitada en los ultimos meses
      *          que indica el operador (6 por omision) y las acciones
      *          de seguimiento pendientes cuyo vencimiento ya paso,
      *          con el nombre y el director de IDENTIDAD-ARCHIVO.
      *          Las escuelas al dia no se listan. Subtotales por
      *          distrito y totales por provincia; el listado se
      *          escribe en listvisitas.dat con titulo, fecha de
      *          emision y numero de pagina cada 60 lineas.
      * Tectonics: cobc
      * Modificaciones:
      *   - Puede correr como paso de CORRIDA-NOCTURNA: la cantidad de
      *     meses se toma de pasonocturno.dat (si es cero, 6) sin
      *     pedirla, y se dejan alli las escuelas revisadas y las sin
      *     visita; termina con codigo de retorno 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-VISITAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL VISITAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\visitas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VISITAS-CLAVE.

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE.

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
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listvisitas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
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

       FD VISITAS-ARCHIVO.
           01 VISITAS-REGISTRO.
               05 VISITAS-CLAVE.
                   10 VISITAS-CLAVE-ESCUELA.
                       15 VISITAS-CODIGO-PROVINCIA PIC X.
                       15 VISITAS-DISTRICTO PIC 9(2).
                       15 VISITAS-CODIGO-ESCUELA PIC 99.
                   10 VISITAS-FECHA PIC X(8).
               05 VISITAS-SUPERVISOR PIC X(10).
               05 VISITAS-TIPO PIC X.
                   88 VISITA-ORDINARIA VALUE "O".
                   88 VISITA-SEGUIMIENTO VALUE "S".
                   88 VISITA-EXTRAORDINARIA VALUE "E".
                   88 VISITA-TIPO-VALIDO VALUE "O" "S" "E".
               05 VISITAS-HALLAZGOS PIC X(60).
               05 VISITAS-ACCION PIC X(40).
               05 VISITAS-VENCIMIENTO PIC X(8).
               05 VISITAS-ESTADO-ACCION PIC X.
                   88 ACCION-PENDIENTE VALUE "P".
                   88 ACCION-CUMPLIDA VALUE "C".
                   88 SIN-ACCION VALUE "N".

       FD IDENTIDAD-ARCHIVO.
           01 IDENTIDAD-REGISTRO.
               05 IDENTIDAD-CLAVE PIC X(5).
               05 IDENTIDAD-NOMBRE PIC X(30).
               05 IDENTIDAD-DIRECCION PIC X(30).
               05 IDENTIDAD-DIRECTOR PIC X(25).
               05 IDENTIDAD-TELEFONO PIC X(12).

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
           01 LISTADO-LINEA PIC X(130).

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
       01  IDENTIFICADOR-MESES PIC X(48)
           VALUE "Ingrese la cantidad de meses sin visita a listar".
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  VISITAS-FIN-SW PIC X.
           88 VISITAS-FIN VALUE "S".
       01  IDENTIDAD-HALLADA-SW PIC X.
           88 IDENTIDAD-HALLADA VALUE "S".
       01  NOMBRE-HALLADO-SW PIC X.
           88 NOMBRE-HALLADO VALUE "S".
       01  HAY-DATOS-SW PIC X.
           88 HAY-DATOS VALUE "S".
       01  SIN-VISITA-SW PIC X.
           88 SIN-VISITA VALUE "S".
       01  ENTRADA-NUMERICA PIC X(3).
       01  ENTRADA-VALOR PIC 999.
       01  CAMPO-VALIDO-SW PIC X.
           88 CAMPO-VALIDO VALUE "S".
       01  MESES PIC 999 VALUE 6.
       01  MESES-TOTALES PIC 9(6).
       01  ANIO-CORTE PIC 9(4).
       01  MES-CORTE PIC 99.
       01  FECHA-CORTE PIC X(8).
       01  ULTIMA-VISITA PIC X(8).
       01  PROVINCIA-ACTUAL PIC X.
       01  DISTRICTO-ACTUAL PIC 9(2).
       01  NOMBRE-PROVINCIA PIC X(20).
       01  NOMBRE-DISTRICTO PIC X(20).
       01  NOMBRE-ESCUELA PIC X(30).
       01  DIRECTOR-ESCUELA PIC X(25).
       01  MARCA-LINEA PIC X(12).
       01  ESC-VENCIDAS PIC 9(4).
       01  DIST-ESCUELAS PIC 9(5).
       01  DIST-SIN-VISITA PIC 9(5).
       01  DIST-VENCIDAS PIC 9(5).
       01  PROV-ESCUELAS PIC 9(5).
       01  PROV-SIN-VISITA PIC 9(5).
       01  PROV-VENCIDAS PIC 9(6).
       01  GRAN-TOTAL-ESCUELAS PIC 9(6) VALUE 0.
       01  GRAN-TOTAL-SIN-VISITA PIC 9(6) VALUE 0.
       01  GRAN-TOTAL-VENCIDAS PIC 9(7) VALUE 0.
       01  LINEA-REPORTE PIC X(130).
       01  FECHA-LISTADO PIC X(8).
       01  CONTADOR-LINEAS PIC 9(3) VALUE 0.
       01  CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01  CORRIDA-NOCTURNA-SW PIC X VALUE "N".
           88 CORRIDA-NOCTURNA VALUE "S".
       01  NOCTURNO-VALOR PIC 9(3) VALUE 0.
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
           PERFORM OBTENER-MESES.
           PERFORM CALCULAR-FECHA-CORTE.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM ENCABEZADO-PAGINA.
           MOVE "N" TO ESCUELAS-EOF-SW.
           MOVE "N" TO HAY-DATOS-SW.
           PERFORM PROCESAR-ESCUELA
           UNTIL ESCUELAS-EOF.
           IF HAY-DATOS
               PERFORM CERRAR-DISTRICTO
               PERFORM CERRAR-PROVINCIA
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "El listado quedo en listvisitas.dat.".
           MOVE GRAN-TOTAL-ESCUELAS TO NOCTURNO-LEIDOS.
           MOVE GRAN-TOTAL-SIN-VISITA TO NOCTURNO-PROCESADOS.
           STRING "SEGUIMIENTOS VENCIDOS " GRAN-TOTAL-VENCIDAS
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

       OBTENER-MESES.
           IF CORRIDA-NOCTURNA
               IF NOCTURNO-VALOR > ZERO AND NOCTURNO-VALOR <= 120
                   MOVE NOCTURNO-VALOR TO MESES
               END-IF
           ELSE
               DISPLAY IDENTIFICADOR-MESES
               ACCEPT ENTRADA-NUMERICA
               PERFORM VALIDAR-ENTRADA-NUMERICA
               IF CAMPO-VALIDO AND ENTRADA-VALOR > ZERO
                   AND ENTRADA-VALOR <= 120
                   MOVE ENTRADA-VALOR TO MESES
               ELSE
                   DISPLAY "Cantidad no valida, se usa " MESES
               END-IF
           END-IF.

       VALIDAR-ENTRADA-NUMERICA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           MOVE ZERO TO ENTRADA-VALOR.
           IF ENTRADA-NUMERICA (1:1) = SPACE
               CONTINUE
           ELSE
               IF ENTRADA-NUMERICA (2:1) = SPACE
                   IF ENTRADA-NUMERICA (1:1) IS NUMERIC
                       MOVE ENTRADA-NUMERICA (1:1) TO ENTRADA-VALOR
                       MOVE "S" TO CAMPO-VALIDO-SW
                   END-IF
               ELSE
                   IF ENTRADA-NUMERICA (3:1) = SPACE
                       IF ENTRADA-NUMERICA (1:2) IS NUMERIC
                           MOVE ENTRADA-NUMERICA (1:2) TO ENTRADA-VALOR
                           MOVE "S" TO CAMPO-VALIDO-SW
                       END-IF
                   ELSE
                       IF ENTRADA-NUMERICA IS NUMERIC
                           MOVE ENTRADA-NUMERICA TO ENTRADA-VALOR
                           MOVE "S" TO CAMPO-VALIDO-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La fecha de corte es la de hoy menos la cantidad de meses
      * indicada, conservando el dia. Una escuela cuya ultima visita
      * es anterior a esa fecha se informa como no visitada.
       CALCULAR-FECHA-CORTE.
           MOVE FECHA-LISTADO (1:4) TO ANIO-CORTE.
           MOVE FECHA-LISTADO (5:2) TO MES-CORTE.
           COMPUTE MESES-TOTALES = ANIO-CORTE * 12 + MES-CORTE - 1
               - MESES.
           DIVIDE MESES-TOTALES BY 12 GIVING ANIO-CORTE
               REMAINDER MES-CORTE.
           ADD 1 TO MES-CORTE.
           MOVE SPACE TO FECHA-CORTE.
           STRING ANIO-CORTE MES-CORTE FECHA-LISTADO (7:2)
               DELIMITED BY SIZE INTO FECHA-CORTE.

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN INPUT VISITAS-ARCHIVO.
           OPEN INPUT IDENTIDAD-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE VISITAS-ARCHIVO.
           CLOSE IDENTIDAD-ARCHIVO.
           CLOSE LISTADO-ARCHIVO.

       ENCABEZADO-PAGINA.
           ADD 1 TO CONTADOR-PAGINAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "INFORME DE VISITAS DE SUPERVISION  FECHA: "
               FECHA-LISTADO "  SIN VISITA DESDE: " FECHA-CORTE
               "  PAGINA: " CONTADOR-PAGINAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "============================================="
               TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ESCUELA  (NOMBRE / DIRECTOR / ULTIMA VISITA)  "
               "SEGUIMIENTOS VENCIDOS"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE 3 TO CONTADOR-LINEAS.

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
           READ ESCUELAS-ARCHIVO
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   IF ESCUELAS-ACTIVA
                       PERFORM ACUMULAR-ESCUELA
                   END-IF
           END-READ.

       ACUMULAR-ESCUELA.
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
           ADD 1 TO DIST-ESCUELAS.
           PERFORM REVISAR-VISITAS.
           IF SIN-VISITA OR ESC-VENCIDAS > ZERO
               PERFORM IMPRIMIR-LINEA-ESCUELA
               IF ESC-VENCIDAS > ZERO
                   PERFORM LISTAR-VENCIDAS
               END-IF
           END-IF.
           IF SIN-VISITA
               ADD 1 TO DIST-SIN-VISITA
           END-IF.
           ADD ESC-VENCIDAS TO DIST-VENCIDAS.

      * Recorre las visitas de la escuela (vienen en orden de fecha)
      * para quedarse con la ultima y contar los seguimientos
      * pendientes cuyo vencimiento es anterior a hoy.
       REVISAR-VISITAS.
           MOVE SPACE TO ULTIMA-VISITA.
           MOVE ZERO TO ESC-VENCIDAS.
           PERFORM POSICIONAR-VISITAS.
           PERFORM ANOTAR-VISITA
           UNTIL VISITAS-FIN.
           IF ULTIMA-VISITA = SPACE OR ULTIMA-VISITA < FECHA-CORTE
               MOVE "S" TO SIN-VISITA-SW
           ELSE
               MOVE "N" TO SIN-VISITA-SW
           END-IF.

       POSICIONAR-VISITAS.
           MOVE "N" TO VISITAS-FIN-SW.
           MOVE ESCUELAS-CLAVE TO VISITAS-CLAVE-ESCUELA.
           MOVE LOW-VALUES TO VISITAS-FECHA.
           START VISITAS-ARCHIVO KEY IS NOT LESS THAN VISITAS-CLAVE
               INVALID KEY
                   MOVE "S" TO VISITAS-FIN-SW
           END-START.

       ANOTAR-VISITA.
           READ VISITAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO VISITAS-FIN-SW
               NOT AT END
                   IF VISITAS-CLAVE-ESCUELA = ESCUELAS-CLAVE
                       MOVE VISITAS-FECHA TO ULTIMA-VISITA
                       IF ACCION-PENDIENTE
                           AND VISITAS-VENCIMIENTO < FECHA-LISTADO
                           ADD 1 TO ESC-VENCIDAS
                       END-IF
                   ELSE
                       MOVE "S" TO VISITAS-FIN-SW
                   END-IF
           END-READ.

       IMPRIMIR-LINEA-ESCUELA.
           PERFORM BUSCAR-NOMBRE-ESCUELA.
           IF SIN-VISITA
               MOVE "*SIN VISITA*" TO MARCA-LINEA
           ELSE
               MOVE SPACE TO MARCA-LINEA
           END-IF.
           MOVE SPACE TO LINEA-REPORTE.
           IF ULTIMA-VISITA = SPACE
               STRING "ESCUELA " ESCUELAS-CLAVE
                   " " NOMBRE-ESCUELA
                   " DIR: " DIRECTOR-ESCUELA
                   " ULTIMA: NUNCA   "
                   "  VENCIDAS:" ESC-VENCIDAS
                   "  " MARCA-LINEA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "ESCUELA " ESCUELAS-CLAVE
                   " " NOMBRE-ESCUELA
                   " DIR: " DIRECTOR-ESCUELA
                   " ULTIMA: " ULTIMA-VISITA
                   "  VENCIDAS:" ESC-VENCIDAS
                   "  " MARCA-LINEA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           END-IF.
           PERFORM IMPRIMIR-LINEA.

       BUSCAR-NOMBRE-ESCUELA.
           MOVE "N" TO IDENTIDAD-HALLADA-SW.
           MOVE "(SIN NOMBRE)" TO NOMBRE-ESCUELA.
           MOVE "(SIN DIRECTOR)" TO DIRECTOR-ESCUELA.
           MOVE ESCUELAS-CLAVE TO IDENTIDAD-CLAVE.
           READ IDENTIDAD-ARCHIVO
               INVALID KEY
                   MOVE "N" TO IDENTIDAD-HALLADA-SW
               NOT INVALID KEY
                   MOVE IDENTIDAD-NOMBRE TO NOMBRE-ESCUELA
                   MOVE IDENTIDAD-DIRECTOR TO DIRECTOR-ESCUELA
                   MOVE "S" TO IDENTIDAD-HALLADA-SW
           END-READ.

      * Segunda pasada sobre las visitas de la escuela para detallar
      * cada seguimiento vencido debajo de la linea de la escuela.
       LISTAR-VENCIDAS.
           PERFORM POSICIONAR-VISITAS.
           PERFORM IMPRIMIR-VENCIDA
           UNTIL VISITAS-FIN.

       IMPRIMIR-VENCIDA.
           READ VISITAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO VISITAS-FIN-SW
               NOT AT END
                   IF VISITAS-CLAVE-ESCUELA = ESCUELAS-CLAVE
                       IF ACCION-PENDIENTE
                           AND VISITAS-VENCIMIENTO < FECHA-LISTADO
                           MOVE SPACE TO LINEA-REPORTE
                           STRING "    VISITA " VISITAS-FECHA
                               " SUPERVISOR " VISITAS-SUPERVISOR
                               " VENCIO " VISITAS-VENCIMIENTO
                               ": " VISITAS-ACCION
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                           PERFORM IMPRIMIR-LINEA
                       END-IF
                   ELSE
                       MOVE "S" TO VISITAS-FIN-SW
                   END-IF
           END-READ.

       ABRIR-PROVINCIA.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIA-ACTUAL.
           MOVE ZERO TO PROV-ESCUELAS.
           MOVE ZERO TO PROV-SIN-VISITA.
           MOVE ZERO TO PROV-VENCIDAS.
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
           MOVE ZERO TO DIST-ESCUELAS.
           MOVE ZERO TO DIST-SIN-VISITA.
           MOVE ZERO TO DIST-VENCIDAS.
           PERFORM BUSCAR-NOMBRE-DISTRICTO.
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
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL DISTRITO " DISTRICTO-ACTUAL
               "  ESCUELAS:" DIST-ESCUELAS
               "  SIN VISITA:" DIST-SIN-VISITA
               "  SEGUIMIENTOS VENCIDOS:" DIST-VENCIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           ADD DIST-ESCUELAS TO PROV-ESCUELAS.
           ADD DIST-SIN-VISITA TO PROV-SIN-VISITA.
           ADD DIST-VENCIDAS TO PROV-VENCIDAS.

       CERRAR-PROVINCIA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL PROVINCIA " NOMBRE-PROVINCIA
               "  ESCUELAS:" PROV-ESCUELAS
               "  SIN VISITA:" PROV-SIN-VISITA
               "  SEGUIMIENTOS VENCIDOS:" PROV-VENCIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           ADD PROV-ESCUELAS TO GRAN-TOTAL-ESCUELAS.
           ADD PROV-SIN-VISITA TO GRAN-TOTAL-SIN-VISITA.
           ADD PROV-VENCIDAS TO GRAN-TOTAL-VENCIDAS.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE SPACE TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE "============================================="
               TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL GENERAL ESCUELAS:" GRAN-TOTAL-ESCUELAS
               "  SIN VISITA:" GRAN-TOTAL-SIN-VISITA
               "  SEGUIMIENTOS VENCIDOS:" GRAN-TOTAL-VENCIDAS
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
                   IF PASO-PROGRAMA = "REPORTE-VISITAS"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                       MOVE PASO-VALOR TO NOCTURNO-VALOR
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "REPORTE-VISITAS" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM REPORTE-VISITAS.
