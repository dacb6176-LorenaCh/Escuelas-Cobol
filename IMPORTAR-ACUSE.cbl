      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importa el acuse del Ministerio (acuseretorno.dat)
      *          para el ultimo retorno enviado (retorno.dat, generado
      *          con EXPORTAR-RETORNO) y lo coteja contra lo que se
      *          envio: el ciclo, la fecha y la modalidad de la
      *          cabecera, y la cantidad de registros de la cola
      *          contra los detalles recibidos. El resultado queda en
      *          el registro de envios (envios.dat) como ACEPTADO,
      *          PARCIAL (lote aceptado con escuelas observadas),
      *          RECHAZADO (lote rechazado completo) o DISCREPA (el
      *          acuse no corresponde al retorno enviado). Cada escuela
      *          observada se lista con su clave, su nombre desde
      *          IDENTIDAD-ARCHIVO y el motivo, en listacuse.dat, y
      *          queda pendiente en observadas.dat para que
      *          EXPORTAR-RETORNO la reenvie en un retorno de solo
      *          correcciones una vez corregida. Las escuelas que
      *          estaban observadas y vuelven a enviarse sin
      *          observacion quedan aceptadas.
      *          Layout de acuseretorno.dat:
      *            H + ciclo (4) + fecha del retorno AAAAMMDD (8)
      *              + modalidad (1) + resultado (1: A acepta el lote,
      *              R rechaza el lote)
      *            R + clave (5) + motivo (3) + descripcion (40)
      *            T + registros recibidos (6) + registros observados
      *              (6)
      * Tectonics: cobc
      * Modificaciones:
      *   - IDENTIDAD-ARCHIVO pasa a ser indexado por la clave de la
      *     escuela: los datos de la escuela se leen por clave en
      *     lugar de recorrer el archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-ACUSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACUSE-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\acuseretorno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETORNO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\retorno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OBSERVADAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\observadas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OBSERVADAS-CLAVE
           FILE STATUS IS OBSERVADAS-STATUS.

           SELECT OPTIONAL ENVIOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\envios.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE.

           SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listacuse.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ACUSE-ARCHIVO.
           01 ACUSE-CABECERA.
               05 ACUCAB-TIPO PIC X.
               05 ACUCAB-CICLO PIC X(4).
               05 ACUCAB-FECHA PIC X(8).
               05 ACUCAB-MODALIDAD PIC X.
               05 ACUCAB-RESULTADO PIC X.
           01 ACUSE-OBSERVACION.
               05 ACUOBS-TIPO PIC X.
               05 ACUOBS-CLAVE PIC X(5).
               05 ACUOBS-MOTIVO PIC X(3).
               05 ACUOBS-DESCRIPCION PIC X(40).
           01 ACUSE-COLA.
               05 ACUCOL-TIPO PIC X.
               05 ACUCOL-RECIBIDOS PIC X(6).
               05 ACUCOL-OBSERVADOS PIC X(6).

       FD RETORNO-ARCHIVO.
           01 RETORNO-CABECERA.
               05 RETCAB-TIPO PIC X.
               05 RETCAB-CICLO PIC 9(4).
               05 RETCAB-FECHA PIC X(8).
               05 RETCAB-MODALIDAD PIC X.
           01 RETORNO-DETALLE.
               05 RETDET-TIPO PIC X.
               05 RETDET-CLAVE PIC X(5).
               05 RETDET-PROVINCIA PIC X(20).
               05 RETDET-DISTRITO PIC X(20).
               05 RETDET-VARONES PIC 9(4).
               05 RETDET-MUJERES PIC 9(4).
               05 RETDET-COMEDOR PIC 9(4).
           01 RETORNO-COLA.
               05 RETCOL-TIPO PIC X.
               05 RETCOL-REGISTROS PIC 9(6).
               05 RETCOL-VARONES PIC 9(8).
               05 RETCOL-MUJERES PIC 9(8).
               05 RETCOL-COMEDOR PIC 9(8).

       FD OBSERVADAS-ARCHIVO.
           01 OBSERVADAS-REGISTRO.
               05 OBSERVADAS-CLAVE.
                   10 OBSERVADAS-CICLO PIC 9(4).
                   10 OBSERVADAS-ESCUELA PIC X(5).
               05 OBSERVADAS-MOTIVO PIC X(3).
               05 OBSERVADAS-DESCRIPCION PIC X(40).
               05 OBSERVADAS-FECHA-RECHAZO PIC X(8).
               05 OBSERVADAS-VARONES PIC 9(4).
               05 OBSERVADAS-MUJERES PIC 9(4).
               05 OBSERVADAS-COMEDOR PIC 9(4).
               05 OBSERVADAS-ESTADO PIC X.
                   88 OBSERVADA-PENDIENTE VALUE "P".
                   88 OBSERVADA-REENVIADA VALUE "E".
                   88 OBSERVADA-ACEPTADA VALUE "A".
               05 OBSERVADAS-FECHA-ESTADO PIC X(8).

       FD ENVIOS-ARCHIVO.
           01 ENVIOS-REGISTRO.
               05 ENVIOS-FECHA-PROCESO PIC X(8).
               05 ENVIOS-CICLO PIC 9(4).
               05 ENVIOS-FECHA-RETORNO PIC X(8).
               05 ENVIOS-MODALIDAD PIC X.
               05 ENVIOS-ENVIADOS PIC 9(6).
               05 ENVIOS-RECIBIDOS PIC 9(6).
               05 ENVIOS-OBSERVADOS PIC 9(6).
               05 ENVIOS-ESTADO PIC X(10).

       FD IDENTIDAD-ARCHIVO.
           01 IDENTIDAD-REGISTRO.
               05 IDENTIDAD-CLAVE PIC X(5).
               05 IDENTIDAD-NOMBRE PIC X(30).
               05 IDENTIDAD-DIRECCION PIC X(30).
               05 IDENTIDAD-DIRECTOR PIC X(25).
               05 IDENTIDAD-TELEFONO PIC X(12).

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(110).
       WORKING-STORAGE SECTION.
       01  OBSERVADAS-STATUS PIC XX.
           88 OBSERVADAS-STATUS-NO-EXISTE VALUE "35".
       01  ACUSE-EOF-SW PIC X.
           88 ACUSE-EOF VALUE "S".
       01  RETORNO-EOF-SW PIC X.
           88 RETORNO-EOF VALUE "S".
       01  IDENTIDAD-HALLADA-SW PIC X.
           88 IDENTIDAD-HALLADA VALUE "S".
       01  CABECERA-ACUSE-SW PIC X.
           88 CABECERA-ACUSE VALUE "S".
       01  COLA-ACUSE-SW PIC X.
           88 COLA-ACUSE VALUE "S".
       01  CABECERA-RETORNO-SW PIC X.
           88 CABECERA-RETORNO VALUE "S".
       01  COLA-RETORNO-SW PIC X.
           88 COLA-RETORNO VALUE "S".
       01  CORRESPONDE-SW PIC X.
           88 CORRESPONDE VALUE "S".
       01  OBSERVADA-HALLADA-SW PIC X.
           88 OBSERVADA-HALLADA VALUE "S".
       01  OBSERVADA-EN-TABLA-SW PIC X.
           88 OBSERVADA-EN-TABLA VALUE "S".
       01  FECHA-PROCESO PIC X(8).
       01  RETORNO-CICLO PIC 9(4) VALUE 0.
       01  RETORNO-FECHA PIC X(8) VALUE SPACE.
       01  RETORNO-MODALIDAD PIC X VALUE SPACE.
       01  RETORNO-REGISTROS-COLA PIC 9(6) VALUE 0.
       01  RETORNO-DETALLES PIC 9(6) VALUE 0.
       01  ACUSE-CICLO PIC X(4) VALUE SPACE.
       01  ACUSE-FECHA PIC X(8) VALUE SPACE.
       01  ACUSE-MODALIDAD PIC X VALUE SPACE.
       01  ACUSE-RESULTADO PIC X VALUE SPACE.
           88 ACUSE-LOTE-RECHAZADO VALUE "R".
       01  ACUSE-RECIBIDOS PIC 9(6) VALUE 0.
       01  ACUSE-OBSERVADOS-COLA PIC 9(6) VALUE 0.
       01  TOTAL-OBSERVADAS PIC 9(3) VALUE 0.
       01  INDICE-OBSERVADAS PIC 9(3) VALUE 0.
       01  TABLA-OBSERVADAS.
           05 TABLA-OBS-ITEM OCCURS 500 TIMES.
               10 TO-CLAVE PIC X(5).
               10 TO-MOTIVO PIC X(3).
               10 TO-DESCRIPCION PIC X(40).
               10 TO-ENVIADA PIC X.
       01  CONTADOR-DESCARTADAS PIC 9(6) VALUE 0.
       01  CONTADOR-ACEPTADAS PIC 9(6) VALUE 0.
       01  CONTADOR-NO-ENVIADAS PIC 9(6) VALUE 0.
       01  ESTADO-ENVIO PIC X(10).
       01  NOMBRE-ESCUELA PIC X(30).
       01  LINEA-REPORTE PIC X(110).
       01  CONTADOR-LINEAS PIC 9(3) VALUE 0.
       01  CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "IMPORTACION DEL ACUSE DEL MINISTERIO".
           DISPLAY "===========================================".
           PERFORM LEER-RETORNO.
           PERFORM LEER-ACUSE.
           IF NOT CABECERA-ACUSE
               DISPLAY "No hay acuse para importar en "
                   "acuseretorno.dat."
           ELSE
               PERFORM PROCESAR-ACUSE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       PROCESAR-ACUSE.
           OPEN OUTPUT LISTADO-ARCHIVO.
           PERFORM ENCABEZADO-PAGINA.
           PERFORM VALIDAR-CORRESPONDENCIA.
           IF CORRESPONDE
               IF ACUSE-LOTE-RECHAZADO
                   MOVE "RECHAZADO" TO ESTADO-ENVIO
               ELSE
                   IF TOTAL-OBSERVADAS > 0
                       MOVE "PARCIAL" TO ESTADO-ENVIO
                   ELSE
                       MOVE "ACEPTADO" TO ESTADO-ENVIO
                   END-IF
                   PERFORM ACTUALIZAR-OBSERVADAS
               END-IF
           ELSE
               MOVE "DISCREPA" TO ESTADO-ENVIO
           END-IF.
           PERFORM LISTAR-OBSERVADAS.
           PERFORM IMPRIMIR-RESULTADO.
           CLOSE LISTADO-ARCHIVO.
           PERFORM REGISTRAR-ENVIO.
           DISPLAY "El listado quedo en listacuse.dat.".

      ******************************************************************
      * Lectura del retorno enviado: cabecera, detalles y cola.
      ******************************************************************
       LEER-RETORNO.
           MOVE "N" TO CABECERA-RETORNO-SW.
           MOVE "N" TO COLA-RETORNO-SW.
           MOVE "N" TO RETORNO-EOF-SW.
           OPEN INPUT RETORNO-ARCHIVO.
           PERFORM LEER-REGISTRO-RETORNO
           UNTIL RETORNO-EOF.
           CLOSE RETORNO-ARCHIVO.

       LEER-REGISTRO-RETORNO.
           READ RETORNO-ARCHIVO
               AT END
                   MOVE "S" TO RETORNO-EOF-SW
               NOT AT END
                   PERFORM ANOTAR-REGISTRO-RETORNO
           END-READ.

       ANOTAR-REGISTRO-RETORNO.
           IF RETCAB-TIPO = "H"
               MOVE "S" TO CABECERA-RETORNO-SW
               MOVE RETCAB-CICLO TO RETORNO-CICLO
               MOVE RETCAB-FECHA TO RETORNO-FECHA
               MOVE RETCAB-MODALIDAD TO RETORNO-MODALIDAD
           ELSE
               IF RETCAB-TIPO = "D"
                   ADD 1 TO RETORNO-DETALLES
               ELSE
                   IF RETCAB-TIPO = "T"
                       MOVE "S" TO COLA-RETORNO-SW
                       MOVE RETCOL-REGISTROS TO RETORNO-REGISTROS-COLA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Lectura del acuse: cabecera, escuelas observadas y cola.
      ******************************************************************
       LEER-ACUSE.
           MOVE "N" TO CABECERA-ACUSE-SW.
           MOVE "N" TO COLA-ACUSE-SW.
           MOVE "N" TO ACUSE-EOF-SW.
           OPEN INPUT ACUSE-ARCHIVO.
           PERFORM LEER-REGISTRO-ACUSE
           UNTIL ACUSE-EOF.
           CLOSE ACUSE-ARCHIVO.

       LEER-REGISTRO-ACUSE.
           READ ACUSE-ARCHIVO
               AT END
                   MOVE "S" TO ACUSE-EOF-SW
               NOT AT END
                   PERFORM ANOTAR-REGISTRO-ACUSE
           END-READ.

       ANOTAR-REGISTRO-ACUSE.
           IF ACUCAB-TIPO = "H"
               MOVE "S" TO CABECERA-ACUSE-SW
               MOVE ACUCAB-CICLO TO ACUSE-CICLO
               MOVE ACUCAB-FECHA TO ACUSE-FECHA
               MOVE ACUCAB-MODALIDAD TO ACUSE-MODALIDAD
               MOVE ACUCAB-RESULTADO TO ACUSE-RESULTADO
           ELSE
               IF ACUCAB-TIPO = "R"
                   PERFORM GUARDAR-OBSERVACION
               ELSE
                   IF ACUCAB-TIPO = "T"
                       PERFORM ANOTAR-COLA-ACUSE
                   END-IF
               END-IF
           END-IF.

       ANOTAR-COLA-ACUSE.
           MOVE "S" TO COLA-ACUSE-SW.
           IF ACUCOL-RECIBIDOS IS NUMERIC
               MOVE ACUCOL-RECIBIDOS TO ACUSE-RECIBIDOS
           END-IF.
           IF ACUCOL-OBSERVADOS IS NUMERIC
               MOVE ACUCOL-OBSERVADOS TO ACUSE-OBSERVADOS-COLA
           END-IF.

       GUARDAR-OBSERVACION.
           IF TOTAL-OBSERVADAS >= 500
               ADD 1 TO CONTADOR-DESCARTADAS
               DISPLAY "Tabla de observadas llena, escuela ignorada: "
                   ACUOBS-CLAVE
           ELSE
               ADD 1 TO TOTAL-OBSERVADAS
               MOVE ACUOBS-CLAVE TO TO-CLAVE (TOTAL-OBSERVADAS)
               MOVE ACUOBS-MOTIVO TO TO-MOTIVO (TOTAL-OBSERVADAS)
               MOVE ACUOBS-DESCRIPCION
                   TO TO-DESCRIPCION (TOTAL-OBSERVADAS)
               MOVE "N" TO TO-ENVIADA (TOTAL-OBSERVADAS)
           END-IF.

      ******************************************************************
      * El acuse tiene que corresponder al retorno enviado; si no, no
      * se toca observadas.dat y el envio queda como DISCREPA.
      ******************************************************************
       VALIDAR-CORRESPONDENCIA.
           MOVE "S" TO CORRESPONDE-SW.
           IF NOT CABECERA-RETORNO OR NOT COLA-RETORNO
               MOVE "N" TO CORRESPONDE-SW
               MOVE "  ** retorno.dat incompleto (sin cabecera o cola)"
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF RETORNO-REGISTROS-COLA NOT = RETORNO-DETALLES
               MOVE "N" TO CORRESPONDE-SW
               MOVE SPACE TO LINEA-REPORTE
               STRING "  ** La cola de retorno.dat informa "
                   RETORNO-REGISTROS-COLA " registros y tiene "
                   RETORNO-DETALLES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF ACUSE-CICLO NOT = RETORNO-CICLO
               MOVE "N" TO CORRESPONDE-SW
               MOVE SPACE TO LINEA-REPORTE
               STRING "  ** Ciclo del acuse " ACUSE-CICLO
                   " distinto del enviado " RETORNO-CICLO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF ACUSE-FECHA NOT = RETORNO-FECHA
               OR ACUSE-MODALIDAD NOT = RETORNO-MODALIDAD
               MOVE "N" TO CORRESPONDE-SW
               MOVE SPACE TO LINEA-REPORTE
               STRING "  ** El acuse es del retorno del " ACUSE-FECHA
                   " " ACUSE-MODALIDAD " y el enviado es del "
                   RETORNO-FECHA " " RETORNO-MODALIDAD
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF NOT COLA-ACUSE
               MOVE "N" TO CORRESPONDE-SW
               MOVE "  ** El acuse no tiene cola" TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           ELSE
               IF ACUSE-RECIBIDOS NOT = RETORNO-REGISTROS-COLA
                   MOVE "N" TO CORRESPONDE-SW
                   MOVE SPACE TO LINEA-REPORTE
                   STRING "  ** El Ministerio recibio "
                       ACUSE-RECIBIDOS " registros y se enviaron "
                       RETORNO-REGISTROS-COLA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   PERFORM IMPRIMIR-LINEA
               END-IF
               IF ACUSE-OBSERVADOS-COLA
                       NOT = TOTAL-OBSERVADAS + CONTADOR-DESCARTADAS
                   OR CONTADOR-DESCARTADAS > 0
                   MOVE "N" TO CORRESPONDE-SW
                   MOVE SPACE TO LINEA-REPORTE
                   STRING "  ** La cola del acuse informa "
                       ACUSE-OBSERVADOS-COLA " observadas y se "
                       "leyeron " TOTAL-OBSERVADAS
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   PERFORM IMPRIMIR-LINEA
               END-IF
           END-IF.

      ******************************************************************
      * Segunda pasada sobre el retorno enviado: cada escuela observada
      * queda pendiente con los valores que se enviaron; las que
      * estaban observadas y esta vez pasaron quedan aceptadas.
      ******************************************************************
       ACTUALIZAR-OBSERVADAS.
           OPEN I-O OBSERVADAS-ARCHIVO.
           IF OBSERVADAS-STATUS-NO-EXISTE
               OPEN OUTPUT OBSERVADAS-ARCHIVO
               CLOSE OBSERVADAS-ARCHIVO
               OPEN I-O OBSERVADAS-ARCHIVO
           END-IF.
           MOVE "N" TO RETORNO-EOF-SW.
           OPEN INPUT RETORNO-ARCHIVO.
           PERFORM ACTUALIZAR-DETALLE
           UNTIL RETORNO-EOF.
           CLOSE RETORNO-ARCHIVO.
           CLOSE OBSERVADAS-ARCHIVO.

       ACTUALIZAR-DETALLE.
           READ RETORNO-ARCHIVO
               AT END
                   MOVE "S" TO RETORNO-EOF-SW
               NOT AT END
                   IF RETDET-TIPO = "D"
                       PERFORM BUSCAR-EN-OBSERVADAS
                       MOVE RETORNO-CICLO TO OBSERVADAS-CICLO
                       MOVE RETDET-CLAVE TO OBSERVADAS-ESCUELA
                       IF NOT OBSERVADA-EN-TABLA
                           PERFORM ACEPTAR-OBSERVADA
                       ELSE
                           MOVE "S" TO TO-ENVIADA (INDICE-OBSERVADAS)
                           PERFORM GRABAR-OBSERVADA
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-EN-OBSERVADAS.
           MOVE "N" TO OBSERVADA-EN-TABLA-SW.
           MOVE 1 TO INDICE-OBSERVADAS.
           PERFORM COMPARAR-OBSERVADA
           UNTIL OBSERVADA-EN-TABLA
               OR INDICE-OBSERVADAS > TOTAL-OBSERVADAS.

       COMPARAR-OBSERVADA.
           IF TO-CLAVE (INDICE-OBSERVADAS) = RETDET-CLAVE
               MOVE "S" TO OBSERVADA-EN-TABLA-SW
           ELSE
               ADD 1 TO INDICE-OBSERVADAS
           END-IF.

       ACEPTAR-OBSERVADA.
           READ OBSERVADAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT OBSERVADA-ACEPTADA
                       MOVE "A" TO OBSERVADAS-ESTADO
                       MOVE FECHA-PROCESO TO OBSERVADAS-FECHA-ESTADO
                       REWRITE OBSERVADAS-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo actualizar: "
                                   OBSERVADAS-CLAVE
                           NOT INVALID KEY
                               ADD 1 TO CONTADOR-ACEPTADAS
                       END-REWRITE
                   END-IF
           END-READ.

       GRABAR-OBSERVADA.
           MOVE "S" TO OBSERVADA-HALLADA-SW.
           READ OBSERVADAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO OBSERVADA-HALLADA-SW
           END-READ.
           MOVE TO-MOTIVO (INDICE-OBSERVADAS) TO OBSERVADAS-MOTIVO.
           MOVE TO-DESCRIPCION (INDICE-OBSERVADAS)
               TO OBSERVADAS-DESCRIPCION.
           MOVE FECHA-PROCESO TO OBSERVADAS-FECHA-RECHAZO.
           MOVE RETDET-VARONES TO OBSERVADAS-VARONES.
           MOVE RETDET-MUJERES TO OBSERVADAS-MUJERES.
           MOVE RETDET-COMEDOR TO OBSERVADAS-COMEDOR.
           MOVE "P" TO OBSERVADAS-ESTADO.
           MOVE FECHA-PROCESO TO OBSERVADAS-FECHA-ESTADO.
           IF OBSERVADA-HALLADA
               REWRITE OBSERVADAS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo actualizar: "
                           OBSERVADAS-CLAVE
               END-REWRITE
           ELSE
               WRITE OBSERVADAS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar: " OBSERVADAS-CLAVE
               END-WRITE
           END-IF.

      ******************************************************************
      * Listado de las escuelas observadas con el nombre de IDENTIDAD.
      ******************************************************************
       LISTAR-OBSERVADAS.
           MOVE SPACE TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE "ESCUELAS OBSERVADAS POR EL MINISTERIO"
               TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE "---------------------------------------------"
               TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF TOTAL-OBSERVADAS = 0
               MOVE "  (ninguna)" TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           MOVE 1 TO INDICE-OBSERVADAS.
           PERFORM LISTAR-OBSERVADA
           UNTIL INDICE-OBSERVADAS > TOTAL-OBSERVADAS.

       LISTAR-OBSERVADA.
           PERFORM BUSCAR-IDENTIDAD.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  " TO-CLAVE (INDICE-OBSERVADAS) " "
               NOMBRE-ESCUELA " " TO-MOTIVO (INDICE-OBSERVADAS) " "
               TO-DESCRIPCION (INDICE-OBSERVADAS)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF CORRESPONDE AND NOT ACUSE-LOTE-RECHAZADO
               AND TO-ENVIADA (INDICE-OBSERVADAS) NOT = "S"
               MOVE "      ** La clave no figura en el retorno enviado"
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               ADD 1 TO CONTADOR-NO-ENVIADAS
           END-IF.
           ADD 1 TO INDICE-OBSERVADAS.

       BUSCAR-IDENTIDAD.
           MOVE "N" TO IDENTIDAD-HALLADA-SW.
           MOVE "(SIN NOMBRE)" TO NOMBRE-ESCUELA.
           OPEN INPUT IDENTIDAD-ARCHIVO.
           MOVE TO-CLAVE (INDICE-OBSERVADAS) TO IDENTIDAD-CLAVE.
           READ IDENTIDAD-ARCHIVO
               INVALID KEY
                   MOVE "N" TO IDENTIDAD-HALLADA-SW
               NOT INVALID KEY
                   MOVE IDENTIDAD-NOMBRE TO NOMBRE-ESCUELA
                   MOVE "S" TO IDENTIDAD-HALLADA-SW
           END-READ.
           CLOSE IDENTIDAD-ARCHIVO.

       IMPRIMIR-RESULTADO.
           MOVE SPACE TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE "============================================="
               TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RESULTADO DEL ENVIO: " ESTADO-ENVIO
               "  ENVIADOS:" RETORNO-REGISTROS-COLA
               "  RECIBIDOS:" ACUSE-RECIBIDOS
               "  OBSERVADOS:" TOTAL-OBSERVADAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF CONTADOR-ACEPTADAS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "Observadas anteriores ahora aceptadas: "
                   CONTADOR-ACEPTADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF ESTADO-ENVIO = "DISCREPA"
               MOVE "El acuse no corresponde al retorno enviado; no "
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE "se registraron observaciones."
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF ESTADO-ENVIO = "RECHAZADO"
               MOVE "Lote rechazado: corrija y reenvie el retorno "
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE "completo con EXPORTAR-RETORNO."
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF ESTADO-ENVIO = "PARCIAL"
               MOVE "Corrija las escuelas observadas y reenvielas con "
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE "EXPORTAR-RETORNO en modalidad de correcciones."
                   TO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.

       REGISTRAR-ENVIO.
           OPEN EXTEND ENVIOS-ARCHIVO.
           MOVE FECHA-PROCESO TO ENVIOS-FECHA-PROCESO.
           MOVE RETORNO-CICLO TO ENVIOS-CICLO.
           MOVE RETORNO-FECHA TO ENVIOS-FECHA-RETORNO.
           MOVE RETORNO-MODALIDAD TO ENVIOS-MODALIDAD.
           MOVE RETORNO-REGISTROS-COLA TO ENVIOS-ENVIADOS.
           MOVE ACUSE-RECIBIDOS TO ENVIOS-RECIBIDOS.
           MOVE TOTAL-OBSERVADAS TO ENVIOS-OBSERVADOS.
           MOVE ESTADO-ENVIO TO ENVIOS-ESTADO.
           WRITE ENVIOS-REGISTRO.
           CLOSE ENVIOS-ARCHIVO.
           DISPLAY "Envio registrado en envios.dat como "
               ESTADO-ENVIO.

       ENCABEZADO-PAGINA.
           ADD 1 TO CONTADOR-PAGINAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ACUSE DEL RETORNO AL MINISTERIO  CICLO: "
               RETORNO-CICLO "  FECHA: " FECHA-PROCESO
               "  PAGINA: " CONTADOR-PAGINAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "============================================="
               TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "CLAVE  NOMBRE                         MOTIVO"
               TO LINEA-REPORTE.
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
       END PROGRAM IMPORTAR-ACUSE.
