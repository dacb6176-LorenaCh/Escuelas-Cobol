      *          antes de enviar, y debajo la linea ACTIVAS con lo que
      *          realmente sale en el archivo de retorno.
      *          Layout de retorno.dat:
      *            H + ciclo (4) + fecha AAAAMMDD (8) + modalidad (1:
      *              T completo, C solo correcciones)
      *            D + clave (5) + provincia (20) + distrito (20)
      *              + varones (4) + mujeres (4) + comedor (4)
      *            T + registros (6) + varones (8) + mujeres (8)
      *              + comedor (8)
      * Tectonics: cobc
      * Modificaciones:
      *   - El ciclo de la cabecera se toma del registro de control
      *     ciclocontrol.dat (mantenido con CERRAR-CICLO) en lugar de
      *     la fecha del sistema: solo se exporta el ciclo abierto y
      *     se rechaza un ciclo ya cerrado.
      *   - Modalidad de solo correcciones: reenvia unicamente las
      *     escuelas activas que el Ministerio observo (observadas.dat,
      *     cargado con IMPORTAR-ACUSE) y cuyos valores cambiaron desde
      *     el envio observado; la cabecera lleva la modalidad y cada
      *     envio queda en el registro de envios (envios.dat).
      *   - PROVINCIAS-ARCHIVO y DISTRITOS-ARCHIVO pasan a ser
      *     indexados: los nombres se leen por clave con los maestros
      *     abiertos durante la exportacion, sin cargarlos en tablas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-RETORNO.
           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCUELAS-CLAVE.

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

           SELECT OPTIONAL RETORNO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\retorno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OBSERVADAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\observadas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OBSERVADAS-CLAVE.

           SELECT OPTIONAL ENVIOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\envios.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CICLO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\ciclocontrol.dat"
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
               05 RETCAB-TIPO PIC X.
               05 RETCAB-CICLO PIC 9(4).
               05 RETCAB-FECHA PIC X(8).
               05 RETCAB-MODALIDAD PIC X.
           01 RETORNO-DETALLE.
               05 RETDET-TIPO PIC X.
               05 RETDET-CLAVE PIC X(5).
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

       FD CICLO-ARCHIVO.
           01 CICLO-REGISTRO.
               05 CICLO-ABIERTO PIC 9(4).
               05 CICLO-APERTURA PIC X(8).
               05 CICLO-PASADO OCCURS 20 TIMES.
                   10 CICLO-PASADO-ANIO PIC 9(4).
                   10 CICLO-PASADO-ESTADO PIC X.
                       88 CICLO-PASADO-CERRADO VALUE "C".
                   10 CICLO-PASADO-CIERRE PIC X(8).
                   10 CICLO-PASADO-OPERADOR PIC X(10).
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-CICLO PIC X(50)
           VALUE "Ingrese el ciclo lectivo (AAAA, vacio = abierto)".
       01  IDENTIFICADOR-MODALIDAD PIC X(50)
           VALUE "Modalidad (T completo, C solo correcciones)".
       01  MODALIDAD PIC X.
           88 MODALIDAD-TOTAL VALUE "T".
           88 MODALIDAD-CORRECCIONES VALUE "C".
       01  OBSERVADAS-EOF-SW PIC X.
           88 OBSERVADAS-EOF VALUE "S".
       01  ESCUELA-CORREGIDA-SW PIC X.
           88 ESCUELA-CORREGIDA VALUE "S".
       01  CONTADOR-CORREGIDAS PIC 9(6) VALUE 0.
       01  CONTADOR-SIN-CORREGIR PIC 9(6) VALUE 0.
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  HAY-DATOS-SW PIC X.
           88 HAY-DATOS VALUE "S".
       01  CICLO-ENTRADO PIC X(4).
       01  CICLO-EXPORTADO PIC 9(4).
       01  CICLO-VALIDO-SW PIC X.
           88 CICLO-VALIDO VALUE "S".
       01  INDICE-CICLO PIC 9(3) VALUE 0.
       01  CICLO-HALLADO-SW PIC X.
           88 CICLO-HALLADO VALUE "S".
       01  FECHA-GENERACION PIC X(8).
       01  PROVINCIA-ACTUAL PIC X.
       01  PROV-REGISTROS PIC 9(6).
       01  PROV-VARONES PIC 9(8).
       01  TOTAL-MUJERES PIC 9(8) VALUE 0.
       01  TOTAL-COMEDOR PIC 9(8) VALUE 0.
       01  LINEA-REPORTE PIC X(90).
       01  CICLO-LEIDO-SW PIC X.
           88 CICLO-LEIDO VALUE "S".
       01  CICLO-VIGENTE PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "EXPORTACION DEL RETORNO ANUAL AL MINISTERIO".
           DISPLAY "===========================================".
           PERFORM OBTENER-CICLO.
           IF CICLO-VALIDO
               PERFORM OBTENER-MODALIDAD
           END-IF.
           IF CICLO-VALIDO
               PERFORM EXPORTAR-CICLO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       OBTENER-MODALIDAD.
           DISPLAY IDENTIFICADOR-MODALIDAD.
           ACCEPT MODALIDAD.
           IF MODALIDAD = SPACE
               MOVE "T" TO MODALIDAD
           END-IF.
           IF NOT MODALIDAD-TOTAL AND NOT MODALIDAD-CORRECCIONES
               DISPLAY "Modalidad invalida. No se genera el retorno."
               MOVE "N" TO CICLO-VALIDO-SW
           END-IF.

       EXPORTAR-CICLO.
           OPEN INPUT PROVINCIAS-ARCHIVO.
           OPEN INPUT DISTRITOS-ARCHIVO.
           OPEN INPUT ESCUELAS-ARCHIVO.
           IF MODALIDAD-CORRECCIONES
               PERFORM CONTAR-CORRECCIONES
           END-IF.
           IF MODALIDAD-TOTAL OR CONTADOR-CORREGIDAS > 0
               PERFORM GENERAR-RETORNO
           ELSE
               DISPLAY "No hay escuelas observadas corregidas para "
                   "reenviar en el ciclo " CICLO-EXPORTADO "."
               DISPLAY "Observadas pendientes sin cambios: "
                   CONTADOR-SIN-CORREGIR
               DISPLAY "No se genero el retorno; retorno.dat no se "
                   "modifico."
           END-IF.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE PROVINCIAS-ARCHIVO.
           CLOSE DISTRITOS-ARCHIVO.

      ******************************************************************
      * Cuenta las escuelas observadas pendientes del ciclo que ya
      * fueron corregidas, antes de pisar retorno.dat.
      ******************************************************************
       CONTAR-CORRECCIONES.
           OPEN INPUT OBSERVADAS-ARCHIVO.
           MOVE "N" TO OBSERVADAS-EOF-SW.
           MOVE LOW-VALUES TO OBSERVADAS-CLAVE.
           MOVE CICLO-EXPORTADO TO OBSERVADAS-CICLO.
           START OBSERVADAS-ARCHIVO
               KEY IS NOT LESS THAN OBSERVADAS-CLAVE
               INVALID KEY
                   MOVE "S" TO OBSERVADAS-EOF-SW
           END-START.
           PERFORM CONTAR-CORRECCION
           UNTIL OBSERVADAS-EOF.
           CLOSE OBSERVADAS-ARCHIVO.

       CONTAR-CORRECCION.
           READ OBSERVADAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO OBSERVADAS-EOF-SW
               NOT AT END
                   IF OBSERVADAS-CICLO NOT = CICLO-EXPORTADO
                       MOVE "S" TO OBSERVADAS-EOF-SW
                   ELSE
                       IF OBSERVADA-PENDIENTE
                           MOVE OBSERVADAS-ESCUELA TO ESCUELAS-CLAVE
                           PERFORM VERIFICAR-CORRECCION
                           IF ESCUELA-CORREGIDA
                               ADD 1 TO CONTADOR-CORREGIDAS
                           ELSE
                               ADD 1 TO CONTADOR-SIN-CORREGIR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Una observada se considera corregida cuando la escuela sigue
      * activa y alguno de sus valores difiere de lo enviado.
       VERIFICAR-CORRECCION.
           MOVE "N" TO ESCUELA-CORREGIDA-SW.
           READ ESCUELAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESCUELAS-ACTIVA
                       AND (ESCUELAS-VARONES NOT = OBSERVADAS-VARONES
                       OR ESCUELAS-MUJERES NOT = OBSERVADAS-MUJERES
                       OR ESCUELAS-COMEDOR NOT = OBSERVADAS-COMEDOR)
                       MOVE "S" TO ESCUELA-CORREGIDA-SW
                   END-IF
           END-READ.

       GENERAR-RETORNO.
           IF MODALIDAD-CORRECCIONES
               OPEN I-O OBSERVADAS-ARCHIVO
               MOVE ZERO TO CONTADOR-CORREGIDAS
           END-IF.
           MOVE LOW-VALUES TO ESCUELAS-CLAVE.
           START ESCUELAS-ARCHIVO KEY IS NOT LESS THAN ESCUELAS-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           OPEN OUTPUT RETORNO-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA.
           DISPLAY "Totales de control de escuelas por provincia "
               "(todos los registros, igual que RESGUARDO-ARCHIVOS;".
           DISPLAY "la linea ACTIVAS es lo que sale en el retorno):".
           IF MODALIDAD-CORRECCIONES
               DISPLAY "(en solo correcciones salen unicamente las "
                   "observadas corregidas)"
           END-IF.
           MOVE "N" TO ESCUELAS-EOF-SW.
           MOVE "N" TO HAY-DATOS-SW.
           PERFORM EXPORTAR-ESCUELA
               PERFORM CERRAR-PROVINCIA
           END-IF.
           PERFORM ESCRIBIR-COLA.
           CLOSE RETORNO-ARCHIVO.
           IF MODALIDAD-CORRECCIONES
               CLOSE OBSERVADAS-ARCHIVO
           END-IF.
           PERFORM REGISTRAR-ENVIO.
           PERFORM MOSTRAR-RESUMEN.

       OBTENER-CICLO.
           ACCEPT FECHA-GENERACION FROM DATE YYYYMMDD.
           MOVE "N" TO CICLO-VALIDO-SW.
           PERFORM LEER-CICLO.
           IF CICLO-VIGENTE > 0
               DISPLAY IDENTIFICADOR-CICLO
               ACCEPT CICLO-ENTRADO
               IF CICLO-ENTRADO = SPACE
                   MOVE CICLO-VIGENTE TO CICLO-EXPORTADO
                   MOVE "S" TO CICLO-VALIDO-SW
               ELSE
                   IF CICLO-ENTRADO IS NOT NUMERIC
                       DISPLAY "Ciclo no numerico. No se genera el "
                           "retorno."
                   ELSE
                       MOVE CICLO-ENTRADO TO CICLO-EXPORTADO
                       PERFORM VALIDAR-CICLO-EXPORTADO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-CICLO-EXPORTADO.
           IF CICLO-EXPORTADO = CICLO-VIGENTE
               MOVE "S" TO CICLO-VALIDO-SW
           ELSE
               MOVE "N" TO CICLO-HALLADO-SW
               MOVE 1 TO INDICE-CICLO
               PERFORM BUSCAR-CICLO-CERRADO
               UNTIL CICLO-HALLADO OR INDICE-CICLO > 20
               IF CICLO-HALLADO
                   DISPLAY "El ciclo " CICLO-EXPORTADO " esta "
                       "cerrado; ya no se aceptan cambios ni envios."
               ELSE
                   DISPLAY "El ciclo " CICLO-EXPORTADO " no es el "
                       "ciclo abierto (" CICLO-VIGENTE ")."
               END-IF
           END-IF.

       BUSCAR-CICLO-CERRADO.
           IF CICLO-PASADO-ANIO (INDICE-CICLO) = CICLO-EXPORTADO
               AND CICLO-PASADO-CERRADO (INDICE-CICLO)
               MOVE "S" TO CICLO-HALLADO-SW
           ELSE
               ADD 1 TO INDICE-CICLO
           END-IF.

       LEER-CICLO.
           MOVE "N" TO CICLO-LEIDO-SW.
           MOVE ZERO TO CICLO-VIGENTE.
           OPEN INPUT CICLO-ARCHIVO.
           READ CICLO-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO CICLO-LEIDO-SW
                   IF CICLO-ABIERTO IS NUMERIC
                       MOVE CICLO-ABIERTO TO CICLO-VIGENTE
                   END-IF
           END-READ.
           CLOSE CICLO-ARCHIVO.
           IF CICLO-VIGENTE = 0
               DISPLAY "No hay un ciclo lectivo abierto. Abralo con "
                   "CERRAR-CICLO."
           ELSE
               DISPLAY "Ciclo lectivo abierto: " CICLO-VIGENTE
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE "H" TO RETCAB-TIPO.
           MOVE CICLO-EXPORTADO TO RETCAB-CICLO.
           MOVE FECHA-GENERACION TO RETCAB-FECHA.
           MOVE MODALIDAD TO RETCAB-MODALIDAD.
           WRITE RETORNO-CABECERA.

       EXPORTAR-ESCUELA.
           READ ESCUELAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   PERFORM ACUMULAR-ESCUELA
                   IF ESCUELAS-ACTIVA
                       IF MODALIDAD-TOTAL
                           PERFORM ESCRIBIR-DETALLE
                       ELSE
                           PERFORM EXPORTAR-CORRECCION
                       END-IF
                   END-IF
           END-READ.

       EXPORTAR-CORRECCION.
           MOVE CICLO-EXPORTADO TO OBSERVADAS-CICLO.
           MOVE ESCUELAS-CLAVE TO OBSERVADAS-ESCUELA.
           READ OBSERVADAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OBSERVADA-PENDIENTE
                       AND (ESCUELAS-VARONES NOT = OBSERVADAS-VARONES
                       OR ESCUELAS-MUJERES NOT = OBSERVADAS-MUJERES
                       OR ESCUELAS-COMEDOR NOT = OBSERVADAS-COMEDOR)
                       PERFORM ESCRIBIR-DETALLE
                       ADD 1 TO CONTADOR-CORREGIDAS
                       MOVE "E" TO OBSERVADAS-ESTADO
                       MOVE FECHA-GENERACION
                           TO OBSERVADAS-FECHA-ESTADO
                       REWRITE OBSERVADAS-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo marcar reenviada: "
                                   OBSERVADAS-ESCUELA
                       END-REWRITE
                   END-IF
           END-READ.

           ADD ESCUELAS-COMEDOR TO TOTAL-COMEDOR.

       RESOLVER-NOMBRE-PROVINCIA.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   MOVE "(SIN NOMBRE)" TO RETDET-PROVINCIA
               NOT INVALID KEY
                   MOVE PROVINCIAS-NOMBRE TO RETDET-PROVINCIA
           END-READ.

       RESOLVER-NOMBRE-DISTRITO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE ESCUELAS-DISTRICTO TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "(SIN NOMBRE)" TO RETDET-DISTRITO
               NOT INVALID KEY
                   MOVE DISTRITOS-NOMBRE TO RETDET-DISTRITO
           END-READ.

       ACUMULAR-ESCUELA.
           IF NOT HAY-DATOS
           MOVE TOTAL-COMEDOR TO RETCOL-COMEDOR.
           WRITE RETORNO-COLA.

       REGISTRAR-ENVIO.
           OPEN EXTEND ENVIOS-ARCHIVO.
           MOVE FECHA-GENERACION TO ENVIOS-FECHA-PROCESO.
           MOVE CICLO-EXPORTADO TO ENVIOS-CICLO.
           MOVE FECHA-GENERACION TO ENVIOS-FECHA-RETORNO.
           MOVE MODALIDAD TO ENVIOS-MODALIDAD.
           MOVE CONTADOR-EXPORTADAS TO ENVIOS-ENVIADOS.
           MOVE ZERO TO ENVIOS-RECIBIDOS.
           MOVE ZERO TO ENVIOS-OBSERVADOS.
           MOVE "ENVIADO" TO ENVIOS-ESTADO.
           WRITE ENVIOS-REGISTRO.
           CLOSE ENVIOS-ARCHIVO.

       MOSTRAR-RESUMEN.
           DISPLAY "===========================================".
           DISPLAY "Ciclo exportado: " CICLO-EXPORTADO.
           IF MODALIDAD-CORRECCIONES
               DISPLAY "Modalidad: solo correcciones. Observadas "
                   "reenviadas: " CONTADOR-CORREGIDAS
           END-IF.
           DISPLAY "Escuelas activas exportadas: "
               CONTADOR-EXPORTADAS.
           MOVE SPACE TO LINEA-REPORTE.
