      *     fecha de emision, umbral utilizado, numero de pagina y
      *     encabezados de columna repetidos cada 60 lineas; la
      *     salida por pantalla se mantiene para consultas rapidas.
      *   - Junto a la cantidad declarada en DOCENTES-ARCHIVO se
      *     informa cuantas personas distintas tienen asignaciones en
      *     ASIGNACIONES-ARCHIVO (CREATE-ASIGNACIONES) por escuela y
      *     por grado, marcando *DIFIERE ASIG* cuando no coinciden.
      *   - IDENTIDAD-ARCHIVO pasa a ser indexado por la clave de la
      *     escuela: el nombre se lee por clave y ya no se carga una
      *     tabla con todo el maestro.
      *   - Puede correr como paso de CORRIDA-NOCTURNA: el umbral se
      *     toma de pasonocturno.dat (si es cero se usa el de siempre)
      *     sin pedirlo, y se dejan alli las escuelas informadas;
      *     termina con codigo de retorno 0.
      *   - ASIGNACIONES-ARCHIVO se declara con la clave alternativa
      *     por documento, igual que en CREATE-ASIGNACIONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DOCENTES.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRADOS-CLAVE.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\asignaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIGNACIONES-CLAVE
           ALTERNATE RECORD KEY IS ASIGNACIONES-DOCUMENTO
               WITH DUPLICATES.

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE.

           SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listdocentes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS-ARCHIVO.
                   10 GRADOS-GRADO PIC 99.
               05 GRADOS-ALUMNOS PIC 9(4).

       FD ASIGNACIONES-ARCHIVO.
           01 ASIGNACIONES-REGISTRO.
               05 ASIGNACIONES-CLAVE.
                   10 ASIGNACIONES-CLAVE-ESCUELA.
                       15 ASIGNACIONES-CODIGO-PROVINCIA PIC X.
                       15 ASIGNACIONES-DISTRICTO PIC 9(2).
                       15 ASIGNACIONES-CODIGO-ESCUELA PIC 99.
                   10 ASIGNACIONES-MATERIA PIC X(20).
                   10 ASIGNACIONES-GRADO PIC 99.
                   10 ASIGNACIONES-DOCUMENTO PIC X(10).
               05 ASIGNACIONES-HORAS PIC 99.

       FD IDENTIDAD-ARCHIVO.
           01 IDENTIDAD-REGISTRO.
               05 IDENTIDAD-CLAVE PIC X(5).
               05 IDENTIDAD-TELEFONO PIC X(12).

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(150).

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
       01  IDENTIFICADOR-UMBRAL PIC X(42)
           VALUE "Ingrese el umbral de alumnos por docente".
       01  RELACION PIC 9(5)V9.
       01  RELACION-EDITADA PIC ZZZZ9.9.
       01  MARCA-LINEA PIC X(16).
       01  MARCA-ASIGNACION PIC X(14).
       01  LINEA-REPORTE PIC X(150).
       01  IDENTIDAD-HALLADA-SW PIC X.
           88 IDENTIDAD-HALLADA VALUE "S".
       01  NOMBRE-ESCUELA PIC X(30).
       01  FECHA-LISTADO PIC X(8).
       01  CONTADOR-LINEAS PIC 9(3) VALUE 0.
       01  CONTADOR-PAGINAS PIC 9(3) VALUE 0.
               10 TG-GRADO PIC 99.
               10 TG-ALUMNOS PIC 9(5).
               10 TG-DOCENTES PIC 9(4).
               10 TG-ASIGNADOS PIC 9(4).
       01  ASIGNACIONES-FIN-SW PIC X.
           88 ASIGNACIONES-FIN VALUE "S".
       01  TOTAL-ASIGNADOS PIC 9(4) VALUE 0.
       01  TOTAL-PARES PIC 9(3) VALUE 0.
       01  INDICE-ASIGNADOS PIC 9(4) VALUE 0.
       01  INDICE-PARES PIC 9(3) VALUE 0.
       01  PERSONA-HALLADA-SW PIC X.
           88 PERSONA-HALLADA VALUE "S".
       01  PAR-HALLADO-SW PIC X.
           88 PAR-HALLADO VALUE "S".
       01  ASIGNADOS-DESBORDADOS PIC 9(5) VALUE 0.
       01  CONTADOR-ESCUELAS-DIFIEREN PIC 9(5) VALUE 0.
       01  CONTADOR-GRADOS-DIFIEREN PIC 9(5) VALUE 0.
       01  TABLA-ASIGNADOS.
           05 TA-DOCUMENTO PIC X(10) OCCURS 300 TIMES.
       01  TABLA-PARES.
           05 TABLA-PAR-ITEM OCCURS 300 TIMES.
               10 TP-GRADO PIC 99.
               10 TP-DOCUMENTO PIC X(10).
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
           PERFORM OBTENER-UMBRAL.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "El listado quedo en listdocentes.dat.".
           MOVE CONTADOR-ESCUELAS TO NOCTURNO-LEIDOS.
           MOVE CONTADOR-ESCUELAS TO NOCTURNO-PROCESADOS.
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
           PERFORM GRABAR-LINEA.
           MOVE "==============================" TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ESCUELA Y GRADOS  (MATRICULA / DOCENTES DECLARADOS"
               " / ASIGNADOS / RELACION)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE 3 TO CONTADOR-LINEAS.

           ADD 1 TO CONTADOR-LINEAS.

       OBTENER-UMBRAL.
           IF CORRIDA-NOCTURNA
               IF NOCTURNO-VALOR > ZERO
                   MOVE NOCTURNO-VALOR TO UMBRAL
               END-IF
           ELSE
               DISPLAY IDENTIFICADOR-UMBRAL
               ACCEPT ENTRADA-NUMERICA
               PERFORM VALIDAR-ENTRADA-NUMERICA
               IF CAMPO-VALIDO
                   MOVE ENTRADA-VALOR TO UMBRAL
               ELSE
                   DISPLAY "Umbral no numerico, se usa " UMBRAL
               END-IF
           END-IF.

       VALIDAR-ENTRADA-NUMERICA.
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN INPUT DOCENTES-ARCHIVO.
           OPEN INPUT GRADOS-ARCHIVO.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           OPEN INPUT IDENTIDAD-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE DOCENTES-ARCHIVO.
           CLOSE GRADOS-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE IDENTIDAD-ARCHIVO.
           CLOSE LISTADO-ARCHIVO.

       PROCESAR-ESCUELA.
           MOVE ZERO TO TOTAL-GRADOS.
           PERFORM BUSCAR-DOCENTES.
           PERFORM BUSCAR-GRADOS.
           PERFORM BUSCAR-ASIGNACIONES.
           PERFORM EVALUAR-RELACION.
           PERFORM IMPRIMIR-LINEA-ESCUELA.
           MOVE 1 TO INDICE-GRADOS.
                   MOVE GRADO-BUSCADO TO TG-GRADO (TOTAL-GRADOS)
                   MOVE ZERO TO TG-ALUMNOS (TOTAL-GRADOS)
                   MOVE DOCENTES-CANTIDAD TO TG-DOCENTES (TOTAL-GRADOS)
                   MOVE ZERO TO TG-ASIGNADOS (TOTAL-GRADOS)
               END-IF
           END-IF.

                   MOVE GRADO-BUSCADO TO TG-GRADO (TOTAL-GRADOS)
                   MOVE GRADOS-ALUMNOS TO TG-ALUMNOS (TOTAL-GRADOS)
                   MOVE ZERO TO TG-DOCENTES (TOTAL-GRADOS)
                   MOVE ZERO TO TG-ASIGNADOS (TOTAL-GRADOS)
               END-IF
           END-IF.

      * Personas asignadas: un mismo docente puede tener varias
      * materias en la escuela o en el grado, por eso se cuentan los
      * documentos distintos de la escuela y los pares grado y
      * documento distintos.
       BUSCAR-ASIGNACIONES.
           MOVE ZERO TO TOTAL-ASIGNADOS.
           MOVE ZERO TO TOTAL-PARES.
           MOVE "N" TO ASIGNACIONES-FIN-SW.
           MOVE SPACE TO ASIGNACIONES-CLAVE.
           MOVE ESCUELAS-CLAVE TO ASIGNACIONES-CLAVE-ESCUELA.
           MOVE ZERO TO ASIGNACIONES-GRADO.
           START ASIGNACIONES-ARCHIVO
               KEY IS NOT LESS THAN ASIGNACIONES-CLAVE
               INVALID KEY
                   MOVE "S" TO ASIGNACIONES-FIN-SW
           END-START.
           PERFORM CONTAR-ASIGNADO
           UNTIL ASIGNACIONES-FIN.

       CONTAR-ASIGNADO.
           READ ASIGNACIONES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ASIGNACIONES-FIN-SW
               NOT AT END
                   IF ASIGNACIONES-CLAVE-ESCUELA = ESCUELAS-CLAVE
                       PERFORM ANOTAR-PERSONA-ESCUELA
                       PERFORM ANOTAR-PERSONA-GRADO
                   ELSE
                       MOVE "S" TO ASIGNACIONES-FIN-SW
                   END-IF
           END-READ.

       ANOTAR-PERSONA-ESCUELA.
           MOVE 1 TO INDICE-ASIGNADOS.
           MOVE "N" TO PERSONA-HALLADA-SW.
           PERFORM COMPARAR-PERSONA-TABLA
           UNTIL PERSONA-HALLADA OR INDICE-ASIGNADOS > TOTAL-ASIGNADOS.
           IF NOT PERSONA-HALLADA
               IF TOTAL-ASIGNADOS >= 300
                   ADD 1 TO ASIGNADOS-DESBORDADOS
               ELSE
                   ADD 1 TO TOTAL-ASIGNADOS
                   MOVE ASIGNACIONES-DOCUMENTO
                       TO TA-DOCUMENTO (TOTAL-ASIGNADOS)
               END-IF
           END-IF.

       COMPARAR-PERSONA-TABLA.
           IF TA-DOCUMENTO (INDICE-ASIGNADOS) = ASIGNACIONES-DOCUMENTO
               MOVE "S" TO PERSONA-HALLADA-SW
           ELSE
               ADD 1 TO INDICE-ASIGNADOS
           END-IF.

       ANOTAR-PERSONA-GRADO.
           MOVE 1 TO INDICE-PARES.
           MOVE "N" TO PAR-HALLADO-SW.
           PERFORM COMPARAR-PAR-TABLA
           UNTIL PAR-HALLADO OR INDICE-PARES > TOTAL-PARES.
           IF NOT PAR-HALLADO
               IF TOTAL-PARES >= 300
                   ADD 1 TO ASIGNADOS-DESBORDADOS
               ELSE
                   ADD 1 TO TOTAL-PARES
                   MOVE ASIGNACIONES-GRADO TO TP-GRADO (TOTAL-PARES)
                   MOVE ASIGNACIONES-DOCUMENTO
                       TO TP-DOCUMENTO (TOTAL-PARES)
                   PERFORM SUMAR-ASIGNADO-GRADO
               END-IF
           END-IF.

       COMPARAR-PAR-TABLA.
           IF TP-GRADO (INDICE-PARES) = ASIGNACIONES-GRADO
               AND TP-DOCUMENTO (INDICE-PARES) = ASIGNACIONES-DOCUMENTO
               MOVE "S" TO PAR-HALLADO-SW
           ELSE
               ADD 1 TO INDICE-PARES
           END-IF.

       SUMAR-ASIGNADO-GRADO.
           MOVE ASIGNACIONES-GRADO TO GRADO-BUSCADO.
           PERFORM BUSCAR-GRADO-TABLA.
           IF GRADO-HALLADO
               ADD 1 TO TG-ASIGNADOS (INDICE-GRADOS)
           ELSE
               IF TOTAL-GRADOS >= 20
                   ADD 1 TO GRADOS-DESBORDADOS
               ELSE
                   ADD 1 TO TOTAL-GRADOS
                   MOVE GRADO-BUSCADO TO TG-GRADO (TOTAL-GRADOS)
                   MOVE ZERO TO TG-ALUMNOS (TOTAL-GRADOS)
                   MOVE ZERO TO TG-DOCENTES (TOTAL-GRADOS)
                   MOVE 1 TO TG-ASIGNADOS (TOTAL-GRADOS)
               END-IF
           END-IF.

                   ADD 1 TO CONTADOR-SOBRE-UMBRAL
               END-IF
           END-IF.
           MOVE SPACE TO MARCA-ASIGNACION.
           IF TOTAL-ASIGNADOS NOT = TOTAL-DOCENTES
               MOVE "*DIFIERE ASIG*" TO MARCA-ASIGNACION
               ADD 1 TO CONTADOR-ESCUELAS-DIFIEREN
           END-IF.

       IMPRIMIR-LINEA-ESCUELA.
           PERFORM BUSCAR-NOMBRE-ESCUELA.
               " " NOMBRE-ESCUELA
               "  MATRICULA:" MATRICULA
               "  DOCENTES:" TOTAL-DOCENTES
               "  ASIGNADOS:" TOTAL-ASIGNADOS
               "  RELACION:" RELACION-EDITADA
               "  " MARCA-LINEA
               " " MARCA-ASIGNACION
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

       BUSCAR-NOMBRE-ESCUELA.
           MOVE "N" TO IDENTIDAD-HALLADA-SW.
           MOVE "(SIN NOMBRE)" TO NOMBRE-ESCUELA.
           MOVE ESCUELAS-CLAVE TO IDENTIDAD-CLAVE.
           READ IDENTIDAD-ARCHIVO
               INVALID KEY
                   MOVE "N" TO IDENTIDAD-HALLADA-SW
               NOT INVALID KEY
                   MOVE IDENTIDAD-NOMBRE TO NOMBRE-ESCUELA
                   MOVE "S" TO IDENTIDAD-HALLADA-SW
           END-READ.

       IMPRIMIR-LINEA-GRADO.
           MOVE ZERO TO RELACION.
                   ADD 1 TO CONTADOR-GRADOS-UMBRAL
               END-IF
           END-IF.
           MOVE SPACE TO MARCA-ASIGNACION.
           IF TG-ASIGNADOS (INDICE-GRADOS)
               NOT = TG-DOCENTES (INDICE-GRADOS)
               MOVE "*DIFIERE ASIG*" TO MARCA-ASIGNACION
               ADD 1 TO CONTADOR-GRADOS-DIFIEREN
           END-IF.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "    GRADO " TG-GRADO (INDICE-GRADOS)
               "  ALUMNOS:" TG-ALUMNOS (INDICE-GRADOS)
               "  DOCENTES:" TG-DOCENTES (INDICE-GRADOS)
               "  ASIGNADOS:" TG-ASIGNADOS (INDICE-GRADOS)
               "  RELACION:" RELACION-EDITADA
               "  " MARCA-LINEA
               " " MARCA-ASIGNACION
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           ADD 1 TO INDICE-GRADOS.
           STRING "Grados sobre el umbral: " CONTADOR-GRADOS-UMBRAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Escuelas con asignados distintos de lo declarado: "
               CONTADOR-ESCUELAS-DIFIEREN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Grados con asignados distintos de lo declarado: "
               CONTADOR-GRADOS-DIFIEREN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF ASIGNADOS-DESBORDADOS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "Asignaciones fuera de tabla, no contadas: "
                   ASIGNADOS-DESBORDADOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF GRADOS-DESBORDADOS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "Grados fuera de tabla, no informados: "
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.

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
                   IF PASO-PROGRAMA = "REPORTE-DOCENTES"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                       MOVE PASO-VALOR TO NOCTURNO-VALOR
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "REPORTE-DOCENTES" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM REPORTE-DOCENTES.
