      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de carga horaria del personal docente,
      *          cruzando PERSONAL-ARCHIVO (CREATE-PERSONAL) con
      *          ASIGNACIONES-ARCHIVO (CREATE-ASIGNACIONES). Por cada
      *          docente se informa el total de horas semanales y la
      *          cantidad de escuelas en las que tiene asignaciones,
      *          marcando los que superan el maximo legal de horas
      *          indicado por el operador; debajo de cada docente
      *          marcado se detallan sus asignaciones, para ver en que
      *          escuelas se lo cuenta. Al final se informan las
      *          asignaciones de documentos que no estan en el legajo.
      *          Las asignaciones de cada docente se leen por la
      *          clave alternativa de documento de ASIGNACIONES-ARCHIVO,
      *          sin tablas en memoria, asi que no hay tope de docentes.
      *          El informe se escribe ademas en listcarga.dat, con
      *          titulo, fecha, maximo utilizado, numero de pagina y
      *          encabezados repetidos cada 60 lineas, como
      *          REPORTE-DOCENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CARGA-HORARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERSONAL-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\personal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSONAL-DOCUMENTO.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\asignaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIGNACIONES-CLAVE
           ALTERNATE RECORD KEY IS ASIGNACIONES-DOCUMENTO
               WITH DUPLICATES.

           SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listcarga.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PERSONAL-ARCHIVO.
           01 PERSONAL-REGISTRO.
               05 PERSONAL-DOCUMENTO PIC X(10).
               05 PERSONAL-NOMBRE PIC X(30).
               05 PERSONAL-TITULO PIC X(30).
               05 PERSONAL-FECHA-INGRESO PIC X(8).
               05 PERSONAL-ESTADO PIC X.
                   88 PERSONAL-ACTIVO VALUE "A".
                   88 PERSONAL-BAJA VALUE "B".

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

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(130).
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-MAXIMO PIC X(48)
           VALUE "Ingrese el maximo legal de horas semanales".
       01  PERSONAL-EOF-SW PIC X.
           88 PERSONAL-EOF VALUE "S".
       01  ASIGNACIONES-FIN-SW PIC X.
           88 ASIGNACIONES-FIN VALUE "S".
       01  DOCUMENTOS-FIN-SW PIC X.
           88 DOCUMENTOS-FIN VALUE "S".
       01  ENTRADA-NUMERICA PIC X(3).
       01  ENTRADA-VALOR PIC 999.
       01  CAMPO-VALIDO-SW PIC X.
           88 CAMPO-VALIDO VALUE "S".
       01  HORAS-MAXIMAS PIC 999 VALUE 42.
       01  MARCA-LINEA PIC X(16).
       01  LINEA-REPORTE PIC X(130).
       01  FECHA-LISTADO PIC X(8).
       01  CONTADOR-LINEAS PIC 9(3) VALUE 0.
       01  CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01  CONTADOR-DOCENTES PIC 9(5) VALUE 0.
       01  CONTADOR-SOBRE-MAXIMO PIC 9(5) VALUE 0.
       01  CONTADOR-SIN-ASIGNACION PIC 9(5) VALUE 0.
       01  CONTADOR-SIN-LEGAJO PIC 9(5) VALUE 0.
       01  DOCUMENTO-BUSCADO PIC X(10).
       01  CARGA-HALLADA-SW PIC X.
           88 CARGA-HALLADA VALUE "S".
       01  LEGAJO-HALLADO-SW PIC X.
           88 LEGAJO-HALLADO VALUE "S".
       01  ESCUELA-HALLADA-SW PIC X.
           88 ESCUELA-HALLADA VALUE "S".
       01  HORAS-DOCENTE PIC 9(4) VALUE 0.
       01  ESCUELAS-DOCENTE PIC 9(3) VALUE 0.
       01  TOTAL-ESCUELAS-TABLA PIC 9(3) VALUE 0.
       01  INDICE-ESCUELAS PIC 9(3) VALUE 0.
       01  TABLA-ESCUELAS-DOCENTE.
           05 TE-CLAVE PIC X(5) OCCURS 99 TIMES.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           ACCEPT FECHA-LISTADO FROM DATE YYYYMMDD.
           PERFORM OBTENER-MAXIMO.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM ENCABEZADO-PAGINA.
           MOVE "N" TO PERSONAL-EOF-SW.
           PERFORM PROCESAR-DOCENTE
           UNTIL PERSONAL-EOF.
           PERFORM INFORMAR-SIN-LEGAJO.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "El listado quedo en listcarga.dat.".

       PROGRAM-DONE.
           STOP RUN.

       ENCABEZADO-PAGINA.
           ADD 1 TO CONTADOR-PAGINAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "INFORME DE CARGA HORARIA DOCENTE  FECHA: "
               FECHA-LISTADO "  MAXIMO: " HORAS-MAXIMAS
               "  PAGINA: " CONTADOR-PAGINAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "==============================" TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "DOCUMENTO  NOMBRE                          HORAS  ESC"
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

       OBTENER-MAXIMO.
           DISPLAY IDENTIFICADOR-MAXIMO.
           ACCEPT ENTRADA-NUMERICA.
           PERFORM VALIDAR-ENTRADA-NUMERICA.
           IF CAMPO-VALIDO
               MOVE ENTRADA-VALOR TO HORAS-MAXIMAS
           ELSE
               DISPLAY "Maximo no numerico, se usa " HORAS-MAXIMAS
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

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT PERSONAL-ARCHIVO.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE PERSONAL-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE LISTADO-ARCHIVO.

      * Las asignaciones de un docente se recorren por la clave
      * alternativa de documento. No llegan agrupadas por escuela, asi
      * que las escuelas ya contadas se anotan en una tabla chica que
      * se vacia para cada docente.
       TOTALIZAR-DOCENTE.
           MOVE ZERO TO HORAS-DOCENTE.
           MOVE ZERO TO ESCUELAS-DOCENTE.
           MOVE ZERO TO TOTAL-ESCUELAS-TABLA.
           MOVE "N" TO CARGA-HALLADA-SW.
           PERFORM POSICIONAR-DOCUMENTO.
           PERFORM SUMAR-ASIGNACION
           UNTIL ASIGNACIONES-FIN.

       POSICIONAR-DOCUMENTO.
           MOVE "N" TO ASIGNACIONES-FIN-SW.
           MOVE DOCUMENTO-BUSCADO TO ASIGNACIONES-DOCUMENTO.
           START ASIGNACIONES-ARCHIVO
               KEY IS EQUAL TO ASIGNACIONES-DOCUMENTO
               INVALID KEY
                   MOVE "S" TO ASIGNACIONES-FIN-SW
           END-START.

       SUMAR-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ASIGNACIONES-FIN-SW
               NOT AT END
                   IF ASIGNACIONES-DOCUMENTO NOT = DOCUMENTO-BUSCADO
                       MOVE "S" TO ASIGNACIONES-FIN-SW
                   ELSE
                       MOVE "S" TO CARGA-HALLADA-SW
                       ADD ASIGNACIONES-HORAS TO HORAS-DOCENTE
                       PERFORM CONTAR-ESCUELA-DOCENTE
                   END-IF
           END-READ.

       CONTAR-ESCUELA-DOCENTE.
           MOVE 1 TO INDICE-ESCUELAS.
           MOVE "N" TO ESCUELA-HALLADA-SW.
           PERFORM COMPARAR-ESCUELA-DOCENTE
           UNTIL ESCUELA-HALLADA
               OR INDICE-ESCUELAS > TOTAL-ESCUELAS-TABLA.
           IF NOT ESCUELA-HALLADA
               ADD 1 TO ESCUELAS-DOCENTE
               IF TOTAL-ESCUELAS-TABLA < 99
                   ADD 1 TO TOTAL-ESCUELAS-TABLA
                   MOVE ASIGNACIONES-CLAVE-ESCUELA
                       TO TE-CLAVE (TOTAL-ESCUELAS-TABLA)
               END-IF
           END-IF.

       COMPARAR-ESCUELA-DOCENTE.
           IF TE-CLAVE (INDICE-ESCUELAS) = ASIGNACIONES-CLAVE-ESCUELA
               MOVE "S" TO ESCUELA-HALLADA-SW
           ELSE
               ADD 1 TO INDICE-ESCUELAS
           END-IF.

      * El legajo en orden de documento.
       PROCESAR-DOCENTE.
           READ PERSONAL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO PERSONAL-EOF-SW
               NOT AT END
                   PERFORM INFORMAR-DOCENTE
           END-READ.

       INFORMAR-DOCENTE.
           MOVE PERSONAL-DOCUMENTO TO DOCUMENTO-BUSCADO.
           PERFORM TOTALIZAR-DOCENTE.
           MOVE SPACE TO MARCA-LINEA.
           IF PERSONAL-ACTIVO OR CARGA-HALLADA
               ADD 1 TO CONTADOR-DOCENTES
               IF HORAS-DOCENTE > HORAS-MAXIMAS
                   MOVE "*SUPERA MAXIMO*" TO MARCA-LINEA
                   ADD 1 TO CONTADOR-SOBRE-MAXIMO
               ELSE
                   IF NOT CARGA-HALLADA
                       MOVE "*SIN ASIGNACION*" TO MARCA-LINEA
                       ADD 1 TO CONTADOR-SIN-ASIGNACION
                   END-IF
               END-IF
               MOVE SPACE TO LINEA-REPORTE
               STRING PERSONAL-DOCUMENTO
                   " " PERSONAL-NOMBRE
                   "  " HORAS-DOCENTE
                   "  " ESCUELAS-DOCENTE
                   "  " MARCA-LINEA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               IF HORAS-DOCENTE > HORAS-MAXIMAS
                   PERFORM DETALLAR-ASIGNACIONES
               END-IF
           END-IF.

       DETALLAR-ASIGNACIONES.
           PERFORM POSICIONAR-DOCUMENTO.
           PERFORM DETALLAR-ASIGNACION
           UNTIL ASIGNACIONES-FIN.

       DETALLAR-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ASIGNACIONES-FIN-SW
               NOT AT END
                   IF ASIGNACIONES-DOCUMENTO NOT = DOCUMENTO-BUSCADO
                       MOVE "S" TO ASIGNACIONES-FIN-SW
                   ELSE
                       MOVE SPACE TO LINEA-REPORTE
                       STRING "    ESCUELA " ASIGNACIONES-CLAVE-ESCUELA
                           "  MATERIA: " ASIGNACIONES-MATERIA
                           "  GRADO: " ASIGNACIONES-GRADO
                           "  HORAS: " ASIGNACIONES-HORAS
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       PERFORM IMPRIMIR-LINEA
                   END-IF
           END-READ.

      * Documentos asignados que no estan en el legajo: se recorren
      * las asignaciones por documento leyendo una sola por documento
      * (despues de cada una se posiciona en el documento siguiente).
       INFORMAR-SIN-LEGAJO.
           MOVE "N" TO DOCUMENTOS-FIN-SW.
           MOVE LOW-VALUES TO ASIGNACIONES-DOCUMENTO.
           START ASIGNACIONES-ARCHIVO
               KEY IS NOT LESS THAN ASIGNACIONES-DOCUMENTO
               INVALID KEY
                   MOVE "S" TO DOCUMENTOS-FIN-SW
           END-START.
           PERFORM REVISAR-DOCUMENTO-ASIGNADO
           UNTIL DOCUMENTOS-FIN.

       REVISAR-DOCUMENTO-ASIGNADO.
           READ ASIGNACIONES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO DOCUMENTOS-FIN-SW
               NOT AT END
                   MOVE ASIGNACIONES-DOCUMENTO TO DOCUMENTO-BUSCADO
                   PERFORM VERIFICAR-LEGAJO
                   IF NOT LEGAJO-HALLADO
                       PERFORM INFORMAR-DOCUMENTO-SIN-LEGAJO
                   END-IF
                   MOVE DOCUMENTO-BUSCADO TO ASIGNACIONES-DOCUMENTO
                   START ASIGNACIONES-ARCHIVO
                       KEY IS GREATER THAN ASIGNACIONES-DOCUMENTO
                       INVALID KEY
                           MOVE "S" TO DOCUMENTOS-FIN-SW
                   END-START
           END-READ.

       VERIFICAR-LEGAJO.
           MOVE "S" TO LEGAJO-HALLADO-SW.
           MOVE DOCUMENTO-BUSCADO TO PERSONAL-DOCUMENTO.
           READ PERSONAL-ARCHIVO
               INVALID KEY
                   MOVE "N" TO LEGAJO-HALLADO-SW
           END-READ.

       INFORMAR-DOCUMENTO-SIN-LEGAJO.
           PERFORM TOTALIZAR-DOCENTE.
           ADD 1 TO CONTADOR-SIN-LEGAJO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING DOCUMENTO-BUSCADO
               " (SIN LEGAJO)                  "
               "  " HORAS-DOCENTE
               "  " ESCUELAS-DOCENTE
               "  *SIN LEGAJO*"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.

       MOSTRAR-RESUMEN.
           MOVE "==============================" TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Docentes informados: " CONTADOR-DOCENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Docentes sobre el maximo: " CONTADOR-SOBRE-MAXIMO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Docentes activos sin asignaciones: "
               CONTADOR-SIN-ASIGNACION
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Documentos asignados sin legajo: "
               CONTADOR-SIN-LEGAJO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
       END PROGRAM REPORTE-CARGA-HORARIA.
