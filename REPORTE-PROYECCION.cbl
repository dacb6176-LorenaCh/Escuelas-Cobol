      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proyeccion de matricula del ciclo siguiente y de la
      *          necesidad de docentes, a partir de GRADOS-ARCHIVO
      *          (matricula por grado cargada con CREATE-GRADOS). Cada
      *          grado pasa al grado siguiente; los alumnos del ultimo
      *          grado del nivel (indicado por el operador) egresan, y
      *          el primer grado se estima aplicando al primer grado
      *          actual la tendencia de matricula de la escuela en
      *          HISTORIA-ARCHIVO (matricula del ultimo ciclo
      *          registrado sobre la del ciclo anterior; sin dos
      *          ciclos registrados se toma sin cambio). Por escuela y
      *          grado se informan los alumnos actuales y proyectados,
      *          los docentes actuales de DOCENTES-ARCHIVO, los
      *          docentes necesarios con el umbral de alumnos por
      *          docente indicado por el operador, y los que faltan o
      *          sobran. Totales por distrito, por provincia y general.
      *          Las escuelas cuya carga por grado no coincide con la
      *          matricula de ESCUELAS-ARCHIVO se marcan *CARGA
      *          INCOMPLETA*: sus cifras no son confiables. La
      *          historia se tabla para hasta 9999 escuelas; una
      *          escuela que quede fuera de la tabla lleva debajo la
      *          marca HISTORIA FUERA DE TABLA. Solo se
      *          proyectan las escuelas activas. Escribe
      *          listproyeccion.dat con titulo, fecha, parametros,
      *          pagina y encabezados repetidos cada 60 lineas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PROYECCION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL GRADOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\grados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRADOS-CLAVE.

           SELECT OPTIONAL DOCENTES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\docentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCENTES-CLAVE.

           SELECT OPTIONAL HISTORIA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\historia.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

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
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\listproyeccion.dat"
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

       FD GRADOS-ARCHIVO.
           01 GRADOS-REGISTRO.
               05 GRADOS-CLAVE.
                   10 GRADOS-CLAVE-ESCUELA.
                       15 GRADOS-CODIGO-PROVINCIA PIC X.
                       15 GRADOS-DISTRICTO PIC 9(2).
                       15 GRADOS-CODIGO-ESCUELA PIC 99.
                   10 GRADOS-GRADO PIC 99.
               05 GRADOS-ALUMNOS PIC 9(4).

       FD DOCENTES-ARCHIVO.
           01 DOCENTES-REGISTRO.
               05 DOCENTES-CLAVE.
                   10 DOCENTES-CLAVE-ESCUELA.
                       15 DOCENTES-CODIGO-PROVINCIA PIC X.
                       15 DOCENTES-DISTRICTO PIC 9(2).
                       15 DOCENTES-CODIGO-ESCUELA PIC 99.
                   10 DOCENTES-MATERIA PIC X(20).
                   10 DOCENTES-GRADO PIC 99.
               05 DOCENTES-CANTIDAD PIC 999.

       FD HISTORIA-ARCHIVO.
           01 HISTORIA-REGISTRO.
               05 HISTORIA-CICLO PIC 9(4).
               05 HISTORIA-CLAVE PIC X(5).
               05 HISTORIA-VARONES PIC 9(4).
               05 HISTORIA-MUJERES PIC 9(4).
               05 HISTORIA-COMEDOR PIC 9(4).
               05 HISTORIA-FECHA PIC X(8).

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
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-UMBRAL PIC X(42)
           VALUE "Ingrese el umbral de alumnos por docente".
       01  IDENTIFICADOR-ULTIMO-GRADO PIC X(48)
           VALUE "Ingrese el ultimo grado del nivel (egresa)".
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  GRADOS-FIN-SW PIC X.
           88 GRADOS-FIN VALUE "S".
       01  DOCENTES-FIN-SW PIC X.
           88 DOCENTES-FIN VALUE "S".
       01  HISTORIA-EOF-SW PIC X.
           88 HISTORIA-EOF VALUE "S".
       01  IDENTIDAD-HALLADA-SW PIC X.
           88 IDENTIDAD-HALLADA VALUE "S".
       01  NOMBRE-HALLADO-SW PIC X.
           88 NOMBRE-HALLADO VALUE "S".
       01  HISTORIA-HALLADA-SW PIC X.
           88 HISTORIA-HALLADA VALUE "S".
       01  HAY-DATOS-SW PIC X.
           88 HAY-DATOS VALUE "S".
       01  ENTRADA-NUMERICA PIC X(3).
       01  ENTRADA-VALOR PIC 999.
       01  CAMPO-VALIDO-SW PIC X.
           88 CAMPO-VALIDO VALUE "S".
       01  UMBRAL PIC 999 VALUE 25.
       01  ULTIMO-GRADO PIC 99 VALUE 7.
       01  PROVINCIA-ACTUAL PIC X.
       01  DISTRICTO-ACTUAL PIC 9(2).
       01  NOMBRE-PROVINCIA PIC X(20).
       01  NOMBRE-DISTRICTO PIC X(20).
       01  NOMBRE-ESCUELA PIC X(30).
       01  TOTAL-HISTORIA PIC 9(5) VALUE 0.
       01  INDICE-HISTORIA PIC 9(5) VALUE 0.
       01  HISTORIA-DESBORDADA PIC 9(5) VALUE 0.
       01  HISTORIA-FUERA-SW PIC X.
           88 HISTORIA-FUERA-TABLA VALUE "S".
       01  CONTADOR-FUERA-TABLA PIC 9(5) VALUE 0.
       01  TABLA-HISTORIA.
           05 TABLA-HIST-ITEM OCCURS 9999 TIMES.
               10 TH-CLAVE PIC X(5).
               10 TH-ULTIMO-CICLO PIC 9(4).
               10 TH-ULTIMA-MATRICULA PIC 9(5).
               10 TH-ANTERIOR-CICLO PIC 9(4).
               10 TH-ANTERIOR-MATRICULA PIC 9(5).
       01  HISTORIA-BUSCADA PIC X(5).
       01  MATRICULA-HISTORIA PIC 9(5).
       01  INDICE-GRADOS PIC 99 VALUE 0.
       01  GRADO-ANTERIOR PIC 99 VALUE 0.
       01  GRADOS-FUERA-RANGO PIC 9(5) VALUE 0.
       01  TABLA-GRADOS.
           05 TABLA-GRADO-ITEM OCCURS 20 TIMES.
               10 TG-ACTUALES PIC 9(4).
               10 TG-DOCENTES PIC 9(4).
       01  FACTOR-TENDENCIA PIC 9(3)V9(4).
       01  FACTOR-EDITADO PIC ZZ9.99.
       01  MATRICULA PIC 9(5).
       01  EGRESAN PIC 9(4).
       01  GRADO-PROYECTADOS PIC 9(4).
       01  GRADO-NECESARIOS PIC 9(4).
       01  GRADO-FALTAN PIC 9(4).
       01  GRADO-SOBRAN PIC 9(4).
       01  ESC-ACTUALES PIC 9(5).
       01  ESC-PROYECTADOS PIC 9(5).
       01  ESC-DOCENTES PIC 9(5).
       01  ESC-NECESARIOS PIC 9(5).
       01  ESC-FALTAN PIC 9(5).
       01  ESC-SOBRAN PIC 9(5).
       01  DIST-PROYECTADOS PIC 9(7).
       01  DIST-DOCENTES PIC 9(6).
       01  DIST-NECESARIOS PIC 9(6).
       01  DIST-FALTAN PIC 9(6).
       01  DIST-SOBRAN PIC 9(6).
       01  PROV-PROYECTADOS PIC 9(7).
       01  PROV-DOCENTES PIC 9(6).
       01  PROV-NECESARIOS PIC 9(6).
       01  PROV-FALTAN PIC 9(6).
       01  PROV-SOBRAN PIC 9(6).
       01  GRAN-TOTAL-PROYECTADOS PIC 9(8) VALUE 0.
       01  GRAN-TOTAL-DOCENTES PIC 9(7) VALUE 0.
       01  GRAN-TOTAL-NECESARIOS PIC 9(7) VALUE 0.
       01  GRAN-TOTAL-FALTAN PIC 9(7) VALUE 0.
       01  GRAN-TOTAL-SOBRAN PIC 9(7) VALUE 0.
       01  MARCA-LINEA PIC X(18).
       01  CONTADOR-ESCUELAS PIC 9(5) VALUE 0.
       01  CONTADOR-INCOMPLETAS PIC 9(5) VALUE 0.
       01  CONTADOR-SIN-TENDENCIA PIC 9(5) VALUE 0.
       01  LINEA-REPORTE PIC X(130).
       01  FECHA-LISTADO PIC X(8).
       01  CONTADOR-LINEAS PIC 9(3) VALUE 0.
       01  CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           ACCEPT FECHA-LISTADO FROM DATE YYYYMMDD.
           PERFORM OBTENER-UMBRAL.
           PERFORM OBTENER-ULTIMO-GRADO.
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
           DISPLAY "El listado quedo en listproyeccion.dat.".

       PROGRAM-DONE.
           STOP RUN.

       ENCABEZADO-PAGINA.
           ADD 1 TO CONTADOR-PAGINAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PROYECCION DEL CICLO SIGUIENTE  FECHA: "
               FECHA-LISTADO "  UMBRAL: " UMBRAL
               "  ULTIMO GRADO: " ULTIMO-GRADO
               "  PAGINA: " CONTADOR-PAGINAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE "============================================="
               TO LINEA-REPORTE.
           PERFORM GRABAR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ESCUELA Y GRADOS  (ACTUALES / PROYECTADOS / "
               "DOCENTES / NECESARIOS / FALTAN / SOBRAN)"
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

       OBTENER-UMBRAL.
           DISPLAY IDENTIFICADOR-UMBRAL.
           ACCEPT ENTRADA-NUMERICA.
           PERFORM VALIDAR-ENTRADA-NUMERICA.
           IF CAMPO-VALIDO AND ENTRADA-VALOR > ZERO
               MOVE ENTRADA-VALOR TO UMBRAL
           ELSE
               DISPLAY "Umbral no valido, se usa " UMBRAL
           END-IF.

       OBTENER-ULTIMO-GRADO.
           DISPLAY IDENTIFICADOR-ULTIMO-GRADO.
           ACCEPT ENTRADA-NUMERICA.
           PERFORM VALIDAR-ENTRADA-NUMERICA.
           IF CAMPO-VALIDO AND ENTRADA-VALOR > ZERO
               AND ENTRADA-VALOR <= 20
               MOVE ENTRADA-VALOR TO ULTIMO-GRADO
           ELSE
               DISPLAY "Grado no valido, se usa " ULTIMO-GRADO
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
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN INPUT GRADOS-ARCHIVO.
           OPEN INPUT DOCENTES-ARCHIVO.
           OPEN INPUT IDENTIDAD-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           PERFORM CARGAR-HISTORIA.

       PROCEDIMIENTO-CIERRE.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE GRADOS-ARCHIVO.
           CLOSE DOCENTES-ARCHIVO.
           CLOSE IDENTIDAD-ARCHIVO.
           CLOSE LISTADO-ARCHIVO.

       CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-ARCHIVO.
           MOVE "N" TO HISTORIA-EOF-SW.
           PERFORM CARGAR-ENTRADA-HISTORIA
           UNTIL HISTORIA-EOF.
           CLOSE HISTORIA-ARCHIVO.

       CARGAR-ENTRADA-HISTORIA.
           READ HISTORIA-ARCHIVO
               AT END
                   MOVE "S" TO HISTORIA-EOF-SW
               NOT AT END
                   PERFORM ANOTAR-HISTORIA
           END-READ.

       ANOTAR-HISTORIA.
           COMPUTE MATRICULA-HISTORIA
               = HISTORIA-VARONES + HISTORIA-MUJERES.
           MOVE HISTORIA-CLAVE TO HISTORIA-BUSCADA.
           PERFORM BUSCAR-HISTORIA-TABLA.
           IF NOT HISTORIA-HALLADA
               IF TOTAL-HISTORIA >= 9999
                   ADD 1 TO HISTORIA-DESBORDADA
               ELSE
                   ADD 1 TO TOTAL-HISTORIA
                   MOVE TOTAL-HISTORIA TO INDICE-HISTORIA
                   MOVE HISTORIA-CLAVE TO TH-CLAVE (INDICE-HISTORIA)
                   MOVE HISTORIA-CICLO
                       TO TH-ULTIMO-CICLO (INDICE-HISTORIA)
                   MOVE MATRICULA-HISTORIA
                       TO TH-ULTIMA-MATRICULA (INDICE-HISTORIA)
                   MOVE ZERO TO TH-ANTERIOR-CICLO (INDICE-HISTORIA)
                   MOVE ZERO TO TH-ANTERIOR-MATRICULA (INDICE-HISTORIA)
               END-IF
           ELSE
               PERFORM ACTUALIZAR-HISTORIA
           END-IF.

       ACTUALIZAR-HISTORIA.
           IF HISTORIA-CICLO = TH-ULTIMO-CICLO (INDICE-HISTORIA)
               MOVE MATRICULA-HISTORIA
                   TO TH-ULTIMA-MATRICULA (INDICE-HISTORIA)
           ELSE
               IF HISTORIA-CICLO > TH-ULTIMO-CICLO (INDICE-HISTORIA)
                   MOVE TH-ULTIMO-CICLO (INDICE-HISTORIA)
                       TO TH-ANTERIOR-CICLO (INDICE-HISTORIA)
                   MOVE TH-ULTIMA-MATRICULA (INDICE-HISTORIA)
                       TO TH-ANTERIOR-MATRICULA (INDICE-HISTORIA)
                   MOVE HISTORIA-CICLO
                       TO TH-ULTIMO-CICLO (INDICE-HISTORIA)
                   MOVE MATRICULA-HISTORIA
                       TO TH-ULTIMA-MATRICULA (INDICE-HISTORIA)
               ELSE
                   IF HISTORIA-CICLO
                       NOT < TH-ANTERIOR-CICLO (INDICE-HISTORIA)
                       MOVE HISTORIA-CICLO
                           TO TH-ANTERIOR-CICLO (INDICE-HISTORIA)
                       MOVE MATRICULA-HISTORIA
                           TO TH-ANTERIOR-MATRICULA (INDICE-HISTORIA)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-HISTORIA-TABLA.
           MOVE 1 TO INDICE-HISTORIA.
           MOVE "N" TO HISTORIA-HALLADA-SW.
           PERFORM COMPARAR-HISTORIA-TABLA
           UNTIL HISTORIA-HALLADA OR INDICE-HISTORIA > TOTAL-HISTORIA.

       COMPARAR-HISTORIA-TABLA.
           IF TH-CLAVE (INDICE-HISTORIA) = HISTORIA-BUSCADA
               MOVE "S" TO HISTORIA-HALLADA-SW
           ELSE
               ADD 1 TO INDICE-HISTORIA
           END-IF.

       PROCESAR-ESCUELA.
           READ ESCUELAS-ARCHIVO
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   IF ESCUELAS-ACTIVA
                       PERFORM CONTROLAR-CORTE
                       PERFORM PROYECTAR-ESCUELA
                   END-IF
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

       PROYECTAR-ESCUELA.
           ADD 1 TO CONTADOR-ESCUELAS.
           COMPUTE MATRICULA = ESCUELAS-VARONES + ESCUELAS-MUJERES.
           MOVE 1 TO INDICE-GRADOS.
           PERFORM LIMPIAR-GRADO
           UNTIL INDICE-GRADOS > 20.
           PERFORM BUSCAR-GRADOS.
           PERFORM BUSCAR-DOCENTES.
           PERFORM CALCULAR-TENDENCIA.
           MOVE ZERO TO ESC-ACTUALES.
           MOVE 1 TO INDICE-GRADOS.
           PERFORM SUMAR-ACTUALES
           UNTIL INDICE-GRADOS > 20.
           MOVE TG-ACTUALES (ULTIMO-GRADO) TO EGRESAN.
           MOVE SPACE TO MARCA-LINEA.
           IF ESC-ACTUALES NOT = MATRICULA
               MOVE "*CARGA INCOMPLETA*" TO MARCA-LINEA
               ADD 1 TO CONTADOR-INCOMPLETAS
           END-IF.
           PERFORM IMPRIMIR-LINEA-ESCUELA.
           MOVE ZERO TO ESC-PROYECTADOS.
           MOVE ZERO TO ESC-DOCENTES.
           MOVE ZERO TO ESC-NECESARIOS.
           MOVE ZERO TO ESC-FALTAN.
           MOVE ZERO TO ESC-SOBRAN.
           MOVE 1 TO INDICE-GRADOS.
           PERFORM PROYECTAR-GRADO
           UNTIL INDICE-GRADOS > ULTIMO-GRADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "    TOTAL ESCUELA  PROYECTADOS:" ESC-PROYECTADOS
               "  DOCENTES:" ESC-DOCENTES
               "  NECESARIOS:" ESC-NECESARIOS
               "  FALTAN:" ESC-FALTAN
               "  SOBRAN:" ESC-SOBRAN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           ADD ESC-PROYECTADOS TO DIST-PROYECTADOS.
           ADD ESC-DOCENTES TO DIST-DOCENTES.
           ADD ESC-NECESARIOS TO DIST-NECESARIOS.
           ADD ESC-FALTAN TO DIST-FALTAN.
           ADD ESC-SOBRAN TO DIST-SOBRAN.

       LIMPIAR-GRADO.
           MOVE ZERO TO TG-ACTUALES (INDICE-GRADOS).
           MOVE ZERO TO TG-DOCENTES (INDICE-GRADOS).
           ADD 1 TO INDICE-GRADOS.

       SUMAR-ACTUALES.
           ADD TG-ACTUALES (INDICE-GRADOS) TO ESC-ACTUALES.
           ADD 1 TO INDICE-GRADOS.

       BUSCAR-GRADOS.
           MOVE "N" TO GRADOS-FIN-SW.
           MOVE SPACE TO GRADOS-CLAVE.
           MOVE ESCUELAS-CLAVE TO GRADOS-CLAVE-ESCUELA.
           MOVE ZERO TO GRADOS-GRADO.
           START GRADOS-ARCHIVO KEY IS NOT LESS THAN GRADOS-CLAVE
               INVALID KEY
                   MOVE "S" TO GRADOS-FIN-SW
           END-START.
           PERFORM ANOTAR-GRADO
           UNTIL GRADOS-FIN.

       ANOTAR-GRADO.
           READ GRADOS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO GRADOS-FIN-SW
               NOT AT END
                   IF GRADOS-CLAVE-ESCUELA = ESCUELAS-CLAVE
                       IF GRADOS-GRADO > ZERO AND GRADOS-GRADO <= 20
                           ADD GRADOS-ALUMNOS
                               TO TG-ACTUALES (GRADOS-GRADO)
                       ELSE
                           ADD 1 TO GRADOS-FUERA-RANGO
                       END-IF
                   ELSE
                       MOVE "S" TO GRADOS-FIN-SW
                   END-IF
           END-READ.

       BUSCAR-DOCENTES.
           MOVE "N" TO DOCENTES-FIN-SW.
           MOVE SPACE TO DOCENTES-CLAVE.
           MOVE ESCUELAS-CLAVE TO DOCENTES-CLAVE-ESCUELA.
           MOVE SPACE TO DOCENTES-MATERIA.
           MOVE ZERO TO DOCENTES-GRADO.
           START DOCENTES-ARCHIVO KEY IS NOT LESS THAN DOCENTES-CLAVE
               INVALID KEY
                   MOVE "S" TO DOCENTES-FIN-SW
           END-START.
           PERFORM ANOTAR-DOCENTES
           UNTIL DOCENTES-FIN.

       ANOTAR-DOCENTES.
           READ DOCENTES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO DOCENTES-FIN-SW
               NOT AT END
                   IF DOCENTES-CLAVE-ESCUELA = ESCUELAS-CLAVE
                       IF DOCENTES-GRADO > ZERO AND DOCENTES-GRADO <= 20
                           ADD DOCENTES-CANTIDAD
                               TO TG-DOCENTES (DOCENTES-GRADO)
                       ELSE
                           ADD 1 TO GRADOS-FUERA-RANGO
                       END-IF
                   ELSE
                       MOVE "S" TO DOCENTES-FIN-SW
                   END-IF
           END-READ.

      * Tendencia: matricula del ultimo ciclo registrado sobre la del
      * ciclo anterior. Sin dos ciclos se proyecta sin cambio.
       CALCULAR-TENDENCIA.
           MOVE 1 TO FACTOR-TENDENCIA.
           MOVE "N" TO HISTORIA-FUERA-SW.
           MOVE ESCUELAS-CLAVE TO HISTORIA-BUSCADA.
           PERFORM BUSCAR-HISTORIA-TABLA.
           IF HISTORIA-HALLADA
               AND TH-ANTERIOR-MATRICULA (INDICE-HISTORIA) > ZERO
               COMPUTE FACTOR-TENDENCIA ROUNDED
                   = TH-ULTIMA-MATRICULA (INDICE-HISTORIA)
                   / TH-ANTERIOR-MATRICULA (INDICE-HISTORIA)
           ELSE
               IF NOT HISTORIA-HALLADA AND HISTORIA-DESBORDADA > 0
                   MOVE "S" TO HISTORIA-FUERA-SW
                   ADD 1 TO CONTADOR-FUERA-TABLA
               ELSE
                   ADD 1 TO CONTADOR-SIN-TENDENCIA
               END-IF
           END-IF.
           MOVE FACTOR-TENDENCIA TO FACTOR-EDITADO.

       IMPRIMIR-LINEA-ESCUELA.
           PERFORM BUSCAR-NOMBRE-ESCUELA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ESCUELA " ESCUELAS-CLAVE
               " " NOMBRE-ESCUELA
               "  MATRICULA:" MATRICULA
               "  EN GRADOS:" ESC-ACTUALES
               "  EGRESAN:" EGRESAN
               "  TENDENCIA:" FACTOR-EDITADO
               "  " MARCA-LINEA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF HISTORIA-FUERA-TABLA
               MOVE SPACE TO LINEA-REPORTE
               STRING "      ** HISTORIA FUERA DE TABLA: TENDENCIA NO "
                   "CALCULADA, PRIMER GRADO Y DOCENTES NO CONFIABLES"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.

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

       PROYECTAR-GRADO.
           IF INDICE-GRADOS = 1
               COMPUTE GRADO-PROYECTADOS ROUNDED
                   = TG-ACTUALES (1) * FACTOR-TENDENCIA
           ELSE
               COMPUTE GRADO-ANTERIOR = INDICE-GRADOS - 1
               MOVE TG-ACTUALES (GRADO-ANTERIOR) TO GRADO-PROYECTADOS
           END-IF.
           MOVE ZERO TO GRADO-NECESARIOS.
           IF GRADO-PROYECTADOS > ZERO
               COMPUTE GRADO-NECESARIOS
                   = (GRADO-PROYECTADOS + UMBRAL - 1) / UMBRAL
           END-IF.
           MOVE ZERO TO GRADO-FALTAN.
           MOVE ZERO TO GRADO-SOBRAN.
           IF GRADO-NECESARIOS > TG-DOCENTES (INDICE-GRADOS)
               COMPUTE GRADO-FALTAN
                   = GRADO-NECESARIOS - TG-DOCENTES (INDICE-GRADOS)
           ELSE
               COMPUTE GRADO-SOBRAN
                   = TG-DOCENTES (INDICE-GRADOS) - GRADO-NECESARIOS
           END-IF.
           IF GRADO-PROYECTADOS > ZERO
               OR TG-ACTUALES (INDICE-GRADOS) > ZERO
               OR TG-DOCENTES (INDICE-GRADOS) > ZERO
               MOVE SPACE TO LINEA-REPORTE
               STRING "    GRADO " INDICE-GRADOS
                   "  ACTUALES:" TG-ACTUALES (INDICE-GRADOS)
                   "  PROYECTADOS:" GRADO-PROYECTADOS
                   "  DOCENTES:" TG-DOCENTES (INDICE-GRADOS)
                   "  NECESARIOS:" GRADO-NECESARIOS
                   "  FALTAN:" GRADO-FALTAN
                   "  SOBRAN:" GRADO-SOBRAN
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           ADD GRADO-PROYECTADOS TO ESC-PROYECTADOS.
           ADD TG-DOCENTES (INDICE-GRADOS) TO ESC-DOCENTES.
           ADD GRADO-NECESARIOS TO ESC-NECESARIOS.
           ADD GRADO-FALTAN TO ESC-FALTAN.
           ADD GRADO-SOBRAN TO ESC-SOBRAN.
           ADD 1 TO INDICE-GRADOS.

       ABRIR-PROVINCIA.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIA-ACTUAL.
           MOVE ZERO TO PROV-PROYECTADOS.
           MOVE ZERO TO PROV-DOCENTES.
           MOVE ZERO TO PROV-NECESARIOS.
           MOVE ZERO TO PROV-FALTAN.
           MOVE ZERO TO PROV-SOBRAN.
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
           MOVE ZERO TO DIST-PROYECTADOS.
           MOVE ZERO TO DIST-DOCENTES.
           MOVE ZERO TO DIST-NECESARIOS.
           MOVE ZERO TO DIST-FALTAN.
           MOVE ZERO TO DIST-SOBRAN.
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
               "  PROYECTADOS:" DIST-PROYECTADOS
               "  DOCENTES:" DIST-DOCENTES
               "  NECESARIOS:" DIST-NECESARIOS
               "  FALTAN:" DIST-FALTAN
               "  SOBRAN:" DIST-SOBRAN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           ADD DIST-PROYECTADOS TO PROV-PROYECTADOS.
           ADD DIST-DOCENTES TO PROV-DOCENTES.
           ADD DIST-NECESARIOS TO PROV-NECESARIOS.
           ADD DIST-FALTAN TO PROV-FALTAN.
           ADD DIST-SOBRAN TO PROV-SOBRAN.

       CERRAR-PROVINCIA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL PROVINCIA " NOMBRE-PROVINCIA
               "  PROYECTADOS:" PROV-PROYECTADOS
               "  DOCENTES:" PROV-DOCENTES
               "  NECESARIOS:" PROV-NECESARIOS
               "  FALTAN:" PROV-FALTAN
               "  SOBRAN:" PROV-SOBRAN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           ADD PROV-PROYECTADOS TO GRAN-TOTAL-PROYECTADOS.
           ADD PROV-DOCENTES TO GRAN-TOTAL-DOCENTES.
           ADD PROV-NECESARIOS TO GRAN-TOTAL-NECESARIOS.
           ADD PROV-FALTAN TO GRAN-TOTAL-FALTAN.
           ADD PROV-SOBRAN TO GRAN-TOTAL-SOBRAN.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE "=============================================="
               TO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL GENERAL  PROYECTADOS:" GRAN-TOTAL-PROYECTADOS
               "  DOCENTES:" GRAN-TOTAL-DOCENTES
               "  NECESARIOS:" GRAN-TOTAL-NECESARIOS
               "  FALTAN:" GRAN-TOTAL-FALTAN
               "  SOBRAN:" GRAN-TOTAL-SOBRAN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Escuelas activas proyectadas: " CONTADOR-ESCUELAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Escuelas con carga por grado incompleta: "
               CONTADOR-INCOMPLETAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Escuelas sin dos ciclos en la historia (primer "
               "grado sin cambio): " CONTADOR-SIN-TENDENCIA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM IMPRIMIR-LINEA.
           IF GRADOS-FUERA-RANGO > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "Entradas de grado fuera de rango (1 a 20), no "
                   "consideradas: " GRADOS-FUERA-RANGO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
           IF HISTORIA-DESBORDADA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "Registros de historia fuera de tabla: "
                   HISTORIA-DESBORDADA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
               MOVE SPACE TO LINEA-REPORTE
               STRING "Escuelas sin tendencia por historia fuera de "
                   "tabla: " CONTADOR-FUERA-TABLA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM IMPRIMIR-LINEA
           END-IF.
       END PROGRAM REPORTE-PROYECCION.
