      ******************************************************************
      * Author:
      * Date:
      * Purpose: Legajo del personal docente, en PERSONAL-ARCHIVO
      *          (personal.dat, indexado por numero de documento),
      *          modelado sobre CREATE-DOCENTES. Cada legajo guarda
      *          nombre, titulo, fecha de ingreso y estado (A activo,
      *          B baja). DOCENTES-ARCHIVO solo guarda la cantidad
      *          declarada por escuela, materia y grado; las personas
      *          se vinculan a las escuelas con CREATE-ASIGNACIONES.
      *          Modos: A alta, L consultar los datos del docente,
      *          C corregir nombre, titulo y fecha de ingreso, y
      *          B baja. La baja no borra el legajo: lo pasa a estado
      *          B para que no se le asignen horas nuevas, y se
      *          rechaza mientras el docente tenga asignaciones en
      *          ASIGNACIONES-ARCHIVO. El identificador del operador
      *          se valida contra OPERADORES-ARCHIVO; cargar datos
      *          requiere nivel 2.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-PERSONAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERSONAL-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\personal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSONAL-DOCUMENTO
           FILE STATUS IS PERSONAL-STATUS.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\asignaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIGNACIONES-CLAVE
           ALTERNATE RECORD KEY IS ASIGNACIONES-DOCUMENTO
               WITH DUPLICATES.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
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

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-DOCUMENTO PIC X(40)
           VALUE "Ingrese el numero de documento".
       01  NOMBRE PIC X(40) VALUE "Ingrese apellido y nombre".
       01  TITULO PIC X(40) VALUE "Ingrese el titulo docente".
       01  FECHA-INGRESO PIC X(40)
           VALUE "Ingrese la fecha de ingreso (AAAAMMDD)".
       01  SI-O-NO PIC X.
       01  PERSONAL-STATUS PIC XX.
           88 PERSONAL-STATUS-NO-EXISTE VALUE "35".
       01  MODO-OPERACION PIC X VALUE "A".
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-CONSULTAR VALUE "L" "l".
           88 MODO-CORREGIR VALUE "C" "c".
           88 MODO-BAJA VALUE "B" "b".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-CARGA VALUE 2 3.
       01  DOCUMENTO-VALIDO-SW PIC X.
           88 DOCUMENTO-VALIDO VALUE "S".
       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".
       01  FECHA-ENTRADA PIC X(8).
       01  ENTRADA-TEXTO PIC X(30).
       01  ASIGNACIONES-FIN-SW PIC X.
           88 ASIGNACIONES-FIN VALUE "S".
       01  DOCUMENTO-BUSCADO PIC X(10).
       01  CONTADOR-ASIGNACIONES PIC 9(3) VALUE 0.
       01  TOTAL-HORAS PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM PROCEDIMIENTO-APERTURA
               MOVE "S" TO SI-O-NO
               PERFORM AGREGAR-REGISTROS
               UNTIL SI-O-NO = "N"
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       IDENTIFICAR-OPERADOR.
           DISPLAY IDENTIFICADOR-OPERADOR.
           ACCEPT OPERADOR.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador no registrado o retirado."
           ELSE
               IF NOT OPERADOR-NIVEL-CARGA
                   DISPLAY "El operador no esta autorizado a cargar "
                       "datos (nivel 2)."
                   MOVE "N" TO OPERADOR-VALIDO-SW
               END-IF
           END-IF.

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO-SW.
           MOVE ZERO TO OPERADOR-NIVEL.
           OPEN INPUT OPERADORES-ARCHIVO.
           MOVE OPERADOR TO OPERADORES-CODIGO.
           READ OPERADORES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO OPERADOR-VALIDO-SW
               NOT INVALID KEY
                   IF NOT OPERADOR-RETIRADO
                       MOVE "S" TO OPERADOR-VALIDO-SW
                       MOVE OPERADORES-NIVEL TO OPERADOR-NIVEL
                   END-IF
           END-READ.
           CLOSE OPERADORES-ARCHIVO.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O PERSONAL-ARCHIVO.
           IF PERSONAL-STATUS-NO-EXISTE
               OPEN OUTPUT PERSONAL-ARCHIVO
               CLOSE PERSONAL-ARCHIVO
               OPEN I-O PERSONAL-ARCHIVO
           END-IF.
           OPEN INPUT ASIGNACIONES-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE PERSONAL-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.

       AGREGAR-REGISTROS.
           PERFORM SELECCIONAR-MODO.
           PERFORM OBTENER-DOCUMENTO.
           IF DOCUMENTO-VALIDO
               IF MODO-CONSULTAR
                   PERFORM CONSULTAR-DOCENTE
               ELSE
                   IF MODO-CORREGIR
                       PERFORM CORREGIR-DOCENTE
                   ELSE
                       IF MODO-BAJA
                           PERFORM BAJA-DOCENTE
                       ELSE
                           PERFORM ALTA-DOCENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM REINICIAR.

       SELECCIONAR-MODO.
           DISPLAY "Seleccione operacion: (A) Alta  (L) Consultar  "
               "(C) Corregir  (B) Baja".
           ACCEPT MODO-OPERACION.

       OBTENER-DOCUMENTO.
           MOVE SPACE TO PERSONAL-REGISTRO.
           MOVE "N" TO DOCUMENTO-VALIDO-SW.
           DISPLAY IDENTIFICADOR-DOCUMENTO.
           ACCEPT PERSONAL-DOCUMENTO.
           IF PERSONAL-DOCUMENTO = SPACE
               DISPLAY "El numero de documento es obligatorio."
           ELSE
               MOVE "S" TO DOCUMENTO-VALIDO-SW
               MOVE PERSONAL-DOCUMENTO TO DOCUMENTO-BUSCADO
           END-IF.

       ALTA-DOCENTE.
           READ PERSONAL-ARCHIVO
               INVALID KEY
                   PERFORM CARGAR-DATOS-DOCENTE
               NOT INVALID KEY
                   DISPLAY "Ya existe un docente con ese documento: "
                       PERSONAL-NOMBRE
           END-READ.

       CARGAR-DATOS-DOCENTE.
           MOVE SPACE TO PERSONAL-REGISTRO.
           MOVE DOCUMENTO-BUSCADO TO PERSONAL-DOCUMENTO.
           DISPLAY NOMBRE.
           ACCEPT PERSONAL-NOMBRE.
           DISPLAY TITULO.
           ACCEPT PERSONAL-TITULO.
           PERFORM OBTENER-FECHA-INGRESO.
           MOVE FECHA-ENTRADA TO PERSONAL-FECHA-INGRESO.
           MOVE "A" TO PERSONAL-ESTADO.
           WRITE PERSONAL-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el legajo."
               NOT INVALID KEY
                   DISPLAY "Legajo dado de alta: " PERSONAL-DOCUMENTO
           END-WRITE.

       OBTENER-FECHA-INGRESO.
           MOVE "N" TO FECHA-VALIDA-SW.
           PERFORM PEDIR-FECHA-INGRESO
           UNTIL FECHA-VALIDA.

       PEDIR-FECHA-INGRESO.
           DISPLAY FECHA-INGRESO.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               AND FECHA-ENTRADA (5:2) >= "01"
               AND FECHA-ENTRADA (5:2) <= "12"
               AND FECHA-ENTRADA (7:2) >= "01"
               AND FECHA-ENTRADA (7:2) <= "31"
               MOVE "S" TO FECHA-VALIDA-SW
           ELSE
               DISPLAY "Fecha invalida. Use AAAAMMDD."
           END-IF.

       CONSULTAR-DOCENTE.
           READ PERSONAL-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe un docente con ese documento."
               NOT INVALID KEY
                   PERFORM MOSTRAR-DOCENTE
                   PERFORM CONTAR-ASIGNACIONES
                   DISPLAY "Asignaciones: " CONTADOR-ASIGNACIONES
                       "  Horas semanales: " TOTAL-HORAS
           END-READ.

       MOSTRAR-DOCENTE.
           DISPLAY "DOCUMENTO: " PERSONAL-DOCUMENTO
               "  NOMBRE: " PERSONAL-NOMBRE.
           DISPLAY "TITULO: " PERSONAL-TITULO
               "  INGRESO: " PERSONAL-FECHA-INGRESO
               "  ESTADO: " PERSONAL-ESTADO.

       CORREGIR-DOCENTE.
           READ PERSONAL-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe un docente con ese documento."
               NOT INVALID KEY
                   PERFORM ACTUALIZAR-DOCENTE
           END-READ.

      * En la correccion un dato en blanco conserva el valor actual.
       ACTUALIZAR-DOCENTE.
           PERFORM MOSTRAR-DOCENTE.
           DISPLAY NOMBRE " (vacio = sin cambio)".
           MOVE SPACE TO ENTRADA-TEXTO.
           ACCEPT ENTRADA-TEXTO.
           IF ENTRADA-TEXTO NOT = SPACE
               MOVE ENTRADA-TEXTO TO PERSONAL-NOMBRE
           END-IF.
           DISPLAY TITULO " (vacio = sin cambio)".
           MOVE SPACE TO ENTRADA-TEXTO.
           ACCEPT ENTRADA-TEXTO.
           IF ENTRADA-TEXTO NOT = SPACE
               MOVE ENTRADA-TEXTO TO PERSONAL-TITULO
           END-IF.
           DISPLAY "Desea corregir la fecha de ingreso? (S/N)".
           ACCEPT SI-O-NO.
           IF SI-O-NO = "S" OR SI-O-NO = "s"
               PERFORM OBTENER-FECHA-INGRESO
               MOVE FECHA-ENTRADA TO PERSONAL-FECHA-INGRESO
           END-IF.
           REWRITE PERSONAL-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar el legajo."
           END-REWRITE.

       BAJA-DOCENTE.
           READ PERSONAL-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe un docente con ese documento."
               NOT INVALID KEY
                   PERFORM CONFIRMAR-BAJA
           END-READ.

       CONFIRMAR-BAJA.
           PERFORM MOSTRAR-DOCENTE.
           PERFORM CONTAR-ASIGNACIONES.
           IF PERSONAL-BAJA
               DISPLAY "El docente ya esta dado de baja."
           ELSE
               IF CONTADOR-ASIGNACIONES > ZERO
                   DISPLAY "El docente tiene " CONTADOR-ASIGNACIONES
                       " asignaciones; eliminelas con "
                       "CREATE-ASIGNACIONES antes de la baja."
               ELSE
                   DISPLAY "Confirma la baja del docente? (S/N)"
                   ACCEPT SI-O-NO
                   IF SI-O-NO = "S" OR SI-O-NO = "s"
                       MOVE "B" TO PERSONAL-ESTADO
                       REWRITE PERSONAL-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo actualizar el "
                                   "legajo."
                       END-REWRITE
                   ELSE
                       DISPLAY "Baja cancelada."
                   END-IF
               END-IF
           END-IF.

      * ASIGNACIONES-ARCHIVO esta ordenado por escuela, de modo que
      * las asignaciones de un docente se cuentan recorriendo el
      * archivo completo.
       CONTAR-ASIGNACIONES.
           MOVE ZERO TO CONTADOR-ASIGNACIONES.
           MOVE ZERO TO TOTAL-HORAS.
           MOVE "N" TO ASIGNACIONES-FIN-SW.
           MOVE LOW-VALUES TO ASIGNACIONES-CLAVE.
           START ASIGNACIONES-ARCHIVO
               KEY IS NOT LESS THAN ASIGNACIONES-CLAVE
               INVALID KEY
                   MOVE "S" TO ASIGNACIONES-FIN-SW
           END-START.
           PERFORM CONTAR-ASIGNACION
           UNTIL ASIGNACIONES-FIN.

       CONTAR-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ASIGNACIONES-FIN-SW
               NOT AT END
                   IF ASIGNACIONES-DOCUMENTO = DOCUMENTO-BUSCADO
                       ADD 1 TO CONTADOR-ASIGNACIONES
                       ADD ASIGNACIONES-HORAS TO TOTAL-HORAS
                   END-IF
           END-READ.

       REINICIAR.
           DISPLAY "Desea realizar otra operacion?".
           ACCEPT SI-O-NO.
           IF SI-O-NO = "s"
               MOVE "S" TO SI-O-NO.
           IF SI-O-NO NOT = "S"
               MOVE "N" TO SI-O-NO.
       END PROGRAM CREATE-PERSONAL.
