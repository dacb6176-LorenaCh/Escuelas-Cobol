      ******************************************************************
      * Author:
      * Date:
      * Purpose: Asignaciones del personal docente a las escuelas, en
      *          ASIGNACIONES-ARCHIVO (clave de escuela mas materia,
      *          grado y documento, con las horas semanales), modelado
      *          sobre CREATE-DOCENTES. Cada asignacion vincula un
      *          docente de PERSONAL-ARCHIVO (CREATE-PERSONAL) con una
      *          escuela, materia y grado. El alta rechaza los docentes
      *          dados de baja, las escuelas inactivas y las escuelas
      *          de un distrito retirado (DISTRITOS-ESTADO "R"). Modos:
      *          Alta, Listar (las asignaciones del docente con el
      *          total de horas), Corregir (horas) y Eliminar. Despues
      *          de cada alta o correccion se informa el total de horas
      *          semanales del docente en todas las escuelas; el
      *          control contra el maximo legal se hace con
      *          REPORTE-CARGA-HORARIA. El identificador del operador
      *          se valida contra OPERADORES-ARCHIVO; cargar datos
      *          requiere nivel 2.
      * Tectonics: cobc
      * Modificaciones:
      *   - DISTRITOS-ARCHIVO y OPERADORES-ARCHIVO pasan a ser
      *     indexados: distrito y operador se validan con una lectura
      *     por clave.
      *   - ASIGNACIONES-ARCHIVO tiene clave alternativa por documento
      *     (con duplicados): el total de horas y el listado del
      *     docente se leen por esa clave en lugar de recorrer todo el
      *     archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-ASIGNACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\asignaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIGNACIONES-CLAVE
           ALTERNATE RECORD KEY IS ASIGNACIONES-DOCUMENTO
               WITH DUPLICATES
           FILE STATUS IS ASIGNACIONES-STATUS.

           SELECT OPTIONAL PERSONAL-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\personal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSONAL-DOCUMENTO.

           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL DISTRITOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISTRITOS-CLAVE.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
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

       FD PERSONAL-ARCHIVO.
           01 PERSONAL-REGISTRO.
               05 PERSONAL-DOCUMENTO PIC X(10).
               05 PERSONAL-NOMBRE PIC X(30).
               05 PERSONAL-TITULO PIC X(30).
               05 PERSONAL-FECHA-INGRESO PIC X(8).
               05 PERSONAL-ESTADO PIC X.
                   88 PERSONAL-ACTIVO VALUE "A".
                   88 PERSONAL-BAJA VALUE "B".

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

       FD DISTRITOS-ARCHIVO.
           01 DISTRITOS-REGISTRO.
               05 DISTRITOS-CLAVE.
                   10 DISTRITOS-CODIGO-PROVINCIA PIC X.
                   10 DISTRITOS-CODIGO PIC 9(2).
               05 DISTRITOS-NOMBRE PIC X(20).
               05 DISTRITOS-ESTADO PIC X.
                   88 DISTRITO-RETIRADO VALUE "R".

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-DOCUMENTO PIC X(40)
           VALUE "Ingrese el documento del docente".
       01  IDENTIFICADOR-PROVINCIA PIC X(33)
           VALUE "Ingrese el codigo de la provincia".
       01  DISTRICTO PIC X(30) VALUE "Ingrese numero de districto".
       01  IDENTIFICADOR-ESCUELA PIC X(31)
           VALUE "Ingrese el codigo de la escuela".
       01  MATERIA PIC X(30) VALUE "Ingrese la materia a cargo".
       01  GRADO PIC X(30) VALUE "Ingrese el grado a cargo".
       01  HORAS PIC X(40) VALUE "Ingrese las horas semanales (1 a 99)".
       01  SI-O-NO PIC X.
       01  ASIGNACIONES-STATUS PIC XX.
           88 ASIGNACIONES-STATUS-NO-EXISTE VALUE "35".
       01  MODO-OPERACION PIC X VALUE "A".
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-LISTAR VALUE "L" "l".
           88 MODO-CORREGIR VALUE "C" "c".
           88 MODO-ELIMINAR VALUE "E" "e".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-CARGA VALUE 2 3.
       01  DOCENTE-VALIDO-SW PIC X.
           88 DOCENTE-VALIDO VALUE "S".
       01  ESCUELA-VALIDA-SW PIC X.
           88 ESCUELA-VALIDA VALUE "S".
       01  DISTRICTO-VALIDO-SW PIC X.
           88 DISTRICTO-VALIDO VALUE "S".
       01  HORAS-VALIDAS-SW PIC X.
           88 HORAS-VALIDAS VALUE "S".
       01  HORAS-ENTRADA PIC X(2).
       01  HORAS-VALOR PIC 99.
       01  ASIGNACIONES-FIN-SW PIC X.
           88 ASIGNACIONES-FIN VALUE "S".
       01  DOCUMENTO-BUSCADO PIC X(10).
       01  ASIGNACION-GUARDADA PIC X(39).
       01  CONTADOR-ASIGNACIONES PIC 9(3) VALUE 0.
       01  TOTAL-HORAS PIC 9(4) VALUE 0.
       01  LINEA-REPORTE PIC X(70).
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
           OPEN I-O ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-STATUS-NO-EXISTE
               OPEN OUTPUT ASIGNACIONES-ARCHIVO
               CLOSE ASIGNACIONES-ARCHIVO
               OPEN I-O ASIGNACIONES-ARCHIVO
           END-IF.
           OPEN INPUT PERSONAL-ARCHIVO.
           OPEN INPUT ESCUELAS-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE PERSONAL-ARCHIVO.
           CLOSE ESCUELAS-ARCHIVO.

       AGREGAR-REGISTROS.
           PERFORM SELECCIONAR-MODO.
           PERFORM OBTENER-DOCENTE.
           IF DOCENTE-VALIDO
               IF MODO-LISTAR
                   PERFORM LISTAR-ASIGNACIONES
               ELSE
                   PERFORM OBTENER-CLAVE-ESCUELA
                   IF MODO-CORREGIR
                       PERFORM CORREGIR-ASIGNACION
                   ELSE
                       IF MODO-ELIMINAR
                           PERFORM ELIMINAR-ASIGNACION
                       ELSE
                           PERFORM ALTA-ASIGNACION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM REINICIAR.

       SELECCIONAR-MODO.
           DISPLAY "Seleccione operacion: (A) Alta  (L) Listar  "
               "(C) Corregir  (E) Eliminar".
           ACCEPT MODO-OPERACION.

      * El docente debe existir en PERSONAL-ARCHIVO; para dar de alta
      * una asignacion no puede estar dado de baja.
       OBTENER-DOCENTE.
           MOVE "N" TO DOCENTE-VALIDO-SW.
           DISPLAY IDENTIFICADOR-DOCUMENTO.
           ACCEPT PERSONAL-DOCUMENTO.
           MOVE PERSONAL-DOCUMENTO TO DOCUMENTO-BUSCADO.
           READ PERSONAL-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe un docente con ese documento. "
                       "Registrelo con CREATE-PERSONAL."
               NOT INVALID KEY
                   DISPLAY "DOCENTE: " PERSONAL-NOMBRE
                   IF MODO-ALTA AND PERSONAL-BAJA
                       DISPLAY "El docente esta dado de baja; no se "
                           "le asignan horas."
                   ELSE
                       MOVE "S" TO DOCENTE-VALIDO-SW
                   END-IF
           END-READ.

       OBTENER-CLAVE-ESCUELA.
           MOVE SPACE TO ASIGNACIONES-REGISTRO.
           MOVE "N" TO ESCUELA-VALIDA-SW.
           PERFORM PEDIR-CLAVE-ESCUELA
           UNTIL ESCUELA-VALIDA.
           MOVE DOCUMENTO-BUSCADO TO ASIGNACIONES-DOCUMENTO.

       PEDIR-CLAVE-ESCUELA.
           DISPLAY IDENTIFICADOR-PROVINCIA.
           ACCEPT ASIGNACIONES-CODIGO-PROVINCIA.
           DISPLAY DISTRICTO.
           ACCEPT ASIGNACIONES-DISTRICTO.
           DISPLAY IDENTIFICADOR-ESCUELA.
           ACCEPT ASIGNACIONES-CODIGO-ESCUELA.
           MOVE ASIGNACIONES-CODIGO-PROVINCIA
               TO ESCUELAS-CODIGO-PROVINCIA.
           MOVE ASIGNACIONES-DISTRICTO TO ESCUELAS-DISTRICTO.
           MOVE ASIGNACIONES-CODIGO-ESCUELA TO ESCUELAS-CODIGO.
           READ ESCUELAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe una escuela con esa clave."
               NOT INVALID KEY
                   MOVE "S" TO ESCUELA-VALIDA-SW
           END-READ.

       ALTA-ASIGNACION.
           PERFORM VALIDAR-DISTRICTO.
           IF NOT ESCUELAS-ACTIVA
               DISPLAY "La escuela esta inactiva; no se le asignan "
                   "docentes."
           ELSE
               IF NOT DISTRICTO-VALIDO
                   DISPLAY "El distrito de la escuela no existe o esta "
                       "retirado; no se le asignan docentes."
               ELSE
                   PERFORM OBTENER-MATERIA-GRADO
                   PERFORM OBTENER-HORAS
                   MOVE HORAS-VALOR TO ASIGNACIONES-HORAS
                   PERFORM ESCRIBIR-REGISTRO
               END-IF
           END-IF.

       VALIDAR-DISTRICTO.
           MOVE "N" TO DISTRICTO-VALIDO-SW.
           OPEN INPUT DISTRITOS-ARCHIVO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE ESCUELAS-DISTRICTO TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DISTRICTO-VALIDO-SW
               NOT INVALID KEY
                   IF NOT DISTRITO-RETIRADO
                       MOVE "S" TO DISTRICTO-VALIDO-SW
                   END-IF
           END-READ.
           CLOSE DISTRITOS-ARCHIVO.

       OBTENER-MATERIA-GRADO.
           DISPLAY MATERIA.
           ACCEPT ASIGNACIONES-MATERIA.
           DISPLAY GRADO.
           ACCEPT ASIGNACIONES-GRADO.

       OBTENER-HORAS.
           MOVE "N" TO HORAS-VALIDAS-SW.
           PERFORM PEDIR-HORAS
           UNTIL HORAS-VALIDAS.

       PEDIR-HORAS.
           DISPLAY HORAS.
           MOVE SPACE TO HORAS-ENTRADA.
           ACCEPT HORAS-ENTRADA.
           MOVE ZERO TO HORAS-VALOR.
           IF HORAS-ENTRADA (2:1) = SPACE
               IF HORAS-ENTRADA (1:1) IS NUMERIC
                   MOVE HORAS-ENTRADA (1:1) TO HORAS-VALOR
               END-IF
           ELSE
               IF HORAS-ENTRADA IS NUMERIC
                   MOVE HORAS-ENTRADA TO HORAS-VALOR
               END-IF
           END-IF.
           IF HORAS-VALOR > ZERO
               MOVE "S" TO HORAS-VALIDAS-SW
           ELSE
               DISPLAY "Horas invalidas."
           END-IF.

       ESCRIBIR-REGISTRO.
           WRITE ASIGNACIONES-REGISTRO
               INVALID KEY
                   DISPLAY "El docente ya tiene esa materia y grado "
                       "en la escuela."
               NOT INVALID KEY
                   PERFORM INFORMAR-HORAS
           END-WRITE.

       INFORMAR-HORAS.
           PERFORM SUMAR-HORAS-DOCENTE.
           DISPLAY "Horas semanales del docente en todas las "
               "escuelas: " TOTAL-HORAS
               "  (asignaciones: " CONTADOR-ASIGNACIONES ")".

      * Las asignaciones de un docente se leen por la clave
      * alternativa de documento, sin recorrer el archivo completo.
       SUMAR-HORAS-DOCENTE.
           MOVE ASIGNACIONES-REGISTRO TO ASIGNACION-GUARDADA.
           MOVE ZERO TO CONTADOR-ASIGNACIONES.
           MOVE ZERO TO TOTAL-HORAS.
           PERFORM POSICIONAR-DOCUMENTO.
           PERFORM SUMAR-ASIGNACION
           UNTIL ASIGNACIONES-FIN.
           MOVE ASIGNACION-GUARDADA TO ASIGNACIONES-REGISTRO.

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
                       ADD 1 TO CONTADOR-ASIGNACIONES
                       ADD ASIGNACIONES-HORAS TO TOTAL-HORAS
                   END-IF
           END-READ.

       LISTAR-ASIGNACIONES.
           MOVE ZERO TO CONTADOR-ASIGNACIONES.
           MOVE ZERO TO TOTAL-HORAS.
           PERFORM POSICIONAR-DOCUMENTO.
           PERFORM LISTAR-ASIGNACION
           UNTIL ASIGNACIONES-FIN.
           DISPLAY "Asignaciones del docente: " CONTADOR-ASIGNACIONES
               "  Horas semanales: " TOTAL-HORAS.

       LISTAR-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ASIGNACIONES-FIN-SW
               NOT AT END
                   IF ASIGNACIONES-DOCUMENTO NOT = DOCUMENTO-BUSCADO
                       MOVE "S" TO ASIGNACIONES-FIN-SW
                   ELSE
                       ADD 1 TO CONTADOR-ASIGNACIONES
                       ADD ASIGNACIONES-HORAS TO TOTAL-HORAS
                       MOVE SPACE TO LINEA-REPORTE
                       STRING "ESCUELA: " ASIGNACIONES-CLAVE-ESCUELA
                           "  MATERIA: " ASIGNACIONES-MATERIA
                           "  GRADO: " ASIGNACIONES-GRADO
                           "  HORAS: " ASIGNACIONES-HORAS
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       DISPLAY LINEA-REPORTE
                   END-IF
           END-READ.

       CORREGIR-ASIGNACION.
           PERFORM OBTENER-MATERIA-GRADO.
           READ ASIGNACIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe esa asignacion."
               NOT INVALID KEY
                   PERFORM ACTUALIZAR-ASIGNACION
           END-READ.

       ACTUALIZAR-ASIGNACION.
           DISPLAY "Horas actuales: " ASIGNACIONES-HORAS.
           PERFORM OBTENER-HORAS.
           MOVE HORAS-VALOR TO ASIGNACIONES-HORAS.
           REWRITE ASIGNACIONES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar el registro."
               NOT INVALID KEY
                   PERFORM INFORMAR-HORAS
           END-REWRITE.

       ELIMINAR-ASIGNACION.
           PERFORM OBTENER-MATERIA-GRADO.
           READ ASIGNACIONES-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe esa asignacion."
               NOT INVALID KEY
                   PERFORM CONFIRMAR-ELIMINACION
           END-READ.

       CONFIRMAR-ELIMINACION.
           DISPLAY "Horas: " ASIGNACIONES-HORAS
               "  Confirma la eliminacion? (S/N)".
           ACCEPT SI-O-NO.
           IF SI-O-NO = "S" OR SI-O-NO = "s"
               DELETE ASIGNACIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY "No se pudo eliminar el registro."
               END-DELETE
           ELSE
               DISPLAY "Eliminacion cancelada."
           END-IF.

       REINICIAR.
           DISPLAY "Desea realizar otra operacion?".
           ACCEPT SI-O-NO.
           IF SI-O-NO = "s"
               MOVE "S" TO SI-O-NO.
           IF SI-O-NO NOT = "S"
               MOVE "N" TO SI-O-NO.
       END PROGRAM CREATE-ASIGNACIONES.
