      *   - El identificador del operador se valida contra
      *     OPERADORES-ARCHIVO (mantenido con CREATE-OPERADORES);
      *     mantener maestros requiere nivel 3.
      *   - PROVINCIAS-ARCHIVO pasa a ser indexado por codigo: el alta
      *     y la correccion leen y graban solo la provincia tratada,
      *     sin tabla en memoria ni reescritura del archivo completo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMEN-NIVELACION.
       FILE-CONTROL.
           SELECT OPTIONAL PROVINCIAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\provincias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROVINCIAS-CODIGO
           FILE STATUS IS PROVINCIAS-STATUS.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD PROVINCIAS-ARCHIVO.
       01 IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01 OPERADOR PIC X(10).
       01 OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01 OPERADOR-NIVEL PIC 9.
       01 MODO-OPERACION PIC X VALUE "A".
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-CORREGIR VALUE "C" "c".
       01 PROVINCIAS-STATUS PIC XX.
           88 PROVINCIAS-STATUS-NO-EXISTE VALUE "35".
       01 CODIGO-BUSCADO PIC X.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM PROCEDIMIENTO-APERTURA
               MOVE "S" TO SI-O-NO
               PERFORM ATENDER-OPERACIONES
               UNTIL SI-O-NO = "N"
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.

       PROGRAM-DONE.

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
           OPEN I-O PROVINCIAS-ARCHIVO.
           IF PROVINCIAS-STATUS-NO-EXISTE
               OPEN OUTPUT PROVINCIAS-ARCHIVO
               CLOSE PROVINCIAS-ARCHIVO
               OPEN I-O PROVINCIAS-ARCHIVO
           END-IF.

       PROCEDIMIENTO-CIERRE.
           CLOSE PROVINCIAS-ARCHIVO.

       ATENDER-OPERACIONES.
           DISPLAY "Seleccione operacion: (A) Alta  "
               "(C) Corregir nombre".
           END-IF.
           PERFORM REINICIAR.

       AGREGAR-PROVINCIA.
           DISPLAY IDENTIFICADOR.
           ACCEPT CODIGO-BUSCADO.
           MOVE CODIGO-BUSCADO TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   PERFORM GRABAR-PROVINCIA
               NOT INVALID KEY
                   DISPLAY "Ya existe una provincia con ese codigo: "
                       PROVINCIAS-NOMBRE
           END-READ.

       GRABAR-PROVINCIA.
           MOVE CODIGO-BUSCADO TO PROVINCIAS-CODIGO.
           DISPLAY NOMBRE.
           ACCEPT PROVINCIAS-NOMBRE.
           WRITE PROVINCIAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar la provincia."
               NOT INVALID KEY
                   DISPLAY "Se agrego: " CODIGO-BUSCADO " "
                       PROVINCIAS-NOMBRE
           END-WRITE.

       CORREGIR-PROVINCIA.
           DISPLAY IDENTIFICADOR.
           ACCEPT CODIGO-BUSCADO.
           MOVE CODIGO-BUSCADO TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   DISPLAY "Provincia inexistente. Verifique el codigo."
               NOT INVALID KEY
                   PERFORM CORREGIR-NOMBRE
           END-READ.

       CORREGIR-NOMBRE.
           DISPLAY "Nombre actual: " PROVINCIAS-NOMBRE.
           DISPLAY NOMBRE.
           ACCEPT PROVINCIAS-NOMBRE.
           REWRITE PROVINCIAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar la correccion."
               NOT INVALID KEY
                   DISPLAY "Se corrigio: " CODIGO-BUSCADO " "
                       PROVINCIAS-NOMBRE
           END-REWRITE.

       REINICIAR.
           DISPLAY "¿Desea realizar otra operacion?".
