      *          si el maestro esta vacio se permite la carga inicial
      *          sin identificacion.
      * Tectonics: cobc
      * Modificaciones:
      *   - OPERADORES-ARCHIVO pasa a ser indexado por codigo: la
      *     identificacion, el alta, la correccion y el retiro leen y
      *     graban solo el operador tratado, sin tabla en memoria ni
      *     reescritura del archivo completo. El maestro vacio se
      *     detecta posicionando al comienzo del archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-OPERADORES.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO
           FILE STATUS IS OPERADORES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-ARCHIVO.
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-CORREGIR VALUE "C" "c".
           88 MODO-RETIRAR VALUE "B" "b".
       01  OPERADORES-STATUS PIC XX.
           88 OPERADORES-STATUS-NO-EXISTE VALUE "35".
       01  MAESTRO-VACIO-SW PIC X.
           88 MAESTRO-VACIO VALUE "S".
       01  OPERADOR-HALLADO-SW PIC X.
           88 OPERADOR-HALLADO VALUE "S".
       01  CODIGO-BUSCADO PIC X(10).
       01  NIVEL-ENTRADO PIC X.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               MOVE "S" TO SI-O-NO
               PERFORM ATENDER-OPERACIONES
               UNTIL SI-O-NO = "N"
           END-IF.
           PERFORM PROCEDIMIENTO-CIERRE.

       PROGRAM-DONE.
           STOP RUN.

       IDENTIFICAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO-SW.
           PERFORM VERIFICAR-MAESTRO-VACIO.
           IF MAESTRO-VACIO
               DISPLAY "Maestro de operadores vacio: se permite la "
                   "carga inicial sin identificacion."
               MOVE "S" TO OPERADOR-VALIDO-SW
               DISPLAY IDENTIFICADOR-OPERADOR
               ACCEPT OPERADOR
               MOVE OPERADOR TO CODIGO-BUSCADO
               PERFORM BUSCAR-OPERADOR
               IF OPERADOR-HALLADO
                   IF OPERADOR-RETIRADO
                       DISPLAY "Ese operador esta retirado."
                   ELSE
                       MOVE OPERADORES-NIVEL TO OPERADOR-NIVEL
                       IF OPERADOR-NIVEL-MAESTROS
                           MOVE "S" TO OPERADOR-VALIDO-SW
                       ELSE
               END-IF
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS-NO-EXISTE
               OPEN OUTPUT OPERADORES-ARCHIVO
               CLOSE OPERADORES-ARCHIVO
               OPEN I-O OPERADORES-ARCHIVO
           END-IF.

       PROCEDIMIENTO-CIERRE.
           CLOSE OPERADORES-ARCHIVO.

       VERIFICAR-MAESTRO-VACIO.
           MOVE "S" TO MAESTRO-VACIO-SW.
           MOVE LOW-VALUES TO OPERADORES-CODIGO.
           START OPERADORES-ARCHIVO
               KEY IS NOT LESS THAN OPERADORES-CODIGO
               INVALID KEY
                   MOVE "S" TO MAESTRO-VACIO-SW
               NOT INVALID KEY
                   MOVE "N" TO MAESTRO-VACIO-SW
           END-START.

       BUSCAR-OPERADOR.
           MOVE CODIGO-BUSCADO TO OPERADORES-CODIGO.
           READ OPERADORES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO OPERADOR-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO OPERADOR-HALLADO-SW
           END-READ.

       ATENDER-OPERACIONES.
           DISPLAY "Seleccione operacion: (A) Alta  "
               "(C) Corregir  (B) Retirar".
           END-IF.
           PERFORM REINICIAR.

       PEDIR-NIVEL.
           DISPLAY NIVEL.
           ACCEPT NIVEL-ENTRADO.
       AGREGAR-OPERADOR.
           DISPLAY IDENTIFICADOR-CODIGO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR-OPERADOR.
           IF OPERADOR-HALLADO
               IF OPERADOR-RETIRADO
                   DISPLAY "Ese codigo pertenece a un operador "
                       "retirado: " OPERADORES-NOMBRE
               ELSE
                   DISPLAY "Ya existe un operador con ese codigo: "
                       OPERADORES-NOMBRE
               END-IF
           ELSE
               MOVE CODIGO-BUSCADO TO OPERADORES-CODIGO
               DISPLAY NOMBRE
               ACCEPT OPERADORES-NOMBRE
               PERFORM PEDIR-NIVEL
               MOVE NIVEL-ENTRADO TO OPERADORES-NIVEL
               MOVE "A" TO OPERADORES-ESTADO
               WRITE OPERADORES-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar el operador."
                   NOT INVALID KEY
                       DISPLAY "Se agrego: " CODIGO-BUSCADO " "
                           OPERADORES-NOMBRE
               END-WRITE
           END-IF.

       CORREGIR-OPERADOR.
           DISPLAY IDENTIFICADOR-CODIGO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR-OPERADOR.
           IF OPERADOR-HALLADO
               DISPLAY "Nombre actual: " OPERADORES-NOMBRE
                   "  Nivel actual: " OPERADORES-NIVEL
               DISPLAY NOMBRE
               ACCEPT OPERADORES-NOMBRE
               PERFORM PEDIR-NIVEL
               MOVE NIVEL-ENTRADO TO OPERADORES-NIVEL
               PERFORM GRABAR-CAMBIO-OPERADOR
               DISPLAY "Se corrigio: " CODIGO-BUSCADO " "
                   OPERADORES-NOMBRE
           ELSE
               DISPLAY "Operador inexistente."
           END-IF.
       RETIRAR-OPERADOR.
           DISPLAY IDENTIFICADOR-CODIGO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR-OPERADOR.
           IF OPERADOR-HALLADO
               IF OPERADOR-RETIRADO
                   DISPLAY "Ese operador ya estaba retirado."
               ELSE
                   DISPLAY "Operador: " OPERADORES-NOMBRE
                       "  ¿Confirma el retiro?"
                   ACCEPT SI-O-NO
                   IF SI-O-NO = "S" OR SI-O-NO = "s"
                       MOVE "R" TO OPERADORES-ESTADO
                       PERFORM GRABAR-CAMBIO-OPERADOR
                       DISPLAY "Operador retirado."
                   ELSE
                       DISPLAY "Retiro cancelado."
               DISPLAY "Operador inexistente."
           END-IF.

       GRABAR-CAMBIO-OPERADOR.
           IF OPERADORES-ESTADO = SPACE
               MOVE "A" TO OPERADORES-ESTADO
           END-IF.
           REWRITE OPERADORES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el cambio del operador."
           END-REWRITE.

       REINICIAR.
           DISPLAY "¿Desea realizar otra operacion?".
           ACCEPT SI-O-NO.
