      *   - El identificador del operador se valida contra
      *     OPERADORES-ARCHIVO (mantenido con CREATE-OPERADORES);
      *     mantener maestros requiere nivel 3.
      *   - Al retirar un distrito se recuerda trasladar sus escuelas
      *     al distrito sucesor con TRASLADAR-DISTRITO.
      *   - DISTRITOS-ARCHIVO pasa a ser indexado por provincia y
      *     distrito, y PROVINCIAS-ARCHIVO por codigo: el alta, la
      *     correccion y el retiro leen y graban solo el distrito
      *     tratado, sin tabla en memoria ni reescritura completa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-DISTRITOS.
       FILE-CONTROL.
           SELECT OPTIONAL DISTRITOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISTRITOS-CLAVE
           FILE STATUS IS DISTRITOS-STATUS.

           SELECT OPTIONAL PROVINCIAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\provincias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROVINCIAS-CODIGO.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD DISTRITOS-ARCHIVO.
           01 DISTRITOS-REGISTRO.
               05 DISTRITOS-CLAVE.
                   10 DISTRITOS-CODIGO-PROVINCIA PIC X.
                   10 DISTRITOS-CODIGO PIC 9(2).
               05 DISTRITOS-NOMBRE PIC X(20).
               05 DISTRITOS-ESTADO PIC X.
                   88 DISTRITO-RETIRADO VALUE "R".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-MAESTROS VALUE 3.
       01  PROVINCIA-VALIDA-SW PIC X.
           88 PROVINCIA-VALIDA VALUE "S".
       01  DISTRITOS-STATUS PIC XX.
           88 DISTRITOS-STATUS-NO-EXISTE VALUE "35".
       01  DISTRITO-HALLADO-SW PIC X.
           88 DISTRITO-HALLADO VALUE "S".
       01  MODO-OPERACION PIC X VALUE "A".
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-CORREGIR VALUE "C" "c".
           88 MODO-RETIRAR VALUE "B" "b".
       01  PROVINCIA-BUSCADA PIC X.
       01  CODIGO-BUSCADO PIC 9(2).
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
           OPEN I-O DISTRITOS-ARCHIVO.
           IF DISTRITOS-STATUS-NO-EXISTE
               OPEN OUTPUT DISTRITOS-ARCHIVO
               CLOSE DISTRITOS-ARCHIVO
               OPEN I-O DISTRITOS-ARCHIVO
           END-IF.

       PROCEDIMIENTO-CIERRE.
           CLOSE DISTRITOS-ARCHIVO.

       ATENDER-OPERACIONES.
           DISPLAY "Seleccione operacion: (A) Alta  "
               "(C) Corregir nombre  (B) Retirar".
           PERFORM OBTENER-PROVINCIA.
           DISPLAY IDENTIFICADOR-DISTRITO.
           ACCEPT CODIGO-BUSCADO.
           MOVE PROVINCIA-BUSCADA TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE CODIGO-BUSCADO TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DISTRITO-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO DISTRITO-HALLADO-SW
           END-READ.

       OBTENER-PROVINCIA.
           MOVE "N" TO PROVINCIA-VALIDA-SW.

       VALIDAR-PROVINCIA.
           MOVE "N" TO PROVINCIA-VALIDA-SW.
           OPEN INPUT PROVINCIAS-ARCHIVO.
           MOVE PROVINCIA-BUSCADA TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO PROVINCIA-VALIDA-SW
               NOT INVALID KEY
                   MOVE "S" TO PROVINCIA-VALIDA-SW
           END-READ.
           CLOSE PROVINCIAS-ARCHIVO.

       AGREGAR-DISTRITO.
           PERFORM OBTENER-CLAVE-DISTRITO.
           IF DISTRITO-HALLADO
               IF DISTRITO-RETIRADO
                   DISPLAY "Ese codigo pertenece a un distrito "
                       "retirado: " DISTRITOS-NOMBRE
               ELSE
                   DISPLAY "Ya existe un distrito con ese codigo: "
                       DISTRITOS-NOMBRE
               END-IF
           ELSE
               MOVE PROVINCIA-BUSCADA TO DISTRITOS-CODIGO-PROVINCIA
               MOVE CODIGO-BUSCADO TO DISTRITOS-CODIGO
               DISPLAY NOMBRE
               ACCEPT DISTRITOS-NOMBRE
               MOVE "A" TO DISTRITOS-ESTADO
               WRITE DISTRITOS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar el distrito."
                   NOT INVALID KEY
                       DISPLAY "Se agrego: " PROVINCIA-BUSCADA
                           CODIGO-BUSCADO " " DISTRITOS-NOMBRE
               END-WRITE
           END-IF.

       CORREGIR-DISTRITO.
           PERFORM OBTENER-CLAVE-DISTRITO.
           IF DISTRITO-HALLADO
               DISPLAY "Nombre actual: " DISTRITOS-NOMBRE
               DISPLAY NOMBRE
               ACCEPT DISTRITOS-NOMBRE
               PERFORM GRABAR-CAMBIO-DISTRITO
               DISPLAY "Se corrigio: " PROVINCIA-BUSCADA
                   CODIGO-BUSCADO " " DISTRITOS-NOMBRE
           ELSE
               DISPLAY "Distrito inexistente para esa provincia."
           END-IF.

       RETIRAR-DISTRITO.
           PERFORM OBTENER-CLAVE-DISTRITO.
           IF DISTRITO-HALLADO
               IF DISTRITO-RETIRADO
                   DISPLAY "Ese distrito ya estaba retirado."
               ELSE
                   DISPLAY "Distrito: " DISTRITOS-NOMBRE
                       "  ¿Confirma el retiro?"
                   ACCEPT SI-O-NO
                   IF SI-O-NO = "S" OR SI-O-NO = "s"
                       MOVE "R" TO DISTRITOS-ESTADO
                       PERFORM GRABAR-CAMBIO-DISTRITO
                       DISPLAY "Distrito retirado."
                       DISPLAY "Traslade sus escuelas al distrito "
                           "sucesor con TRASLADAR-DISTRITO."
                   ELSE
                       DISPLAY "Retiro cancelado."
                   END-IF
               DISPLAY "Distrito inexistente para esa provincia."
           END-IF.

       GRABAR-CAMBIO-DISTRITO.
           IF DISTRITOS-ESTADO = SPACE
               MOVE "A" TO DISTRITOS-ESTADO
           END-IF.
           REWRITE DISTRITOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el cambio del distrito."
           END-REWRITE.

       REINICIAR.
           DISPLAY "¿Desea realizar otra operacion?".
           ACCEPT SI-O-NO.
