      *   - El identificador del operador se valida contra
      *     OPERADORES-ARCHIVO (mantenido con CREATE-OPERADORES);
      *     mantener maestros requiere nivel 3.
      *   - IDENTIDAD-ARCHIVO pasa a ser indexado por la clave de la
      *     escuela: el alta y la correccion leen y graban solo la
      *     escuela tratada, sin tabla en memoria (que se desbordaba
      *     con mas de 2000 escuelas) ni reescritura completa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-IDENTIDAD.
       FILE-CONTROL.
           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE
           FILE STATUS IS IDENTIDAD-STATUS.

           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD IDENTIDAD-ARCHIVO.
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
       01  MODO-OPERACION PIC X VALUE "A".
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-CORREGIR VALUE "C" "c".
       01  IDENTIDAD-STATUS PIC XX.
           88 IDENTIDAD-STATUS-NO-EXISTE VALUE "35".
       01  IDENTIDAD-HALLADA-SW PIC X.
           88 IDENTIDAD-HALLADA VALUE "S".
       01  ESCUELA-VALIDA-SW PIC X.
           88 ESCUELA-VALIDA VALUE "S".
       01  CLAVE-BUSCADA PIC X(5).
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
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN I-O IDENTIDAD-ARCHIVO.
           IF IDENTIDAD-STATUS-NO-EXISTE
               OPEN OUTPUT IDENTIDAD-ARCHIVO
               CLOSE IDENTIDAD-ARCHIVO
               OPEN I-O IDENTIDAD-ARCHIVO
           END-IF.

       PROCEDIMIENTO-CIERRE.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE IDENTIDAD-ARCHIVO.

       ATENDER-OPERACIONES.
           DISPLAY "Seleccione operacion: (A) Alta  "
               "(C) Corregir datos".
           PERFORM PEDIR-CLAVE-ESCUELA
           UNTIL ESCUELA-VALIDA.
           MOVE ESCUELAS-CLAVE TO CLAVE-BUSCADA.
           MOVE CLAVE-BUSCADA TO IDENTIDAD-CLAVE.
           READ IDENTIDAD-ARCHIVO
               INVALID KEY
                   MOVE "N" TO IDENTIDAD-HALLADA-SW
               NOT INVALID KEY
                   MOVE "S" TO IDENTIDAD-HALLADA-SW
           END-READ.

       PEDIR-CLAVE-ESCUELA.
           DISPLAY IDENTIFICADOR-PROVINCIA.
                   MOVE "S" TO ESCUELA-VALIDA-SW
           END-READ.

       AGREGAR-IDENTIDAD.
           PERFORM OBTENER-CLAVE-ESCUELA.
           IF IDENTIDAD-HALLADA
               DISPLAY "Esa escuela ya tiene identidad cargada: "
                   IDENTIDAD-NOMBRE
           ELSE
               MOVE CLAVE-BUSCADA TO IDENTIDAD-CLAVE
               PERFORM PEDIR-DATOS-IDENTIDAD
               WRITE IDENTIDAD-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar la identidad."
                   NOT INVALID KEY
                       DISPLAY "Se agrego: " CLAVE-BUSCADA " "
                           IDENTIDAD-NOMBRE
               END-WRITE
           END-IF.

       PEDIR-DATOS-IDENTIDAD.
           DISPLAY NOMBRE.
           ACCEPT IDENTIDAD-NOMBRE.
           DISPLAY DIRECCION.
           ACCEPT IDENTIDAD-DIRECCION.
           DISPLAY DIRECTOR.
           ACCEPT IDENTIDAD-DIRECTOR.
           DISPLAY TELEFONO.
           ACCEPT IDENTIDAD-TELEFONO.

       CORREGIR-IDENTIDAD.
           PERFORM OBTENER-CLAVE-ESCUELA.
           IF IDENTIDAD-HALLADA
               DISPLAY "Nombre actual: " IDENTIDAD-NOMBRE
               DISPLAY "Direccion actual: " IDENTIDAD-DIRECCION
               DISPLAY "Director actual: " IDENTIDAD-DIRECTOR
               DISPLAY "Telefono actual: " IDENTIDAD-TELEFONO
               PERFORM PEDIR-DATOS-IDENTIDAD
               REWRITE IDENTIDAD-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar la correccion."
                   NOT INVALID KEY
                       DISPLAY "Se corrigio: " CLAVE-BUSCADA " "
                           IDENTIDAD-NOMBRE
               END-REWRITE
           ELSE
               DISPLAY "Esa escuela no tiene identidad cargada."
           END-IF.
