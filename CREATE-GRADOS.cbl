      *   - El identificador del operador se valida contra
      *     OPERADORES-ARCHIVO (mantenido con CREATE-OPERADORES);
      *     cargar datos requiere nivel 2.
      *   - La carga por grado corresponde al ciclo lectivo abierto
      *     del registro de control ciclocontrol.dat (mantenido con
      *     CERRAR-CICLO); sin un ciclo abierto solo se puede listar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-GRADOS.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.

           SELECT OPTIONAL CICLO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\ciclocontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".

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
       01  IDENTIFICADOR-PROVINCIA PIC X(33)
           VALUE "Ingrese el codigo de la provincia".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
       01  ALUMNOS-ACTUAL PIC 9(4).
       01  CONTADOR-ENTRADAS PIC 9(3).
       01  LINEA-REPORTE PIC X(70).
       01  CICLO-LEIDO-SW PIC X.
           88 CICLO-LEIDO VALUE "S".
       01  CICLO-VIGENTE PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM LEER-CICLO
               PERFORM PROCEDIMIENTO-APERTURA
               MOVE "S" TO SI-O-NO
               PERFORM AGREGAR-REGISTROS

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

       PROCEDIMIENTO-APERTURA.
           OPEN I-O GRADOS-ARCHIVO.

       AGREGAR-REGISTROS.
           PERFORM SELECCIONAR-MODO.
           IF NOT MODO-LISTAR AND CICLO-VIGENTE = 0
               DISPLAY "Sin un ciclo lectivo abierto solo se puede "
                   "listar."
               MOVE "N" TO ESCUELA-VALIDA-SW
           ELSE
               PERFORM OBTENER-CLAVE-ESCUELA
           END-IF.
           IF ESCUELA-VALIDA
               IF MODO-LISTAR
                   PERFORM LISTAR-ENTRADAS
