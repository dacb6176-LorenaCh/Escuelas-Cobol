      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion por unica vez de los maestros de lineas a
      *          archivos indexados: lee provincias.dat, distritos.dat,
      *          identidad.dat y operadores.dat con el formato de
      *          lineas y genera provinciasnuevo.dat,
      *          distritosnuevo.dat, identidadnuevo.dat y
      *          operadoresnuevo.dat indexados por su clave (codigo de
      *          provincia; provincia y distrito; clave de la escuela;
      *          codigo de operador). Los registros pueden venir en
      *          cualquier orden; un codigo repetido se informa y no se
      *          convierte. Distritos y operadores sin estado quedan
      *          activos ("A"). Verificados los conteos, el operador
      *          reemplaza cada maestro por su archivo nuevo antes de
      *          volver a usar el resto de los programas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-MAESTROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROVINCIAS-ANTERIOR
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\provincias.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROVINCIAS-NUEVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\provinciasnuevo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRONVO-CODIGO.

           SELECT OPTIONAL DISTRITOS-ANTERIOR
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DISTRITOS-NUEVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritosnuevo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISNVO-CLAVE.

           SELECT OPTIONAL IDENTIDAD-ANTERIOR
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL IDENTIDAD-NUEVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidadnuevo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENVO-CLAVE.

           SELECT OPTIONAL OPERADORES-ANTERIOR
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADORES-NUEVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadoresnuevo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPENVO-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD PROVINCIAS-ANTERIOR.
           01 PROANT-REGISTRO.
               05 PROANT-CODIGO PIC X.
               05 PROANT-NOMBRE PIC X(20).

       FD PROVINCIAS-NUEVO.
           01 PRONVO-REGISTRO.
               05 PRONVO-CODIGO PIC X.
               05 PRONVO-NOMBRE PIC X(20).

       FD DISTRITOS-ANTERIOR.
           01 DISANT-REGISTRO.
               05 DISANT-CODIGO-PROVINCIA PIC X.
               05 DISANT-CODIGO PIC 9(2).
               05 DISANT-NOMBRE PIC X(20).
               05 DISANT-ESTADO PIC X.

       FD DISTRITOS-NUEVO.
           01 DISNVO-REGISTRO.
               05 DISNVO-CLAVE.
                   10 DISNVO-CODIGO-PROVINCIA PIC X.
                   10 DISNVO-CODIGO PIC 9(2).
               05 DISNVO-NOMBRE PIC X(20).
               05 DISNVO-ESTADO PIC X.

       FD IDENTIDAD-ANTERIOR.
           01 IDEANT-REGISTRO.
               05 IDEANT-CLAVE PIC X(5).
               05 IDEANT-NOMBRE PIC X(30).
               05 IDEANT-DIRECCION PIC X(30).
               05 IDEANT-DIRECTOR PIC X(25).
               05 IDEANT-TELEFONO PIC X(12).

       FD IDENTIDAD-NUEVO.
           01 IDENVO-REGISTRO.
               05 IDENVO-CLAVE PIC X(5).
               05 IDENVO-NOMBRE PIC X(30).
               05 IDENVO-DIRECCION PIC X(30).
               05 IDENVO-DIRECTOR PIC X(25).
               05 IDENVO-TELEFONO PIC X(12).

       FD OPERADORES-ANTERIOR.
           01 OPEANT-REGISTRO.
               05 OPEANT-CODIGO PIC X(10).
               05 OPEANT-NOMBRE PIC X(30).
               05 OPEANT-NIVEL PIC 9.
               05 OPEANT-ESTADO PIC X.

       FD OPERADORES-NUEVO.
           01 OPENVO-REGISTRO.
               05 OPENVO-CODIGO PIC X(10).
               05 OPENVO-NOMBRE PIC X(30).
               05 OPENVO-NIVEL PIC 9.
               05 OPENVO-ESTADO PIC X.
       WORKING-STORAGE SECTION.
       01  ANTERIOR-EOF-SW PIC X.
           88 ANTERIOR-EOF VALUE "S".
       01  LEIDAS-PROVINCIAS PIC 9(6) VALUE 0.
       01  LEIDOS-DISTRITOS PIC 9(6) VALUE 0.
       01  LEIDAS-IDENTIDADES PIC 9(6) VALUE 0.
       01  LEIDOS-OPERADORES PIC 9(6) VALUE 0.
       01  CONTADOR-PROVINCIAS PIC 9(6) VALUE 0.
       01  CONTADOR-DISTRITOS PIC 9(6) VALUE 0.
       01  CONTADOR-IDENTIDADES PIC 9(6) VALUE 0.
       01  CONTADOR-OPERADORES PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "CONVERSION DE MAESTROS A ARCHIVOS INDEXADOS".
           DISPLAY "===========================================".
           PERFORM CONVERTIR-PROVINCIAS.
           PERFORM CONVERTIR-DISTRITOS.
           PERFORM CONVERTIR-IDENTIDADES.
           PERFORM CONVERTIR-OPERADORES.
           DISPLAY "Provincias leidas: " LEIDAS-PROVINCIAS
               "  convertidas: " CONTADOR-PROVINCIAS.
           DISPLAY "Distritos leidos: " LEIDOS-DISTRITOS
               "  convertidos: " CONTADOR-DISTRITOS.
           DISPLAY "Identidades leidas: " LEIDAS-IDENTIDADES
               "  convertidas: " CONTADOR-IDENTIDADES.
           DISPLAY "Operadores leidos: " LEIDOS-OPERADORES
               "  convertidos: " CONTADOR-OPERADORES.
           DISPLAY "Reemplace provincias.dat por provinciasnuevo.dat, "
               "distritos.dat por distritosnuevo.dat,".
           DISPLAY "identidad.dat por identidadnuevo.dat y "
               "operadores.dat por operadoresnuevo.dat.".

       PROGRAM-DONE.
           STOP RUN.

       CONVERTIR-PROVINCIAS.
           OPEN INPUT PROVINCIAS-ANTERIOR.
           OPEN OUTPUT PROVINCIAS-NUEVO.
           MOVE "N" TO ANTERIOR-EOF-SW.
           PERFORM CONVERTIR-PROVINCIA
           UNTIL ANTERIOR-EOF.
           CLOSE PROVINCIAS-ANTERIOR.
           CLOSE PROVINCIAS-NUEVO.

       CONVERTIR-PROVINCIA.
           READ PROVINCIAS-ANTERIOR
               AT END
                   MOVE "S" TO ANTERIOR-EOF-SW
               NOT AT END
                   ADD 1 TO LEIDAS-PROVINCIAS
                   MOVE PROANT-CODIGO TO PRONVO-CODIGO
                   MOVE PROANT-NOMBRE TO PRONVO-NOMBRE
                   WRITE PRONVO-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado, no "
                               "convertido: " PROANT-REGISTRO
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-PROVINCIAS
                   END-WRITE
           END-READ.

       CONVERTIR-DISTRITOS.
           OPEN INPUT DISTRITOS-ANTERIOR.
           OPEN OUTPUT DISTRITOS-NUEVO.
           MOVE "N" TO ANTERIOR-EOF-SW.
           PERFORM CONVERTIR-DISTRITO
           UNTIL ANTERIOR-EOF.
           CLOSE DISTRITOS-ANTERIOR.
           CLOSE DISTRITOS-NUEVO.

       CONVERTIR-DISTRITO.
           READ DISTRITOS-ANTERIOR
               AT END
                   MOVE "S" TO ANTERIOR-EOF-SW
               NOT AT END
                   ADD 1 TO LEIDOS-DISTRITOS
                   MOVE DISANT-CODIGO-PROVINCIA
                       TO DISNVO-CODIGO-PROVINCIA
                   MOVE DISANT-CODIGO TO DISNVO-CODIGO
                   MOVE DISANT-NOMBRE TO DISNVO-NOMBRE
                   MOVE DISANT-ESTADO TO DISNVO-ESTADO
                   IF DISNVO-ESTADO = SPACE
                       MOVE "A" TO DISNVO-ESTADO
                   END-IF
                   WRITE DISNVO-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado, no "
                               "convertido: " DISANT-REGISTRO
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-DISTRITOS
                   END-WRITE
           END-READ.

       CONVERTIR-IDENTIDADES.
           OPEN INPUT IDENTIDAD-ANTERIOR.
           OPEN OUTPUT IDENTIDAD-NUEVO.
           MOVE "N" TO ANTERIOR-EOF-SW.
           PERFORM CONVERTIR-IDENTIDAD
           UNTIL ANTERIOR-EOF.
           CLOSE IDENTIDAD-ANTERIOR.
           CLOSE IDENTIDAD-NUEVO.

       CONVERTIR-IDENTIDAD.
           READ IDENTIDAD-ANTERIOR
               AT END
                   MOVE "S" TO ANTERIOR-EOF-SW
               NOT AT END
                   ADD 1 TO LEIDAS-IDENTIDADES
                   MOVE IDEANT-REGISTRO TO IDENVO-REGISTRO
                   WRITE IDENVO-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado, no "
                               "convertido: " IDEANT-CLAVE " "
                               IDEANT-NOMBRE
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-IDENTIDADES
                   END-WRITE
           END-READ.

       CONVERTIR-OPERADORES.
           OPEN INPUT OPERADORES-ANTERIOR.
           OPEN OUTPUT OPERADORES-NUEVO.
           MOVE "N" TO ANTERIOR-EOF-SW.
           PERFORM CONVERTIR-OPERADOR
           UNTIL ANTERIOR-EOF.
           CLOSE OPERADORES-ANTERIOR.
           CLOSE OPERADORES-NUEVO.

       CONVERTIR-OPERADOR.
           READ OPERADORES-ANTERIOR
               AT END
                   MOVE "S" TO ANTERIOR-EOF-SW
               NOT AT END
                   ADD 1 TO LEIDOS-OPERADORES
                   MOVE OPEANT-CODIGO TO OPENVO-CODIGO
                   MOVE OPEANT-NOMBRE TO OPENVO-NOMBRE
                   MOVE OPEANT-NIVEL TO OPENVO-NIVEL
                   MOVE OPEANT-ESTADO TO OPENVO-ESTADO
                   IF OPENVO-ESTADO = SPACE
                       MOVE "A" TO OPENVO-ESTADO
                   END-IF
                   WRITE OPENVO-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado, no "
                               "convertido: " OPEANT-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-OPERADORES
                   END-WRITE
           END-READ.
       END PROGRAM CONVERTIR-MAESTROS.
