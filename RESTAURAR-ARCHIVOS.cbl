      *   - El identificador del operador se valida contra
      *     OPERADORES-ARCHIVO (mantenido con CREATE-OPERADORES);
      *     restaurar desde el resguardo requiere nivel 3.
      *   - Opcion (M) Maestros: reconstruye los maestros indexados
      *     de provincias, distritos, identidad y operadores desde
      *     resgprovincias.dat, resgdistritos.dat, resgidentidad.dat
      *     y resgoperadores.dat. La opcion (A) pasa a restaurar todos
      *     los archivos resguardados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURAR-ARCHIVOS.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.

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

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE.

           SELECT OPTIONAL RESGUARDO-PROVINCIAS
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\resgprovincias.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESGUARDO-DISTRITOS
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\resgdistritos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESGUARDO-IDENTIDAD
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\resgidentidad.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESGUARDO-OPERADORES
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\resgoperadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".

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

       FD IDENTIDAD-ARCHIVO.
           01 IDENTIDAD-REGISTRO.
               05 IDENTIDAD-CLAVE PIC X(5).
               05 IDENTIDAD-NOMBRE PIC X(30).
               05 IDENTIDAD-DIRECCION PIC X(30).
               05 IDENTIDAD-DIRECTOR PIC X(25).
               05 IDENTIDAD-TELEFONO PIC X(12).

       FD RESGUARDO-PROVINCIAS.
           01 RESGUARDO-PRO-REGISTRO PIC X(21).

       FD RESGUARDO-DISTRITOS.
           01 RESGUARDO-DIS-REGISTRO PIC X(24).

       FD RESGUARDO-IDENTIDAD.
           01 RESGUARDO-IDE-REGISTRO PIC X(102).

       FD RESGUARDO-OPERADORES.
           01 RESGUARDO-OPE-REGISTRO PIC X(42).
       WORKING-STORAGE SECTION.
       01  SI-O-NO PIC X.
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
       01  MODO-OPERACION PIC X.
           88 MODO-ESCUELAS VALUE "E" "e".
           88 MODO-DOCENTES VALUE "D" "d".
           88 MODO-MAESTROS VALUE "M" "m".
           88 MODO-TODOS VALUE "A" "a".
       01  RESGUARDO-EOF-SW PIC X.
           88 RESGUARDO-EOF VALUE "S".
       01  HAY-DATOS-SW PIC X.
       01  PROV-DOCENTES PIC 9(8).
       01  CONTADOR-ESCUELAS PIC 9(6) VALUE 0.
       01  CONTADOR-DOCENTES PIC 9(6) VALUE 0.
       01  CONTADOR-PROVINCIAS PIC 9(6) VALUE 0.
       01  CONTADOR-DISTRITOS PIC 9(6) VALUE 0.
       01  CONTADOR-IDENTIDADES PIC 9(6) VALUE 0.
       01  CONTADOR-OPERADORES PIC 9(6) VALUE 0.
       01  LINEA-REPORTE PIC X(90).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

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

       ELEGIR-RESTAURACION.
           DISPLAY "Seleccione archivo a restaurar: (E) Escuelas  "
               "(D) Docentes  (M) Maestros  (A) Todos".
           ACCEPT MODO-OPERACION.
           IF NOT MODO-ESCUELAS AND NOT MODO-DOCENTES
               AND NOT MODO-MAESTROS AND NOT MODO-TODOS
               DISPLAY "Opcion desconocida, no se restaura nada."
           ELSE
               DISPLAY "ATENCION: se reemplaza por completo el "
                   "archivo indexado. ¿Confirma?"
               ACCEPT SI-O-NO
               IF SI-O-NO = "S" OR SI-O-NO = "s"
                   IF MODO-ESCUELAS OR MODO-TODOS
                       PERFORM RESTAURAR-ESCUELAS
                   END-IF
                   IF MODO-DOCENTES OR MODO-TODOS
                       PERFORM RESTAURAR-DOCENTES
                   END-IF
                   IF MODO-MAESTROS OR MODO-TODOS
                       PERFORM RESTAURAR-MAESTROS
                   END-IF
               ELSE
                   DISPLAY "Restauracion cancelada."
               END-IF
               "  DOCENTES:" PROV-DOCENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.

      ******************************************************************
      * Reconstruye los cuatro maestros indexados (provincias,
      * distritos, identidad y operadores) desde su resguardo.
      ******************************************************************
       RESTAURAR-MAESTROS.
           PERFORM RESTAURAR-PROVINCIAS.
           PERFORM RESTAURAR-DISTRITOS.
           PERFORM RESTAURAR-IDENTIDAD.
           PERFORM RESTAURAR-OPERADORES.
           DISPLAY "Provincias restauradas: " CONTADOR-PROVINCIAS.
           DISPLAY "Distritos restaurados: " CONTADOR-DISTRITOS.
           DISPLAY "Identidades restauradas: " CONTADOR-IDENTIDADES.
           DISPLAY "Operadores restaurados: " CONTADOR-OPERADORES.

       RESTAURAR-PROVINCIAS.
           OPEN INPUT RESGUARDO-PROVINCIAS.
           OPEN OUTPUT PROVINCIAS-ARCHIVO.
           MOVE "N" TO RESGUARDO-EOF-SW.
           PERFORM CARGAR-PROVINCIA
           UNTIL RESGUARDO-EOF.
           CLOSE RESGUARDO-PROVINCIAS.
           CLOSE PROVINCIAS-ARCHIVO.

       CARGAR-PROVINCIA.
           READ RESGUARDO-PROVINCIAS
               AT END
                   MOVE "S" TO RESGUARDO-EOF-SW
               NOT AT END
                   MOVE RESGUARDO-PRO-REGISTRO TO PROVINCIAS-REGISTRO
                   WRITE PROVINCIAS-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado: "
                               RESGUARDO-PRO-REGISTRO
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-PROVINCIAS
                   END-WRITE
           END-READ.

       RESTAURAR-DISTRITOS.
           OPEN INPUT RESGUARDO-DISTRITOS.
           OPEN OUTPUT DISTRITOS-ARCHIVO.
           MOVE "N" TO RESGUARDO-EOF-SW.
           PERFORM CARGAR-DISTRITO
           UNTIL RESGUARDO-EOF.
           CLOSE RESGUARDO-DISTRITOS.
           CLOSE DISTRITOS-ARCHIVO.

       CARGAR-DISTRITO.
           READ RESGUARDO-DISTRITOS
               AT END
                   MOVE "S" TO RESGUARDO-EOF-SW
               NOT AT END
                   MOVE RESGUARDO-DIS-REGISTRO TO DISTRITOS-REGISTRO
                   WRITE DISTRITOS-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado: "
                               RESGUARDO-DIS-REGISTRO
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-DISTRITOS
                   END-WRITE
           END-READ.

       RESTAURAR-IDENTIDAD.
           OPEN INPUT RESGUARDO-IDENTIDAD.
           OPEN OUTPUT IDENTIDAD-ARCHIVO.
           MOVE "N" TO RESGUARDO-EOF-SW.
           PERFORM CARGAR-IDENTIDAD
           UNTIL RESGUARDO-EOF.
           CLOSE RESGUARDO-IDENTIDAD.
           CLOSE IDENTIDAD-ARCHIVO.

       CARGAR-IDENTIDAD.
           READ RESGUARDO-IDENTIDAD
               AT END
                   MOVE "S" TO RESGUARDO-EOF-SW
               NOT AT END
                   MOVE RESGUARDO-IDE-REGISTRO TO IDENTIDAD-REGISTRO
                   WRITE IDENTIDAD-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado: "
                               IDENTIDAD-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-IDENTIDADES
                   END-WRITE
           END-READ.

       RESTAURAR-OPERADORES.
           OPEN INPUT RESGUARDO-OPERADORES.
           OPEN OUTPUT OPERADORES-ARCHIVO.
           MOVE "N" TO RESGUARDO-EOF-SW.
           PERFORM CARGAR-OPERADOR
           UNTIL RESGUARDO-EOF.
           CLOSE RESGUARDO-OPERADORES.
           CLOSE OPERADORES-ARCHIVO.

       CARGAR-OPERADOR.
           READ RESGUARDO-OPERADORES
               AT END
                   MOVE "S" TO RESGUARDO-EOF-SW
               NOT AT END
                   MOVE RESGUARDO-OPE-REGISTRO TO OPERADORES-REGISTRO
                   WRITE OPERADORES-REGISTRO
                       INVALID KEY
                           DISPLAY "Registro duplicado: "
                               OPERADORES-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-OPERADORES
                   END-WRITE
           END-READ.
       END PROGRAM RESTAURAR-ARCHIVOS.
