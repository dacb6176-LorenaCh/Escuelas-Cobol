      *          censo y de cada sesion larga de mantenimiento; la
      *          reconstruccion se hace con RESTAURAR-ARCHIVOS.
      * Tectonics: cobc
      * Modificaciones:
      *   - Se resguardan tambien los maestros indexados de
      *     provincias, distritos, identidad y operadores, en
      *     resgprovincias.dat, resgdistritos.dat, resgidentidad.dat y
      *     resgoperadores.dat, con la cantidad de registros de cada
      *     uno.
      *   - Puede correr como paso de CORRIDA-NOCTURNA: deja en
      *     pasonocturno.dat la cantidad de registros resguardados y
      *     termina con codigo de retorno 0; si el resguardo se corta,
      *     el paso queda sin resultado y la cadena no sigue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGUARDO-ARCHIVOS.
           SELECT OPTIONAL RESGUARDO-DOCENTES
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\resgdocentes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROVINCIAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\provincias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PROVINCIAS-CODIGO.

           SELECT OPTIONAL DISTRITOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DISTRITOS-CLAVE.

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDENTIDAD-CLAVE.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPERADORES-CODIGO.

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

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS-ARCHIVO.

       FD RESGUARDO-DOCENTES.
           01 RESGUARDO-DOC-REGISTRO PIC X(30).

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

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.

       FD RESGUARDO-PROVINCIAS.
           01 RESGUARDO-PRO-REGISTRO PIC X(21).

       FD RESGUARDO-DISTRITOS.
           01 RESGUARDO-DIS-REGISTRO PIC X(24).

       FD RESGUARDO-IDENTIDAD.
           01 RESGUARDO-IDE-REGISTRO PIC X(102).

       FD RESGUARDO-OPERADORES.
           01 RESGUARDO-OPE-REGISTRO PIC X(42).

       FD PASO-ARCHIVO.
           01 PASO-REGISTRO.
               05 PASO-PROGRAMA PIC X(20).
               05 PASO-OPERADOR PIC X(10).
               05 PASO-MODO PIC X.
               05 PASO-ORIGEN PIC X.
               05 PASO-VALOR PIC 9(3).
               05 PASO-LIMITE PIC 9(5).
               05 PASO-LEIDOS PIC 9(7).
               05 PASO-PROCESADOS PIC 9(7).
               05 PASO-RECHAZADOS PIC 9(7).
               05 PASO-RESULTADO PIC X.
               05 PASO-MENSAJE PIC X(40).
       WORKING-STORAGE SECTION.
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  DOCENTES-EOF-SW PIC X.
           88 DOCENTES-EOF VALUE "S".
       01  MAESTRO-EOF-SW PIC X.
           88 MAESTRO-EOF VALUE "S".
       01  HAY-DATOS-SW PIC X.
           88 HAY-DATOS VALUE "S".
       01  PROVINCIA-ACTUAL PIC X.
       01  PROV-DOCENTES PIC 9(8).
       01  CONTADOR-ESCUELAS PIC 9(6) VALUE 0.
       01  CONTADOR-DOCENTES PIC 9(6) VALUE 0.
       01  CONTADOR-PROVINCIAS PIC 9(6) VALUE 0.
       01  CONTADOR-DISTRITOS PIC 9(6) VALUE 0.
       01  CONTADOR-IDENTIDADES PIC 9(6) VALUE 0.
       01  CONTADOR-OPERADORES PIC 9(6) VALUE 0.
       01  LINEA-REPORTE PIC X(90).
       01  CORRIDA-NOCTURNA-SW PIC X VALUE "N".
           88 CORRIDA-NOCTURNA VALUE "S".
       01  NOCTURNO-LEIDOS PIC 9(7) VALUE 0.
       01  NOCTURNO-PROCESADOS PIC 9(7) VALUE 0.
       01  NOCTURNO-RECHAZADOS PIC 9(7) VALUE 0.
       01  NOCTURNO-RESULTADO PIC X VALUE "C".
           88 NOCTURNO-FALLIDO VALUE "F".
       01  NOCTURNO-MENSAJE PIC X(40) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LEER-PASO-NOCTURNO.
           DISPLAY "RESGUARDO DE ARCHIVOS INDEXADOS".
           DISPLAY "===============================".
           PERFORM RESGUARDAR-ESCUELAS.
           PERFORM RESGUARDAR-DOCENTES.
           PERFORM RESGUARDAR-PROVINCIAS.
           PERFORM RESGUARDAR-DISTRITOS.
           PERFORM RESGUARDAR-IDENTIDAD.
           PERFORM RESGUARDAR-OPERADORES.
           DISPLAY "===============================".
           DISPLAY "Escuelas resguardadas: " CONTADOR-ESCUELAS.
           DISPLAY "Registros docentes resguardados: "
               CONTADOR-DOCENTES.
           DISPLAY "Provincias resguardadas: " CONTADOR-PROVINCIAS.
           DISPLAY "Distritos resguardados: " CONTADOR-DISTRITOS.
           DISPLAY "Identidades resguardadas: "
               CONTADOR-IDENTIDADES.
           DISPLAY "Operadores resguardados: " CONTADOR-OPERADORES.
           COMPUTE NOCTURNO-LEIDOS = CONTADOR-ESCUELAS
               + CONTADOR-DOCENTES + CONTADOR-PROVINCIAS
               + CONTADOR-DISTRITOS + CONTADOR-IDENTIDADES
               + CONTADOR-OPERADORES.
           MOVE NOCTURNO-LEIDOS TO NOCTURNO-PROCESADOS.
           STRING "ESCUELAS " CONTADOR-ESCUELAS
               " DOCENTES " CONTADOR-DOCENTES
               DELIMITED BY SIZE INTO NOCTURNO-MENSAJE.
           IF NOCTURNO-FALLIDO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF CORRIDA-NOCTURNA
               PERFORM GRABAR-PASO-NOCTURNO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.
               "  DOCENTES:" PROV-DOCENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.

       RESGUARDAR-PROVINCIAS.
           OPEN INPUT PROVINCIAS-ARCHIVO.
           OPEN OUTPUT RESGUARDO-PROVINCIAS.
           MOVE "N" TO MAESTRO-EOF-SW.
           PERFORM COPIAR-PROVINCIA
           UNTIL MAESTRO-EOF.
           CLOSE PROVINCIAS-ARCHIVO.
           CLOSE RESGUARDO-PROVINCIAS.

       COPIAR-PROVINCIA.
           READ PROVINCIAS-ARCHIVO
               AT END
                   MOVE "S" TO MAESTRO-EOF-SW
               NOT AT END
                   MOVE PROVINCIAS-REGISTRO TO RESGUARDO-PRO-REGISTRO
                   WRITE RESGUARDO-PRO-REGISTRO
                   ADD 1 TO CONTADOR-PROVINCIAS
           END-READ.

       RESGUARDAR-DISTRITOS.
           OPEN INPUT DISTRITOS-ARCHIVO.
           OPEN OUTPUT RESGUARDO-DISTRITOS.
           MOVE "N" TO MAESTRO-EOF-SW.
           PERFORM COPIAR-DISTRITO
           UNTIL MAESTRO-EOF.
           CLOSE DISTRITOS-ARCHIVO.
           CLOSE RESGUARDO-DISTRITOS.

       COPIAR-DISTRITO.
           READ DISTRITOS-ARCHIVO
               AT END
                   MOVE "S" TO MAESTRO-EOF-SW
               NOT AT END
                   MOVE DISTRITOS-REGISTRO TO RESGUARDO-DIS-REGISTRO
                   WRITE RESGUARDO-DIS-REGISTRO
                   ADD 1 TO CONTADOR-DISTRITOS
           END-READ.

       RESGUARDAR-IDENTIDAD.
           OPEN INPUT IDENTIDAD-ARCHIVO.
           OPEN OUTPUT RESGUARDO-IDENTIDAD.
           MOVE "N" TO MAESTRO-EOF-SW.
           PERFORM COPIAR-IDENTIDAD
           UNTIL MAESTRO-EOF.
           CLOSE IDENTIDAD-ARCHIVO.
           CLOSE RESGUARDO-IDENTIDAD.

       COPIAR-IDENTIDAD.
           READ IDENTIDAD-ARCHIVO
               AT END
                   MOVE "S" TO MAESTRO-EOF-SW
               NOT AT END
                   MOVE IDENTIDAD-REGISTRO TO RESGUARDO-IDE-REGISTRO
                   WRITE RESGUARDO-IDE-REGISTRO
                   ADD 1 TO CONTADOR-IDENTIDADES
           END-READ.

       RESGUARDAR-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
           OPEN OUTPUT RESGUARDO-OPERADORES.
           MOVE "N" TO MAESTRO-EOF-SW.
           PERFORM COPIAR-OPERADOR
           UNTIL MAESTRO-EOF.
           CLOSE OPERADORES-ARCHIVO.
           CLOSE RESGUARDO-OPERADORES.

       COPIAR-OPERADOR.
           READ OPERADORES-ARCHIVO
               AT END
                   MOVE "S" TO MAESTRO-EOF-SW
               NOT AT END
                   MOVE OPERADORES-REGISTRO TO RESGUARDO-OPE-REGISTRO
                   WRITE RESGUARDO-OPE-REGISTRO
                   ADD 1 TO CONTADOR-OPERADORES
           END-READ.

      * Corrida desde CORRIDA-NOCTURNA: los datos del paso se toman de
      * pasonocturno.dat en lugar de pedirlos, y al terminar se deja
      * alli el resultado con los contadores.
       LEER-PASO-NOCTURNO.
           MOVE "N" TO CORRIDA-NOCTURNA-SW.
           OPEN INPUT PASO-ARCHIVO.
           READ PASO-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   IF PASO-PROGRAMA = "RESGUARDO-ARCHIVOS"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "RESGUARDO-ARCHIVOS" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM RESGUARDO-ARCHIVOS.
