      *          OPERADORES-ARCHIVO (mantenido con CREATE-OPERADORES);
      *          cargar datos requiere nivel 2.
      * Tectonics: cobc
      * Modificaciones:
      *   - Puede correr como paso de CORRIDA-NOCTURNA: operador, modo y
      *     limite de rechazos se toman de pasonocturno.dat sin
      *     pedirlos. Termina con codigo de retorno 8 si la carga no se
      *     hizo o si los rechazos superan el limite, y deja alli los
      *     contadores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-DOCENTES.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".

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
       01  EXTRACTO-EOF-SW PIC X.
           88 EXTRACTO-EOF VALUE "S".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
       01  CONTADOR-CARGADOS PIC 9(5) VALUE 0.
       01  CONTADOR-ACTUALIZADOS PIC 9(5) VALUE 0.
       01  CONTADOR-RECHAZADOS PIC 9(5) VALUE 0.
       01  CORRIDA-NOCTURNA-SW PIC X VALUE "N".
           88 CORRIDA-NOCTURNA VALUE "S".
       01  NOCTURNO-OPERADOR PIC X(10).
       01  NOCTURNO-MODO PIC X.
       01  NOCTURNO-LIMITE PIC 9(5) VALUE 99999.
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
           MOVE "F" TO NOCTURNO-RESULTADO.
           MOVE "NO SE EJECUTO LA CARGA" TO NOCTURNO-MENSAJE.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM SELECCIONAR-MODO
               PERFORM EJECUTAR-CARGA
               PERFORM EVALUAR-RECHAZOS
           END-IF.
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

       IDENTIFICAR-OPERADOR.
           IF CORRIDA-NOCTURNA
               MOVE NOCTURNO-OPERADOR TO OPERADOR
           ELSE
               DISPLAY IDENTIFICADOR-OPERADOR
               ACCEPT OPERADOR
           END-IF.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador no registrado o retirado."

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

       SELECCIONAR-MODO.
           IF CORRIDA-NOCTURNA
               MOVE NOCTURNO-MODO TO MODO-OPERACION
           ELSE
               DISPLAY "Seleccione operacion: (A) Altas solamente  "
                   "(M) Actualizacion de cantidades"
               ACCEPT MODO-OPERACION
           END-IF.

       EJECUTAR-CARGA.
           PERFORM PROCEDIMIENTO-APERTURA.
           MOVE EXTRACTO-REGISTRO TO RECHAZOS-DATOS.
           WRITE RECHAZOS-REGISTRO.

       EVALUAR-RECHAZOS.
           COMPUTE NOCTURNO-PROCESADOS
               = CONTADOR-CARGADOS + CONTADOR-ACTUALIZADOS.
           COMPUTE NOCTURNO-LEIDOS
               = NOCTURNO-PROCESADOS + CONTADOR-RECHAZADOS.
           MOVE CONTADOR-RECHAZADOS TO NOCTURNO-RECHAZADOS.
           IF CONTADOR-RECHAZADOS > NOCTURNO-LIMITE
               MOVE "F" TO NOCTURNO-RESULTADO
               MOVE "RECHAZOS SUPERAN EL LIMITE" TO NOCTURNO-MENSAJE
               DISPLAY "Los rechazos superan el limite de "
                   NOCTURNO-LIMITE "."
           ELSE
               MOVE "C" TO NOCTURNO-RESULTADO
               MOVE SPACE TO NOCTURNO-MENSAJE
           END-IF.

       MOSTRAR-RESUMEN.
           DISPLAY "Registros cargados: " CONTADOR-CARGADOS.
           IF MODO-ACTUALIZACION
               DISPLAY "Las filas rechazadas quedaron en "
                   "rechazosdocentes.dat con su codigo de motivo."
           END-IF.

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
                   IF PASO-PROGRAMA = "CARGA-DOCENTES"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                       MOVE PASO-OPERADOR TO NOCTURNO-OPERADOR
                       MOVE PASO-MODO TO NOCTURNO-MODO
                       MOVE PASO-LIMITE TO NOCTURNO-LIMITE
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "CARGA-DOCENTES" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM CARGA-DOCENTES.
