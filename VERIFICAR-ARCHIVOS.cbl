      *          Se corre despues de cada RESTAURAR-ARCHIVOS y antes
      *          de cada carga del censo.
      * Tectonics: cobc
      * Modificaciones:
      *   - PROVINCIAS-ARCHIVO y DISTRITOS-ARCHIVO pasan a ser
      *     indexados: la provincia y el distrito de cada escuela se
      *     leen por clave, sin cargar los maestros en tablas.
      *   - Termina con codigo de retorno 8 cuando halla
      *     inconsistencias. Como paso de CORRIDA-NOCTURNA toma de
      *     pasonocturno.dat la cantidad de inconsistencias admitida
      *     (cero si no se indica), falla si se la supera y deja alli
      *     los contadores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-ARCHIVOS.

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

           SELECT OPTIONAL INCONSISTENCIAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\inconsistencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS-ARCHIVO.

       FD DISTRITOS-ARCHIVO.
           01 DISTRITOS-REGISTRO.
               05 DISTRITOS-CLAVE.
                   10 DISTRITOS-CODIGO-PROVINCIA PIC X.
                   10 DISTRITOS-CODIGO PIC 9(2).
               05 DISTRITOS-NOMBRE PIC X(20).
               05 DISTRITOS-ESTADO PIC X.
                   88 DISTRITO-RETIRADO VALUE "R".
           01 INCONSISTENCIAS-REGISTRO.
               05 INCONSISTENCIAS-MOTIVO PIC X(3).
               05 INCONSISTENCIAS-DATOS PIC X(41).

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
           88 DOCENTES-EOF VALUE "S".
       01  HISTORIA-EOF-SW PIC X.
           88 HISTORIA-EOF VALUE "S".
       01  ESCUELA-HALLADA-SW PIC X.
           88 ESCUELA-HALLADA VALUE "S".
       01  ESCUELA-ACTIVA-SW PIC X.
           88 ESCUELA-HALLADA-ACTIVA VALUE "S".
       01  MAESTRO-HALLADO-SW PIC X.
           88 MAESTRO-HALLADO VALUE "S".
       01  TOTAL-MATRICULA PIC 9(5).
       01  CONTADOR-DSE PIC 9(5) VALUE 0.
       01  CONTADOR-DEI PIC 9(5) VALUE 0.
       01  CONTADOR-ESCUELAS PIC 9(6) VALUE 0.
       01  CONTADOR-DOCENTES PIC 9(6) VALUE 0.
       01  CONTADOR-HISTORIA PIC 9(6) VALUE 0.
       01  CORRIDA-NOCTURNA-SW PIC X VALUE "N".
           88 CORRIDA-NOCTURNA VALUE "S".
       01  NOCTURNO-LIMITE PIC 9(5) VALUE 0.
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
           DISPLAY "VERIFICACION CRUZADA DE ARCHIVOS".
           DISPLAY "================================".
           OPEN INPUT PROVINCIAS-ARCHIVO.
           OPEN INPUT DISTRITOS-ARCHIVO.
           OPEN OUTPUT INCONSISTENCIAS-ARCHIVO.
           OPEN INPUT ESCUELAS-ARCHIVO.
           PERFORM VERIFICAR-ESCUELAS.
           PERFORM VERIFICAR-HISTORIA.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE INCONSISTENCIAS-ARCHIVO.
           CLOSE PROVINCIAS-ARCHIVO.
           CLOSE DISTRITOS-ARCHIVO.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM EVALUAR-INCONSISTENCIAS.
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

       EVALUAR-INCONSISTENCIAS.
           COMPUTE NOCTURNO-LEIDOS = CONTADOR-ESCUELAS
               + CONTADOR-DOCENTES + CONTADOR-HISTORIA.
           MOVE NOCTURNO-LEIDOS TO NOCTURNO-PROCESADOS.
           MOVE CONTADOR-INCONSISTENCIAS TO NOCTURNO-RECHAZADOS.
           IF CONTADOR-INCONSISTENCIAS > NOCTURNO-LIMITE
               MOVE "F" TO NOCTURNO-RESULTADO
               MOVE "INCONSISTENCIAS SUPERAN EL LIMITE"
                   TO NOCTURNO-MENSAJE
           END-IF.

       BUSCAR-PROVINCIA.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO MAESTRO-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO MAESTRO-HALLADO-SW
           END-READ.

       BUSCAR-DISTRITO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE ESCUELAS-DISTRICTO TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO MAESTRO-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO MAESTRO-HALLADO-SW
           END-READ.

       VERIFICAR-ESCUELAS.
           MOVE "N" TO ESCUELAS-EOF-SW.
           MOVE SPACE TO ESCUELAS-CODIGO-PROVINCIA.
           END-READ.

       CONTROLAR-ESCUELA.
           PERFORM BUSCAR-PROVINCIA.
           IF NOT MAESTRO-HALLADO
               MOVE "EPR" TO INCONSISTENCIAS-MOTIVO
               MOVE ESCUELAS-REGISTRO TO INCONSISTENCIAS-DATOS
               PERFORM ESCRIBIR-INCONSISTENCIA
               ADD 1 TO CONTADOR-EPR
           END-IF.
           PERFORM BUSCAR-DISTRITO.
           IF NOT MAESTRO-HALLADO
               MOVE "EDI" TO INCONSISTENCIAS-MOTIVO
               MOVE ESCUELAS-REGISTRO TO INCONSISTENCIAS-DATOS
               PERFORM ESCRIBIR-INCONSISTENCIA
               ADD 1 TO CONTADOR-EDI
           ELSE
               IF DISTRITO-RETIRADO
                   MOVE "EDR" TO INCONSISTENCIAS-MOTIVO
                   MOVE ESCUELAS-REGISTRO TO INCONSISTENCIAS-DATOS
                   PERFORM ESCRIBIR-INCONSISTENCIA
           ELSE
               DISPLAY "No se hallaron inconsistencias."
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
                   IF PASO-PROGRAMA = "VERIFICAR-ARCHIVOS"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                       MOVE PASO-LIMITE TO NOCTURNO-LIMITE
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "VERIFICAR-ARCHIVOS" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM VERIFICAR-ARCHIVOS.
