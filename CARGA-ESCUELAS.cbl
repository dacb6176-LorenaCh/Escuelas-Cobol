      *     por lo ya cargado. En la reanudacion las filas salteadas
      *     igual anotan su clave para que la deteccion de escuelas
      *     ausentes quede completa.
      *   - El ciclo lectivo de HISTORIA-ARCHIVO se toma del registro
      *     de control ciclocontrol.dat (mantenido con CERRAR-CICLO)
      *     en lugar de la fecha del sistema; sin un ciclo abierto no
      *     se carga nada. El ciclo queda anotado en cargacontrol.dat
      *     y no se reanuda una corrida iniciada en un ciclo que ya
      *     se cerro.
      *   - PROVINCIAS-ARCHIVO, DISTRITOS-ARCHIVO y
      *     OPERADORES-ARCHIVO pasan a ser indexados: provincia y
      *     distrito de cada fila se validan con una lectura por clave
      *     en lugar de tablas en memoria de tamano fijo.
      *   - Puede correr como paso de CORRIDA-NOCTURNA: operador, modo,
      *     origen y limite de rechazos se toman de pasonocturno.dat sin
      *     pedirlos, y si cargacontrol.dat tiene una corrida
      *     interrumpida se la reanuda en lugar de iniciar una nueva.
      *     Termina con codigo de retorno 8 si la carga no se hizo o si
      *     los rechazos superan el limite, y deja alli los contadores.
      *   - AUDITORIA-REGISTRO incluye el segundo operador, con el
      *     formato de CREATE-ESCUELAS; la carga lo graba en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-ESCUELAS.

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

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\auditoria.dat"

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.

           SELECT OPTIONAL CONTROL-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\cargacontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CICLO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\ciclocontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CENSO-ARCHIVO.

       FD DISTRITOS-ARCHIVO.
           01 DISTRITOS-REGISTRO.
               05 DISTRITOS-CLAVE.
                   10 DISTRITOS-CODIGO-PROVINCIA PIC X.
                   10 DISTRITOS-CODIGO PIC 9(2).
               05 DISTRITOS-NOMBRE PIC X(20).
               05 DISTRITOS-ESTADO PIC X.
                   88 DISTRITO-RETIRADO VALUE "R".
               05 AUDITORIA-OPERADOR PIC X(10).
               05 AUDITORIA-OPERACION PIC X(10).
               05 AUDITORIA-CLAVE PIC X(5).
               05 AUDITORIA-SEGUNDO-OPERADOR PIC X(10).

       FD EXCEPCIONES-ARCHIVO.
           01 EXCEPCIONES-REGISTRO.
               05 CONTROL-ESTADO PIC X.
                   88 CONTROL-EN-PROCESO VALUE "P".
                   88 CONTROL-TERMINADA VALUE "T".
               05 CONTROL-CICLO PIC 9(4).

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
       01  CENSO-EOF-SW PIC X.
           88 CENSO-EOF VALUE "S".
           88 FILA-VALIDA VALUE "S".
       01  PROVINCIA-VALIDA-SW PIC X.
           88 PROVINCIA-VALIDA VALUE "S".
       01  DISTRICTO-VALIDO-SW PIC X.
           88 DISTRICTO-VALIDO VALUE "S".
       01  TOTAL-MATRICULA PIC 9(5).
       01  CONTADOR-CARGADOS PIC 9(5) VALUE 0.
       01  CONTADOR-RECHAZADOS PIC 9(5) VALUE 0.
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
       01  CLAVE-BUSCADA PIC X(5).
       01  CENSO-HALLADO-SW PIC X.
           88 CENSO-HALLADO VALUE "S".
       01  TOTAL-CLAVES PIC 9(5) VALUE 0.
       01  INDICE-CLAVES PIC 9(5) VALUE 0.
       01  CLAVES-DESBORDADAS-SW PIC X VALUE "N".
       01  FILA-ACTUAL PIC 9(6) VALUE 0.
       01  FILAS-A-SALTAR PIC 9(6) VALUE 0.
       01  ESTADO-CORRIDA PIC X VALUE "P".
       01  CICLO-LEIDO-SW PIC X.
           88 CICLO-LEIDO VALUE "S".
       01  CICLO-VIGENTE PIC 9(4) VALUE 0.
       01  CORRIDA-NOCTURNA-SW PIC X VALUE "N".
           88 CORRIDA-NOCTURNA VALUE "S".
       01  NOCTURNO-OPERADOR PIC X(10).
       01  NOCTURNO-MODO PIC X.
       01  NOCTURNO-ORIGEN PIC X.
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
               PERFORM LEER-CICLO
           END-IF.
           IF OPERADOR-VALIDO AND CICLO-VIGENTE > 0
               PERFORM SELECCIONAR-CORRIDA
               IF CORRIDA-VALIDA
                   IF MODO-RECONCILIACION
                           "nivel 3 (maestros)."
                   ELSE
                       PERFORM EJECUTAR-CARGA
                       PERFORM EVALUAR-RECHAZOS
                   END-IF
               END-IF
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
           MOVE "T" TO ESTADO-CORRIDA.
           PERFORM GRABAR-CONTROL.

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

       SELECCIONAR-CORRIDA.
           MOVE "N" TO CORRIDA-VALIDA-SW.
           PERFORM LEER-CONTROL.
           IF CORRIDA-NOCTURNA
               IF CONTROL-LEIDO AND CONTROL-EN-PROCESO
                   MOVE "R" TO OPCION-CORRIDA
               ELSE
                   MOVE "N" TO OPCION-CORRIDA
               END-IF
           ELSE
               DISPLAY "Seleccione corrida: (N) Nueva  "
                   "(R) Reanudar la corrida interrumpida"
               ACCEPT OPCION-CORRIDA
           END-IF.
           IF OPCION-REANUDAR
               PERFORM PREPARAR-REANUDACION
           ELSE
           END-IF.

       PREPARAR-REANUDACION.
           IF CONTROL-LEIDO AND CONTROL-EN-PROCESO
               AND CONTROL-CICLO IS NUMERIC
               AND CONTROL-CICLO NOT = CICLO-VIGENTE
               DISPLAY "La corrida " CONTROL-CORRIDA " se inicio en "
                   "el ciclo " CONTROL-CICLO ", que ya se cerro. No "
                   "se puede reanudar."
           ELSE
               PERFORM REANUDAR-CORRIDA
           END-IF.

       REANUDAR-CORRIDA.
           IF CONTROL-LEIDO AND CONTROL-EN-PROCESO
               MOVE "S" TO REANUDANDO-SW
               MOVE CONTROL-CORRIDA TO CORRIDA-ACTUAL
           MOVE CONTADOR-ACTUALIZADOS TO CONTROL-ACTUALIZADOS.
           MOVE CONTADOR-SIN-CAMBIOS TO CONTROL-SIN-CAMBIOS.
           MOVE ESTADO-CORRIDA TO CONTROL-ESTADO.
           MOVE CICLO-VIGENTE TO CONTROL-CICLO.
           WRITE CONTROL-REGISTRO.
           CLOSE CONTROL-ARCHIVO.

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

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT PROVINCIAS-ARCHIVO.
           OPEN INPUT DISTRITOS-ARCHIVO.
           IF ORIGEN-REPROCESO
               OPEN INPUT REPROCESO-ARCHIVO
           ELSE
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.
           CLOSE PROVINCIAS-ARCHIVO.
           CLOSE DISTRITOS-ARCHIVO.

       SELECCIONAR-MODO.
           IF CORRIDA-NOCTURNA
               MOVE NOCTURNO-MODO TO MODO-OPERACION
               MOVE NOCTURNO-ORIGEN TO ORIGEN-ENTRADA
           ELSE
               DISPLAY "Seleccione operacion: (A) Altas solamente  "
                   "(R) Reconciliacion anual"
               ACCEPT MODO-OPERACION
               DISPLAY "Seleccione origen: (C) Censo completo  "
                   "(R) Reproceso de rechazos corregidos"
               ACCEPT ORIGEN-ENTRADA
           END-IF.

       PROCESAR-FILAS.
           IF ORIGEN-REPROCESO
               END-IF
           END-IF.

       VALIDAR-PROVINCIA.
           MOVE "N" TO PROVINCIA-VALIDA-SW.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO PROVINCIA-VALIDA-SW
               NOT INVALID KEY
                   MOVE "S" TO PROVINCIA-VALIDA-SW
           END-READ.

       VALIDAR-DISTRICTO.
           MOVE "N" TO DISTRICTO-VALIDO-SW.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE ESCUELAS-DISTRICTO TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DISTRICTO-VALIDO-SW
               NOT INVALID KEY
                   IF NOT DISTRITO-RETIRADO
                       MOVE "S" TO DISTRICTO-VALIDO-SW
                   END-IF
           END-READ.

       ANOTAR-CLAVE-CENSO.
           IF TOTAL-CLAVES >= 9999
               MOVE "S" TO CLAVES-DESBORDADAS-SW
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE OPERADOR TO AUDITORIA-OPERADOR.
           MOVE ESCUELAS-CLAVE TO AUDITORIA-CLAVE.
           MOVE SPACE TO AUDITORIA-SEGUNDO-OPERADOR.
           WRITE AUDITORIA-REGISTRO.

       REGISTRAR-HISTORIA.
           ACCEPT HISTORIA-FECHA FROM DATE YYYYMMDD.
           MOVE CICLO-VIGENTE TO HISTORIA-CICLO.
           MOVE ESCUELAS-CLAVE TO HISTORIA-CLAVE.
           MOVE ESCUELAS-VARONES TO HISTORIA-VARONES.
           MOVE ESCUELAS-MUJERES TO HISTORIA-MUJERES.
           ADD 1 TO CONTADOR-EXCEPCIONES.
           DISPLAY "Escuela activa ausente del censo: " ESCUELAS-CLAVE.

       EVALUAR-RECHAZOS.
           MOVE FILA-ACTUAL TO NOCTURNO-LEIDOS.
           COMPUTE NOCTURNO-PROCESADOS = CONTADOR-CARGADOS
               + CONTADOR-ACTUALIZADOS + CONTADOR-SIN-CAMBIOS.
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
           DISPLAY "Registros rechazados: " CONTADOR-RECHAZADOS.
               DISPLAY "Escuelas ausentes del censo: "
                   CONTADOR-EXCEPCIONES
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
                   IF PASO-PROGRAMA = "CARGA-ESCUELAS"
                       MOVE "S" TO CORRIDA-NOCTURNA-SW
                       MOVE PASO-OPERADOR TO NOCTURNO-OPERADOR
                       MOVE PASO-MODO TO NOCTURNO-MODO
                       MOVE PASO-ORIGEN TO NOCTURNO-ORIGEN
                       MOVE PASO-LIMITE TO NOCTURNO-LIMITE
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

       GRABAR-PASO-NOCTURNO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE "CARGA-ESCUELAS" TO PASO-PROGRAMA.
           MOVE ZERO TO PASO-VALOR.
           MOVE ZERO TO PASO-LIMITE.
           MOVE NOCTURNO-LEIDOS TO PASO-LEIDOS.
           MOVE NOCTURNO-PROCESADOS TO PASO-PROCESADOS.
           MOVE NOCTURNO-RECHAZADOS TO PASO-RECHAZADOS.
           MOVE NOCTURNO-RESULTADO TO PASO-RESULTADO.
           MOVE NOCTURNO-MENSAJE TO PASO-MENSAJE.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.
       END PROGRAM CARGA-ESCUELAS.
