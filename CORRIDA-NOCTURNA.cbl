      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida nocturna desatendida. Lee parnocturno.dat,
      *          un registro general (tipo G: operador, opcion de
      *          reinicio y carpeta de los programas) y un registro
      *          por paso (tipo P: programa, S/N ejecutar, modo,
      *          origen, valor numerico del informe y limite de
      *          rechazos o inconsistencias), y ejecuta los pasos en
      *          el orden del archivo sin intervencion del operador.
      *          Cada paso recibe sus datos en pasonocturno.dat y
      *          devuelve alli la cantidad de registros leidos,
      *          procesados y rechazados y el resultado; un paso
      *          falla si el programa termina con codigo de retorno
      *          distinto de cero o no deja el resultado Correcto, y
      *          en ese caso la cadena se detiene.
      *          Programas admitidos: RESGUARDO-ARCHIVOS,
      *          VERIFICAR-ARCHIVOS, CARGA-ESCUELAS, CARGA-DOCENTES,
      *          REPORTE-DISTRITOS, REPORTE-PROVINCIAS,
      *          REPORTE-DOCENTES y REPORTE-VISITAS.
      *          El paso en curso queda en controlnocturno.dat: si la
      *          corrida anterior no termino, la siguiente retoma desde
      *          el paso que fallo (salvo reinicio N en el registro
      *          general), de modo que ningun paso posterior corre
      *          sin que los anteriores hayan terminado bien. Inicio,
      *          fin, contadores y resultado de cada paso se agregan a
      *          bitacoranocturna.dat para revisarlos a la manana.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIDA-NOCTURNA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\parnocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pasonocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\controlnocturno.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BITACORA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\bitacoranocturna.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-GENERAL.
               05 PARGEN-TIPO PIC X.
               05 PARGEN-OPERADOR PIC X(10).
               05 PARGEN-REINICIO PIC X.
               05 PARGEN-DIRECTORIO PIC X(40).
           01 PARAMETROS-PASO.
               05 PARPAS-TIPO PIC X.
               05 PARPAS-PROGRAMA PIC X(20).
                   88 PARPAS-PROGRAMA-ADMITIDO
                       VALUE "RESGUARDO-ARCHIVOS"
                             "VERIFICAR-ARCHIVOS"
                             "CARGA-ESCUELAS"
                             "CARGA-DOCENTES"
                             "REPORTE-DISTRITOS"
                             "REPORTE-PROVINCIAS"
                             "REPORTE-DOCENTES"
                             "REPORTE-VISITAS".
               05 PARPAS-EJECUTAR PIC X.
               05 PARPAS-MODO PIC X.
               05 PARPAS-ORIGEN PIC X.
               05 PARPAS-VALOR PIC X(3).
               05 PARPAS-LIMITE PIC X(5).

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
                   88 PASO-CORRECTO VALUE "C".
                   88 PASO-FALLIDO VALUE "F".
               05 PASO-MENSAJE PIC X(40).

       FD CONTROL-ARCHIVO.
           01 CONTROL-REGISTRO.
               05 CONTROL-CORRIDA PIC 9(4).
               05 CONTROL-FECHA PIC X(8).
               05 CONTROL-PASO PIC 99.
               05 CONTROL-PROGRAMA PIC X(20).
               05 CONTROL-ESTADO PIC X.
                   88 CONTROL-EN-PROCESO VALUE "P".
                   88 CONTROL-FALLIDA VALUE "F".
                   88 CONTROL-TERMINADA VALUE "T".

       FD BITACORA-ARCHIVO.
           01 BITACORA-REGISTRO PIC X(150).

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".
       WORKING-STORAGE SECTION.
       01  PARAMETROS-EOF-SW PIC X.
           88 PARAMETROS-EOF VALUE "S".
       01  PARAMETROS-VALIDOS-SW PIC X.
           88 PARAMETROS-VALIDOS VALUE "S".
       01  GENERAL-LEIDO-SW PIC X.
           88 GENERAL-LEIDO VALUE "S".
       01  CONTROL-LEIDO-SW PIC X.
           88 CONTROL-LEIDO VALUE "S".
       01  CORRIDA-FALLIDA-SW PIC X.
           88 CORRIDA-FALLIDA VALUE "S".
       01  REANUDANDO-SW PIC X VALUE "N".
           88 REANUDANDO VALUE "S".
       01  RESULTADO-LEIDO-SW PIC X.
           88 RESULTADO-LEIDO VALUE "S".
       01  RESULTADO-CORRECTO-SW PIC X.
           88 RESULTADO-CORRECTO VALUE "S".
       01  RESULTADO-LEIDOS PIC 9(7).
       01  RESULTADO-PROCESADOS PIC 9(7).
       01  RESULTADO-RECHAZADOS PIC 9(7).
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-CARGA VALUE 2 3.
       01  REINICIO PIC X.
           88 REINICIO-CORRIDA-NUEVA VALUE "N" "n".
       01  DIRECTORIO PIC X(40).
       01  TOTAL-PASOS PIC 99 VALUE 0.
       01  INDICE-PASO PIC 99 VALUE 0.
       01  PASO-INICIAL PIC 99 VALUE 1.
       01  TABLA-PASOS.
           05 TABLA-PASO-ITEM OCCURS 20 TIMES.
               10 TP-PROGRAMA PIC X(20).
               10 TP-EJECUTAR PIC X.
                   88 TP-OMITIR VALUE "N" "n".
               10 TP-MODO PIC X.
               10 TP-ORIGEN PIC X.
               10 TP-VALOR PIC 9(3).
               10 TP-LIMITE PIC 9(5).
       01  CORRIDA-ACTUAL PIC 9(4) VALUE 0.
       01  PASO-EN-CURSO PIC 99 VALUE 0.
       01  PROGRAMA-EN-CURSO PIC X(20).
       01  ESTADO-CORRIDA PIC X VALUE "P".
       01  FECHA-HOY PIC X(8).
       01  HORA-ACTUAL PIC X(8).
       01  COMANDO PIC X(80).
       01  CODIGO-RETORNO PIC S9(4) VALUE 0.
       01  CODIGO-EDITADO PIC -(4)9.
       01  CONTADOR-EJECUTADOS PIC 99 VALUE 0.
       01  CONTADOR-OMITIDOS PIC 99 VALUE 0.
       01  MENSAJE-PASO PIC X(40).
       01  LINEA-BITACORA.
           05 LB-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LB-HORA PIC X(8).
           05 FILLER PIC X(9) VALUE " CORRIDA ".
           05 LB-CORRIDA PIC 9(4).
           05 FILLER PIC X(6) VALUE " PASO ".
           05 LB-PASO PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 LB-PROGRAMA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LB-EVENTO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LB-DETALLE PIC X(80).
           05 FILLER PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "CORRIDA NOCTURNA".
           DISPLAY "================".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO CORRIDA-FALLIDA-SW.
           PERFORM LEER-PARAMETROS.
           IF PARAMETROS-VALIDOS
               PERFORM VALIDAR-OPERADOR
           END-IF.
           IF PARAMETROS-VALIDOS
               PERFORM LEER-CONTROL
               PERFORM DETERMINAR-PASO-INICIAL
           END-IF.
           IF PARAMETROS-VALIDOS
               PERFORM EJECUTAR-CORRIDA
           ELSE
               MOVE "S" TO CORRIDA-FALLIDA-SW
               PERFORM REGISTRAR-NO-INICIADA
           END-IF.
           IF CORRIDA-FALLIDA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETROS.
           MOVE "S" TO PARAMETROS-VALIDOS-SW.
           MOVE "N" TO GENERAL-LEIDO-SW.
           MOVE "N" TO PARAMETROS-EOF-SW.
           MOVE ZERO TO TOTAL-PASOS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           PERFORM LEER-PARAMETRO
           UNTIL PARAMETROS-EOF.
           CLOSE PARAMETROS-ARCHIVO.
           IF NOT GENERAL-LEIDO
               DISPLAY "Falta el registro general (G) en "
                   "parnocturno.dat."
               MOVE "N" TO PARAMETROS-VALIDOS-SW
           END-IF.
           IF TOTAL-PASOS = 0
               DISPLAY "No hay pasos (P) en parnocturno.dat."
               MOVE "N" TO PARAMETROS-VALIDOS-SW
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS-ARCHIVO
               AT END
                   MOVE "S" TO PARAMETROS-EOF-SW
               NOT AT END
                   PERFORM ANOTAR-PARAMETRO
           END-READ.

       ANOTAR-PARAMETRO.
           IF PARGEN-TIPO = "G"
               MOVE "S" TO GENERAL-LEIDO-SW
               MOVE PARGEN-OPERADOR TO OPERADOR
               MOVE PARGEN-REINICIO TO REINICIO
               MOVE PARGEN-DIRECTORIO TO DIRECTORIO
           ELSE
               IF PARPAS-TIPO = "P"
                   PERFORM ANOTAR-PASO
               ELSE
                   DISPLAY "Registro de parametros desconocido: "
                       PARAMETROS-GENERAL
                   MOVE "N" TO PARAMETROS-VALIDOS-SW
               END-IF
           END-IF.

       ANOTAR-PASO.
           IF TOTAL-PASOS >= 20
               DISPLAY "Mas de 20 pasos en parnocturno.dat: "
                   PARPAS-PROGRAMA
               MOVE "N" TO PARAMETROS-VALIDOS-SW
           ELSE
               ADD 1 TO TOTAL-PASOS
               MOVE PARPAS-PROGRAMA TO TP-PROGRAMA (TOTAL-PASOS)
               MOVE PARPAS-EJECUTAR TO TP-EJECUTAR (TOTAL-PASOS)
               MOVE PARPAS-MODO TO TP-MODO (TOTAL-PASOS)
               MOVE PARPAS-ORIGEN TO TP-ORIGEN (TOTAL-PASOS)
               MOVE ZERO TO TP-VALOR (TOTAL-PASOS)
               MOVE ZERO TO TP-LIMITE (TOTAL-PASOS)
               IF NOT PARPAS-PROGRAMA-ADMITIDO
                   DISPLAY "Programa no admitido en la corrida "
                       "nocturna: " PARPAS-PROGRAMA
                   MOVE "N" TO PARAMETROS-VALIDOS-SW
               END-IF
               IF PARPAS-VALOR = SPACE
                   CONTINUE
               ELSE
                   IF PARPAS-VALOR IS NUMERIC
                       MOVE PARPAS-VALOR TO TP-VALOR (TOTAL-PASOS)
                   ELSE
                       DISPLAY "Valor no numerico en el paso "
                           PARPAS-PROGRAMA
                       MOVE "N" TO PARAMETROS-VALIDOS-SW
                   END-IF
               END-IF
               IF PARPAS-LIMITE = SPACE
                   CONTINUE
               ELSE
                   IF PARPAS-LIMITE IS NUMERIC
                       MOVE PARPAS-LIMITE TO TP-LIMITE (TOTAL-PASOS)
                   ELSE
                       DISPLAY "Limite no numerico en el paso "
                           PARPAS-PROGRAMA
                       MOVE "N" TO PARAMETROS-VALIDOS-SW
                   END-IF
               END-IF
           END-IF.

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
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador no registrado o retirado: " OPERADOR
               MOVE "N" TO PARAMETROS-VALIDOS-SW
           ELSE
               IF NOT OPERADOR-NIVEL-CARGA
                   DISPLAY "El operador no esta autorizado a cargar "
                       "datos (nivel 2)."
                   MOVE "N" TO PARAMETROS-VALIDOS-SW
               END-IF
           END-IF.

       LEER-CONTROL.
           MOVE "N" TO CONTROL-LEIDO-SW.
           OPEN INPUT CONTROL-ARCHIVO.
           READ CONTROL-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO CONTROL-LEIDO-SW
           END-READ.
           CLOSE CONTROL-ARCHIVO.

      * Si la corrida anterior quedo fallida o en proceso se retoma
      * desde el paso anotado, siempre que parnocturno.dat tenga en
      * esa posicion el mismo programa; con reinicio N se descarta.
       DETERMINAR-PASO-INICIAL.
           MOVE 1 TO PASO-INICIAL.
           MOVE "N" TO REANUDANDO-SW.
           IF CONTROL-LEIDO
               COMPUTE CORRIDA-ACTUAL = CONTROL-CORRIDA + 1
           ELSE
               MOVE 1 TO CORRIDA-ACTUAL
           END-IF.
           IF CONTROL-LEIDO
               AND (CONTROL-FALLIDA OR CONTROL-EN-PROCESO)
               IF REINICIO-CORRIDA-NUEVA
                   DISPLAY "ATENCION: la corrida " CONTROL-CORRIDA
                       " quedo sin terminar en el paso " CONTROL-PASO
                       "; se inicia una corrida nueva."
               ELSE
                   PERFORM PREPARAR-REANUDACION
               END-IF
           END-IF.

       PREPARAR-REANUDACION.
           IF CONTROL-PASO < 1 OR CONTROL-PASO > TOTAL-PASOS
               DISPLAY "El paso " CONTROL-PASO " de la corrida "
                   CONTROL-CORRIDA " no figura en parnocturno.dat."
               MOVE "N" TO PARAMETROS-VALIDOS-SW
           ELSE
               IF TP-PROGRAMA (CONTROL-PASO) NOT = CONTROL-PROGRAMA
                   DISPLAY "El paso " CONTROL-PASO " de la corrida "
                       CONTROL-CORRIDA " era " CONTROL-PROGRAMA
                   DISPLAY "y en parnocturno.dat es "
                       TP-PROGRAMA (CONTROL-PASO)
                       "; no se puede reanudar."
                   MOVE "N" TO PARAMETROS-VALIDOS-SW
               ELSE
                   MOVE "S" TO REANUDANDO-SW
                   MOVE CONTROL-CORRIDA TO CORRIDA-ACTUAL
                   MOVE CONTROL-PASO TO PASO-INICIAL
                   DISPLAY "Se reanuda la corrida " CORRIDA-ACTUAL
                       " desde el paso " PASO-INICIAL " "
                       CONTROL-PROGRAMA
               END-IF
           END-IF.

       EJECUTAR-CORRIDA.
           OPEN EXTEND BITACORA-ARCHIVO.
           MOVE ZERO TO LB-PASO.
           MOVE "CORRIDA" TO LB-PROGRAMA.
           MOVE "INICIO" TO LB-EVENTO.
           MOVE SPACE TO LB-DETALLE.
           IF REANUDANDO
               STRING "REANUDADA DESDE EL PASO " PASO-INICIAL
                   "  OPERADOR " OPERADOR
                   DELIMITED BY SIZE INTO LB-DETALLE
           ELSE
               STRING "NUEVA  PASOS " TOTAL-PASOS
                   "  OPERADOR " OPERADOR
                   DELIMITED BY SIZE INTO LB-DETALLE
           END-IF.
           PERFORM ESCRIBIR-BITACORA.
           MOVE PASO-INICIAL TO INDICE-PASO.
           PERFORM EJECUTAR-PASO
           UNTIL INDICE-PASO > TOTAL-PASOS OR CORRIDA-FALLIDA.
           MOVE ZERO TO LB-PASO.
           MOVE "CORRIDA" TO LB-PROGRAMA.
           MOVE "FIN" TO LB-EVENTO.
           MOVE SPACE TO LB-DETALLE.
           IF CORRIDA-FALLIDA
               STRING "FALLIDA EN EL PASO " INDICE-PASO
                   "; SE REANUDA DESDE ESE PASO"
                   DELIMITED BY SIZE INTO LB-DETALLE
           ELSE
               MOVE TOTAL-PASOS TO PASO-EN-CURSO
               MOVE "CORRIDA" TO PROGRAMA-EN-CURSO
               MOVE "T" TO ESTADO-CORRIDA
               PERFORM GRABAR-CONTROL
               STRING "CORRECTA  EJECUTADOS " CONTADOR-EJECUTADOS
                   "  OMITIDOS " CONTADOR-OMITIDOS
                   DELIMITED BY SIZE INTO LB-DETALLE
           END-IF.
           PERFORM ESCRIBIR-BITACORA.
           CLOSE BITACORA-ARCHIVO.
           DISPLAY "================".
           DISPLAY "Pasos ejecutados: " CONTADOR-EJECUTADOS.
           DISPLAY "Pasos omitidos: " CONTADOR-OMITIDOS.
           IF CORRIDA-FALLIDA
               DISPLAY "La corrida se detuvo en el paso " INDICE-PASO
                   " " TP-PROGRAMA (INDICE-PASO)
               DISPLAY "Corregido el problema, vuelva a ejecutar "
                   "CORRIDA-NOCTURNA para retomar desde ese paso."
           ELSE
               DISPLAY "La corrida termino correctamente."
           END-IF.
           DISPLAY "El detalle quedo en bitacoranocturna.dat.".

       EJECUTAR-PASO.
           MOVE INDICE-PASO TO LB-PASO.
           MOVE TP-PROGRAMA (INDICE-PASO) TO LB-PROGRAMA.
           IF TP-OMITIR (INDICE-PASO)
               ADD 1 TO CONTADOR-OMITIDOS
               MOVE "OMITIDO" TO LB-EVENTO
               MOVE SPACE TO LB-DETALLE
               PERFORM ESCRIBIR-BITACORA
               ADD 1 TO INDICE-PASO
           ELSE
               PERFORM CORRER-PASO
           END-IF.

       CORRER-PASO.
           ADD 1 TO CONTADOR-EJECUTADOS.
           MOVE INDICE-PASO TO PASO-EN-CURSO.
           MOVE TP-PROGRAMA (INDICE-PASO) TO PROGRAMA-EN-CURSO.
           MOVE "P" TO ESTADO-CORRIDA.
           PERFORM GRABAR-CONTROL.
           PERFORM PREPARAR-PASO.
           MOVE "INICIO" TO LB-EVENTO.
           MOVE SPACE TO LB-DETALLE.
           PERFORM ESCRIBIR-BITACORA.
           DISPLAY "Paso " INDICE-PASO ": " TP-PROGRAMA (INDICE-PASO).
           PERFORM LANZAR-PROGRAMA.
           PERFORM LEER-RESULTADO-PASO.
           PERFORM LIMPIAR-PASO.
           MOVE "FIN" TO LB-EVENTO.
           MOVE CODIGO-RETORNO TO CODIGO-EDITADO.
           MOVE SPACE TO LB-DETALLE.
           IF CODIGO-RETORNO NOT = 0
               OR NOT RESULTADO-LEIDO
               OR NOT RESULTADO-CORRECTO
               MOVE "S" TO CORRIDA-FALLIDA-SW
               MOVE "F" TO ESTADO-CORRIDA
               PERFORM GRABAR-CONTROL
               IF NOT RESULTADO-LEIDO
                   MOVE "EL PROGRAMA NO INFORMO EL RESULTADO"
                       TO MENSAJE-PASO
               END-IF
               STRING "FALLIDO RC" CODIGO-EDITADO
                   " " MENSAJE-PASO
                   DELIMITED BY SIZE INTO LB-DETALLE
           ELSE
               STRING "CORRECTO L:" RESULTADO-LEIDOS
                   " P:" RESULTADO-PROCESADOS
                   " R:" RESULTADO-RECHAZADOS
                   " " MENSAJE-PASO
                   DELIMITED BY SIZE INTO LB-DETALLE
               ADD 1 TO INDICE-PASO
           END-IF.
           PERFORM ESCRIBIR-BITACORA.
           DISPLAY "  " LB-DETALLE.

       PREPARAR-PASO.
           OPEN OUTPUT PASO-ARCHIVO.
           MOVE SPACE TO PASO-REGISTRO.
           MOVE TP-PROGRAMA (INDICE-PASO) TO PASO-PROGRAMA.
           MOVE OPERADOR TO PASO-OPERADOR.
           MOVE TP-MODO (INDICE-PASO) TO PASO-MODO.
           MOVE TP-ORIGEN (INDICE-PASO) TO PASO-ORIGEN.
           MOVE TP-VALOR (INDICE-PASO) TO PASO-VALOR.
           MOVE TP-LIMITE (INDICE-PASO) TO PASO-LIMITE.
           MOVE ZERO TO PASO-LEIDOS.
           MOVE ZERO TO PASO-PROCESADOS.
           MOVE ZERO TO PASO-RECHAZADOS.
           WRITE PASO-REGISTRO.
           CLOSE PASO-ARCHIVO.

       LANZAR-PROGRAMA.
           MOVE SPACE TO COMANDO.
           IF DIRECTORIO = SPACE
               MOVE TP-PROGRAMA (INDICE-PASO) TO COMANDO
           ELSE
               STRING DIRECTORIO DELIMITED BY SPACE
                   TP-PROGRAMA (INDICE-PASO) DELIMITED BY SPACE
                   INTO COMANDO
           END-IF.
           CALL "SYSTEM" USING COMANDO.
           MOVE RETURN-CODE TO CODIGO-RETORNO.

      * El programa del paso reemplaza el registro de pasonocturno.dat
      * con sus contadores y el resultado; si el registro sigue sin
      * resultado, el programa termino en forma anormal.
       LEER-RESULTADO-PASO.
           MOVE "N" TO RESULTADO-LEIDO-SW.
           MOVE "N" TO RESULTADO-CORRECTO-SW.
           MOVE ZERO TO RESULTADO-LEIDOS.
           MOVE ZERO TO RESULTADO-PROCESADOS.
           MOVE ZERO TO RESULTADO-RECHAZADOS.
           MOVE SPACE TO MENSAJE-PASO.
           OPEN INPUT PASO-ARCHIVO.
           READ PASO-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   IF PASO-CORRECTO OR PASO-FALLIDO
                       MOVE "S" TO RESULTADO-LEIDO-SW
                       MOVE PASO-MENSAJE TO MENSAJE-PASO
                       MOVE PASO-LEIDOS TO RESULTADO-LEIDOS
                       MOVE PASO-PROCESADOS TO RESULTADO-PROCESADOS
                       MOVE PASO-RECHAZADOS TO RESULTADO-RECHAZADOS
                   END-IF
                   IF PASO-CORRECTO
                       MOVE "S" TO RESULTADO-CORRECTO-SW
                   END-IF
           END-READ.
           CLOSE PASO-ARCHIVO.

      * pasonocturno.dat queda vacio entre pasos para que una corrida
      * manual de esos programas vuelva a pedir sus datos.
       LIMPIAR-PASO.
           OPEN OUTPUT PASO-ARCHIVO.
           CLOSE PASO-ARCHIVO.

       GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-ARCHIVO.
           MOVE CORRIDA-ACTUAL TO CONTROL-CORRIDA.
           MOVE FECHA-HOY TO CONTROL-FECHA.
           MOVE PASO-EN-CURSO TO CONTROL-PASO.
           MOVE PROGRAMA-EN-CURSO TO CONTROL-PROGRAMA.
           MOVE ESTADO-CORRIDA TO CONTROL-ESTADO.
           WRITE CONTROL-REGISTRO.
           CLOSE CONTROL-ARCHIVO.

       REGISTRAR-NO-INICIADA.
           DISPLAY "La corrida nocturna no se inicio.".
           OPEN EXTEND BITACORA-ARCHIVO.
           MOVE ZERO TO LB-PASO.
           MOVE "CORRIDA" TO LB-PROGRAMA.
           MOVE "FIN" TO LB-EVENTO.
           MOVE "NO INICIADA: REVISE PARNOCTURNO.DAT Y CONTROLNOCTURNO"
               TO LB-DETALLE.
           PERFORM ESCRIBIR-BITACORA.
           CLOSE BITACORA-ARCHIVO.

       ESCRIBIR-BITACORA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO LB-FECHA.
           MOVE HORA-ACTUAL TO LB-HORA.
           MOVE CORRIDA-ACTUAL TO LB-CORRIDA.
           MOVE LINEA-BITACORA TO BITACORA-REGISTRO.
           WRITE BITACORA-REGISTRO.
       END PROGRAM CORRIDA-NOCTURNA.
