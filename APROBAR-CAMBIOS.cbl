      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segunda firma de los cambios que CREATE-ESCUELAS deja
      *          en pendientes.dat: correcciones de varones, mujeres o
      *          comedor por encima del porcentaje de control, y toda
      *          inactivacion de escuela. Un operador de nivel 3
      *          distinto del que pidio el cambio revisa cada
      *          pendiente con los valores anteriores y nuevos lado a
      *          lado y lo aprueba o rechaza. Lo aprobado se aplica a
      *          ESCUELAS-ARCHIVO y, si es una correccion, a
      *          HISTORIA-ARCHIVO en el ciclo abierto. La decision
      *          queda en AUDITORIA-ARCHIVO (APRUEBA o RECHAZA, y
      *          MODIFICA o BAJA cuando se aplica) con el operador que
      *          decide y, como segundo operador, el que lo solicito.
      *          Un pendiente pedido en un ciclo ya cerrado, o de una
      *          escuela que cambio desde la solicitud, solo puede
      *          rechazarse.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-CAMBIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDIENTES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pendientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENDIENTES-CLAVE
           FILE STATUS IS PENDIENTES-STATUS.

           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORIA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\historia.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

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
       FD PENDIENTES-ARCHIVO.
           01 PENDIENTES-REGISTRO.
               05 PENDIENTES-CLAVE PIC X(5).
               05 PENDIENTES-TIPO PIC X.
                   88 PENDIENTE-CORRECCION VALUE "C".
                   88 PENDIENTE-INACTIVACION VALUE "I".
               05 PENDIENTES-CICLO PIC 9(4).
               05 PENDIENTES-VARONES-ANTERIOR PIC 9(4).
               05 PENDIENTES-MUJERES-ANTERIOR PIC 9(4).
               05 PENDIENTES-COMEDOR-ANTERIOR PIC 9(4).
               05 PENDIENTES-VARONES-NUEVO PIC 9(4).
               05 PENDIENTES-MUJERES-NUEVO PIC 9(4).
               05 PENDIENTES-COMEDOR-NUEVO PIC 9(4).
               05 PENDIENTES-OPERADOR PIC X(10).
               05 PENDIENTES-FECHA PIC X(8).
               05 PENDIENTES-HORA PIC X(8).

       FD ESCUELAS-ARCHIVO.
           01 ESCUELAS-REGISTRO.
               05 ESCUELAS-CLAVE.
                   10 ESCUELAS-CODIGO-PROVINCIA PIC X.
                   10 ESCUELAS-DISTRICTO PIC 9(2).
                   10 ESCUELAS-CODIGO PIC 99.
               05 ESCUELAS-VARONES PIC 9(4).
               05 ESCUELAS-MUJERES PIC 9(4).
               05 ESCUELAS-COMEDOR PIC 9(4).
               05 ESCUELAS-ESTADO PIC X.
                   88 ESCUELAS-ACTIVA VALUE "A".
                   88 ESCUELAS-INACTIVA VALUE "I".

       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               05 AUDITORIA-FECHA PIC X(8).
               05 AUDITORIA-HORA PIC X(8).
               05 AUDITORIA-OPERADOR PIC X(10).
               05 AUDITORIA-OPERACION PIC X(10).
               05 AUDITORIA-CLAVE PIC X(5).
               05 AUDITORIA-SEGUNDO-OPERADOR PIC X(10).

       FD HISTORIA-ARCHIVO.
           01 HISTORIA-REGISTRO.
               05 HISTORIA-CICLO PIC 9(4).
               05 HISTORIA-CLAVE PIC X(5).
               05 HISTORIA-VARONES PIC 9(4).
               05 HISTORIA-MUJERES PIC 9(4).
               05 HISTORIA-COMEDOR PIC 9(4).
               05 HISTORIA-FECHA PIC X(8).

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
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
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-MAESTROS VALUE 3.
       01  PENDIENTES-STATUS PIC XX.
           88 PENDIENTES-STATUS-NO-EXISTE VALUE "35".
       01  PENDIENTES-FIN-SW PIC X.
           88 PENDIENTES-FIN VALUE "S".
       01  CLAVE-ULTIMA PIC X(5).
       01  DECISION PIC X.
           88 DECISION-APROBAR VALUE "A" "a".
           88 DECISION-RECHAZAR VALUE "R" "r".
           88 DECISION-TERMINAR VALUE "T" "t".
           88 DECISION-SALTEAR VALUE "S" "s".
           88 DECISION-VALIDA VALUE "A" "a" "R" "r" "S" "s" "T" "t".
       01  SOLO-RECHAZO-SW PIC X.
           88 SOLO-RECHAZO VALUE "S".
       01  ESCUELA-HALLADA-SW PIC X.
           88 ESCUELA-HALLADA VALUE "S".
       01  TERMINAR-SW PIC X.
           88 TERMINAR VALUE "S".
       01  CICLO-LEIDO-SW PIC X.
           88 CICLO-LEIDO VALUE "S".
       01  CICLO-VIGENTE PIC 9(4) VALUE 0.
       01  CONTADOR-REVISADOS PIC 9(5) VALUE 0.
       01  CONTADOR-APROBADOS PIC 9(5) VALUE 0.
       01  CONTADOR-RECHAZADOS PIC 9(5) VALUE 0.
       01  CONTADOR-PROPIOS PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM LEER-CICLO
               PERFORM PROCEDIMIENTO-APERTURA
               PERFORM REVISAR-PENDIENTES
               PERFORM PROCEDIMIENTO-CIERRE
               PERFORM MOSTRAR-RESUMEN
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       IDENTIFICAR-OPERADOR.
           DISPLAY IDENTIFICADOR-OPERADOR.
           ACCEPT OPERADOR.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador no registrado o retirado."
           ELSE
               IF NOT OPERADOR-NIVEL-MAESTROS
                   DISPLAY "Aprobar cambios requiere nivel 3 "
                       "(maestros)."
                   MOVE "N" TO OPERADOR-VALIDO-SW
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
               DISPLAY "No hay un ciclo lectivo abierto: los "
                   "pendientes solo pueden rechazarse."
           ELSE
               DISPLAY "Ciclo lectivo abierto: " CICLO-VIGENTE
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS-NO-EXISTE
               OPEN OUTPUT PENDIENTES-ARCHIVO
               CLOSE PENDIENTES-ARCHIVO
               OPEN I-O PENDIENTES-ARCHIVO
           END-IF.
           OPEN I-O ESCUELAS-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND HISTORIA-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE PENDIENTES-ARCHIVO.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.

      * Se recorre pendientes.dat en orden de clave; despues de cada
      * decision el pendiente se borra, por eso cada vuelta se vuelve
      * a posicionar despues de la ultima clave revisada.
       REVISAR-PENDIENTES.
           MOVE LOW-VALUES TO CLAVE-ULTIMA.
           MOVE "N" TO PENDIENTES-FIN-SW.
           MOVE "N" TO TERMINAR-SW.
           PERFORM REVISAR-PENDIENTE
           UNTIL PENDIENTES-FIN OR TERMINAR.

       REVISAR-PENDIENTE.
           MOVE CLAVE-ULTIMA TO PENDIENTES-CLAVE.
           START PENDIENTES-ARCHIVO KEY IS GREATER THAN PENDIENTES-CLAVE
               INVALID KEY
                   MOVE "S" TO PENDIENTES-FIN-SW
           END-START.
           IF NOT PENDIENTES-FIN
               READ PENDIENTES-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO PENDIENTES-FIN-SW
               END-READ
           END-IF.
           IF NOT PENDIENTES-FIN
               MOVE PENDIENTES-CLAVE TO CLAVE-ULTIMA
               IF PENDIENTES-OPERADOR = OPERADOR
                   ADD 1 TO CONTADOR-PROPIOS
                   DISPLAY "Pendiente " PENDIENTES-CLAVE
                       " solicitado por usted: debe revisarlo otro "
                       "operador."
               ELSE
                   PERFORM MOSTRAR-PENDIENTE
                   PERFORM DECIDIR-PENDIENTE
               END-IF
           END-IF.

       MOSTRAR-PENDIENTE.
           ADD 1 TO CONTADOR-REVISADOS.
           MOVE "N" TO SOLO-RECHAZO-SW.
           MOVE PENDIENTES-CLAVE TO ESCUELAS-CLAVE.
           MOVE "S" TO ESCUELA-HALLADA-SW.
           READ ESCUELAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO ESCUELA-HALLADA-SW
           END-READ.
           DISPLAY "=========================================".
           DISPLAY "Escuela " PENDIENTES-CLAVE
               "  solicitado por " PENDIENTES-OPERADOR
               " el " PENDIENTES-FECHA " " PENDIENTES-HORA
               "  ciclo " PENDIENTES-CICLO.
           IF PENDIENTE-INACTIVACION
               DISPLAY "Cambio: MARCAR INACTIVA"
           ELSE
               DISPLAY "Cambio: CORRECCION DE CANTIDADES"
           END-IF.
           DISPLAY "             ANTERIOR   NUEVO".
           DISPLAY "  Varones:   " PENDIENTES-VARONES-ANTERIOR
               "       " PENDIENTES-VARONES-NUEVO.
           DISPLAY "  Mujeres:   " PENDIENTES-MUJERES-ANTERIOR
               "       " PENDIENTES-MUJERES-NUEVO.
           DISPLAY "  Comedor:   " PENDIENTES-COMEDOR-ANTERIOR
               "       " PENDIENTES-COMEDOR-NUEVO.
           IF PENDIENTE-INACTIVACION
               DISPLAY "  Estado:    A          I"
           END-IF.
           IF NOT ESCUELA-HALLADA
               MOVE "S" TO SOLO-RECHAZO-SW
               DISPLAY "La escuela ya no existe en ESCUELAS-ARCHIVO."
           ELSE
               IF ESCUELAS-VARONES NOT = PENDIENTES-VARONES-ANTERIOR
                   OR ESCUELAS-MUJERES
                       NOT = PENDIENTES-MUJERES-ANTERIOR
                   OR ESCUELAS-COMEDOR
                       NOT = PENDIENTES-COMEDOR-ANTERIOR
                   OR (PENDIENTE-INACTIVACION AND ESCUELAS-INACTIVA)
                   MOVE "S" TO SOLO-RECHAZO-SW
                   DISPLAY "La escuela cambio desde la solicitud "
                       "(hoy " ESCUELAS-VARONES "/" ESCUELAS-MUJERES
                       "/" ESCUELAS-COMEDOR " " ESCUELAS-ESTADO ")."
               END-IF
           END-IF.
           IF PENDIENTES-CICLO NOT = CICLO-VIGENTE
               MOVE "S" TO SOLO-RECHAZO-SW
               DISPLAY "El ciclo " PENDIENTES-CICLO " de la solicitud "
                   "ya no es el ciclo abierto."
           END-IF.
           IF SOLO-RECHAZO
               DISPLAY "Este pendiente solo puede rechazarse."
           END-IF.

       DECIDIR-PENDIENTE.
           MOVE SPACE TO DECISION.
           PERFORM PEDIR-DECISION
           UNTIL DECISION-VALIDA.
           IF DECISION-APROBAR AND SOLO-RECHAZO
               DISPLAY "No se puede aprobar; queda pendiente."
           ELSE
               IF DECISION-APROBAR
                   PERFORM APROBAR-PENDIENTE
               ELSE
                   IF DECISION-RECHAZAR
                       PERFORM RECHAZAR-PENDIENTE
                   ELSE
                       IF DECISION-SALTEAR
                           DISPLAY "Se saltea; queda pendiente."
                       ELSE
                           IF DECISION-TERMINAR
                               MOVE "S" TO TERMINAR-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PEDIR-DECISION.
           DISPLAY "(A) Aprobar  (R) Rechazar  (S) Saltear  "
               "(T) Terminar".
           ACCEPT DECISION.
           IF NOT DECISION-VALIDA
               DISPLAY "Opcion invalida."
           END-IF.

       APROBAR-PENDIENTE.
           IF PENDIENTE-INACTIVACION
               MOVE "I" TO ESCUELAS-ESTADO
           ELSE
               MOVE PENDIENTES-VARONES-NUEVO TO ESCUELAS-VARONES
               MOVE PENDIENTES-MUJERES-NUEVO TO ESCUELAS-MUJERES
               MOVE PENDIENTES-COMEDOR-NUEVO TO ESCUELAS-COMEDOR
           END-IF.
           REWRITE ESCUELAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar la escuela; el "
                       "cambio queda pendiente."
               NOT INVALID KEY
                   MOVE "APRUEBA" TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   IF PENDIENTE-INACTIVACION
                       MOVE "BAJA" TO AUDITORIA-OPERACION
                   ELSE
                       MOVE "MODIFICA" TO AUDITORIA-OPERACION
                       PERFORM REGISTRAR-HISTORIA
                   END-IF
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM BORRAR-PENDIENTE
                   ADD 1 TO CONTADOR-APROBADOS
                   DISPLAY "Cambio aprobado y aplicado."
           END-REWRITE.

       RECHAZAR-PENDIENTE.
           MOVE "RECHAZA" TO AUDITORIA-OPERACION.
           PERFORM REGISTRAR-AUDITORIA.
           PERFORM BORRAR-PENDIENTE.
           ADD 1 TO CONTADOR-RECHAZADOS.
           DISPLAY "Cambio rechazado; la escuela queda sin cambios.".

       BORRAR-PENDIENTE.
           DELETE PENDIENTES-ARCHIVO
               INVALID KEY
                   DISPLAY "No se pudo borrar el pendiente "
                       PENDIENTES-CLAVE
           END-DELETE.

       REGISTRAR-AUDITORIA.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE OPERADOR TO AUDITORIA-OPERADOR.
           MOVE PENDIENTES-CLAVE TO AUDITORIA-CLAVE.
           MOVE PENDIENTES-OPERADOR TO AUDITORIA-SEGUNDO-OPERADOR.
           WRITE AUDITORIA-REGISTRO.

       REGISTRAR-HISTORIA.
           ACCEPT HISTORIA-FECHA FROM DATE YYYYMMDD.
           MOVE CICLO-VIGENTE TO HISTORIA-CICLO.
           MOVE ESCUELAS-CLAVE TO HISTORIA-CLAVE.
           MOVE ESCUELAS-VARONES TO HISTORIA-VARONES.
           MOVE ESCUELAS-MUJERES TO HISTORIA-MUJERES.
           MOVE ESCUELAS-COMEDOR TO HISTORIA-COMEDOR.
           WRITE HISTORIA-REGISTRO.

       MOSTRAR-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "Pendientes revisados: " CONTADOR-REVISADOS.
           DISPLAY "Aprobados: " CONTADOR-APROBADOS.
           DISPLAY "Rechazados: " CONTADOR-RECHAZADOS.
           IF CONTADOR-PROPIOS > 0
               DISPLAY "Pendientes propios, para otro operador: "
                   CONTADOR-PROPIOS
           END-IF.
       END PROGRAM APROBAR-CAMBIOS.
