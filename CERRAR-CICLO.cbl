      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre del ciclo lectivo. El registro de control
      *          ciclocontrol.dat guarda el ciclo abierto con su fecha
      *          de apertura y el estado de los ultimos 20 ciclos
      *          anteriores (C cerrado, con la fecha y el operador del
      *          cierre). CREATE-ESCUELAS, CARGA-ESCUELAS, CREATE-GRADOS
      *          y EXPORTAR-RETORNO toman de ahi el ciclo en lugar de
      *          la fecha del sistema y rechazan cambios a un ciclo
      *          cerrado. El cierre congela el ciclo abierto, escribe
      *          en HISTORIA-ARCHIVO la foto final de cada escuela
      *          activa (ultima entrada del ciclo, la que toma
      *          REPORTE-TENDENCIAS), registra el cierre en
      *          AUDITORIA-ARCHIVO y abre el ciclo siguiente. Si todavia
      *          no existe el registro de control, la primera corrida
      *          solo abre el ciclo que indique el operador.
      *          Requiere nivel 3 (maestros).
      * Tectonics: cobc
      * Modificaciones:
      *   - AUDITORIA-REGISTRO incluye el segundo operador, con el
      *     formato de CREATE-ESCUELAS; el cierre lo graba en blanco.
      *   - La primera apertura rechaza el ciclo 0000, que dejaria el
      *     registro de control como si no hubiera ciclo abierto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRAR-CICLO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CICLO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\ciclocontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL HISTORIA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\historia.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
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

       FD HISTORIA-ARCHIVO.
           01 HISTORIA-REGISTRO.
               05 HISTORIA-CICLO PIC 9(4).
               05 HISTORIA-CLAVE PIC X(5).
               05 HISTORIA-VARONES PIC 9(4).
               05 HISTORIA-MUJERES PIC 9(4).
               05 HISTORIA-COMEDOR PIC 9(4).
               05 HISTORIA-FECHA PIC X(8).

       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               05 AUDITORIA-FECHA PIC X(8).
               05 AUDITORIA-HORA PIC X(8).
               05 AUDITORIA-OPERADOR PIC X(10).
               05 AUDITORIA-OPERACION PIC X(10).
               05 AUDITORIA-CLAVE PIC X(5).
               05 AUDITORIA-SEGUNDO-OPERADOR PIC X(10).

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".
       WORKING-STORAGE SECTION.
       01  SI-O-NO PIC X.
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-MAESTROS VALUE 3.
       01  CICLO-LEIDO-SW PIC X.
           88 CICLO-LEIDO VALUE "S".
       01  CICLO-ENTRADO PIC X(4).
       01  CICLO-CERRADO PIC 9(4).
       01  FECHA-CIERRE PIC X(8).
       01  INDICE-CICLO PIC 9(3) VALUE 0.
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  CONTADOR-ESCUELAS PIC 9(5) VALUE 0.
       01  CONTADOR-INACTIVAS PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "CIERRE DEL CICLO LECTIVO".
           DISPLAY "========================".
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               ACCEPT FECHA-CIERRE FROM DATE YYYYMMDD
               PERFORM LEER-CICLO
               IF CICLO-LEIDO AND CICLO-ABIERTO > 0
                   PERFORM CERRAR-CICLO-ABIERTO
               ELSE
                   PERFORM ABRIR-PRIMER-CICLO
               END-IF
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
                   DISPLAY "El cierre del ciclo lectivo requiere "
                       "nivel 3 (maestros)."
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
           OPEN INPUT CICLO-ARCHIVO.
           READ CICLO-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO CICLO-LEIDO-SW
           END-READ.
           CLOSE CICLO-ARCHIVO.

       GRABAR-CICLO.
           OPEN OUTPUT CICLO-ARCHIVO.
           WRITE CICLO-REGISTRO.
           CLOSE CICLO-ARCHIVO.

       ABRIR-PRIMER-CICLO.
           DISPLAY "No hay un ciclo lectivo abierto.".
           DISPLAY "Ingrese el ciclo lectivo a abrir (AAAA)".
           ACCEPT CICLO-ENTRADO.
           IF CICLO-ENTRADO IS NOT NUMERIC
               DISPLAY "Ciclo no numerico. No se abrio ningun ciclo."
           ELSE
               IF CICLO-ENTRADO = ZERO
                   DISPLAY "Ciclo en cero. No se abrio ningun ciclo."
               ELSE
                   MOVE SPACE TO CICLO-REGISTRO
                   MOVE CICLO-ENTRADO TO CICLO-ABIERTO
                   MOVE FECHA-CIERRE TO CICLO-APERTURA
                   MOVE 1 TO INDICE-CICLO
                   PERFORM LIMPIAR-CICLO-PASADO
                   UNTIL INDICE-CICLO > 20
                   PERFORM GRABAR-CICLO
                   DISPLAY "Ciclo lectivo abierto: " CICLO-ABIERTO
               END-IF
           END-IF.

       LIMPIAR-CICLO-PASADO.
           MOVE ZERO TO CICLO-PASADO-ANIO (INDICE-CICLO).
           ADD 1 TO INDICE-CICLO.

       CERRAR-CICLO-ABIERTO.
           DISPLAY "Ciclo lectivo abierto: " CICLO-ABIERTO
               "  desde " CICLO-APERTURA.
           DISPLAY "Al cerrarlo no se aceptan mas cambios para ese "
               "ciclo y se abre el ciclo siguiente.".
           DISPLAY "¿Confirma el cierre?".
           ACCEPT SI-O-NO.
           IF SI-O-NO = "S" OR SI-O-NO = "s"
               MOVE CICLO-ABIERTO TO CICLO-CERRADO
               PERFORM ESCRIBIR-FOTO-FINAL
               PERFORM REGISTRAR-AUDITORIA
               PERFORM ABRIR-CICLO-SIGUIENTE
               PERFORM MOSTRAR-RESUMEN
           ELSE
               DISPLAY "Cierre cancelado."
           END-IF.

       ESCRIBIR-FOTO-FINAL.
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN EXTEND HISTORIA-ARCHIVO.
           MOVE "N" TO ESCUELAS-EOF-SW.
           PERFORM FOTO-ESCUELA
           UNTIL ESCUELAS-EOF.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.

       FOTO-ESCUELA.
           READ ESCUELAS-ARCHIVO
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   IF ESCUELAS-ACTIVA
                       MOVE CICLO-CERRADO TO HISTORIA-CICLO
                       MOVE ESCUELAS-CLAVE TO HISTORIA-CLAVE
                       MOVE ESCUELAS-VARONES TO HISTORIA-VARONES
                       MOVE ESCUELAS-MUJERES TO HISTORIA-MUJERES
                       MOVE ESCUELAS-COMEDOR TO HISTORIA-COMEDOR
                       MOVE FECHA-CIERRE TO HISTORIA-FECHA
                       WRITE HISTORIA-REGISTRO
                       ADD 1 TO CONTADOR-ESCUELAS
                   ELSE
                       ADD 1 TO CONTADOR-INACTIVAS
                   END-IF
           END-READ.

       REGISTRAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           MOVE FECHA-CIERRE TO AUDITORIA-FECHA.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE OPERADOR TO AUDITORIA-OPERADOR.
           MOVE "CIERRE" TO AUDITORIA-OPERACION.
           MOVE SPACE TO AUDITORIA-CLAVE.
           MOVE CICLO-CERRADO TO AUDITORIA-CLAVE (1:4).
           MOVE SPACE TO AUDITORIA-SEGUNDO-OPERADOR.
           WRITE AUDITORIA-REGISTRO.
           CLOSE AUDITORIA-ARCHIVO.

      * Los ciclos anteriores se corren un lugar (se descarta el mas
      * antiguo) y el ciclo recien cerrado queda primero.
       ABRIR-CICLO-SIGUIENTE.
           MOVE 20 TO INDICE-CICLO.
           PERFORM CORRER-CICLO-PASADO
           UNTIL INDICE-CICLO < 2.
           MOVE CICLO-CERRADO TO CICLO-PASADO-ANIO (1).
           MOVE "C" TO CICLO-PASADO-ESTADO (1).
           MOVE FECHA-CIERRE TO CICLO-PASADO-CIERRE (1).
           MOVE OPERADOR TO CICLO-PASADO-OPERADOR (1).
           ADD 1 TO CICLO-ABIERTO.
           MOVE FECHA-CIERRE TO CICLO-APERTURA.
           PERFORM GRABAR-CICLO.

       CORRER-CICLO-PASADO.
           MOVE CICLO-PASADO (INDICE-CICLO - 1)
               TO CICLO-PASADO (INDICE-CICLO).
           SUBTRACT 1 FROM INDICE-CICLO.

       MOSTRAR-RESUMEN.
           DISPLAY "========================".
           DISPLAY "Ciclo cerrado: " CICLO-CERRADO.
           DISPLAY "Escuelas activas con foto final en historia: "
               CONTADOR-ESCUELAS.
           DISPLAY "Escuelas inactivas (sin foto): " CONTADOR-INACTIVAS.
           DISPLAY "Ciclo lectivo abierto: " CICLO-ABIERTO.
       END PROGRAM CERRAR-CICLO.
