      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de las visitas de supervision a las
      *          escuelas, en VISITAS-ARCHIVO (clave de escuela mas
      *          fecha de la visita AAAAMMDD), modelado sobre
      *          CREATE-GRADOS. Cada visita guarda el supervisor (un
      *          codigo de OPERADORES-ARCHIVO), el tipo de visita, lo
      *          observado y, si corresponde, una accion de
      *          seguimiento con su fecha de vencimiento, que queda
      *          pendiente hasta que se la marca cumplida. Las visitas
      *          sin novedad y los seguimientos vencidos se informan
      *          con REPORTE-VISITAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-VISITAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VISITAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\visitas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VISITAS-CLAVE
           FILE STATUS IS VISITAS-STATUS.

           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD VISITAS-ARCHIVO.
           01 VISITAS-REGISTRO.
               05 VISITAS-CLAVE.
                   10 VISITAS-CLAVE-ESCUELA.
                       15 VISITAS-CODIGO-PROVINCIA PIC X.
                       15 VISITAS-DISTRICTO PIC 9(2).
                       15 VISITAS-CODIGO-ESCUELA PIC 99.
                   10 VISITAS-FECHA PIC X(8).
               05 VISITAS-SUPERVISOR PIC X(10).
               05 VISITAS-TIPO PIC X.
                   88 VISITA-ORDINARIA VALUE "O".
                   88 VISITA-SEGUIMIENTO VALUE "S".
                   88 VISITA-EXTRAORDINARIA VALUE "E".
                   88 VISITA-TIPO-VALIDO VALUE "O" "S" "E".
               05 VISITAS-HALLAZGOS PIC X(60).
               05 VISITAS-ACCION PIC X(40).
               05 VISITAS-VENCIMIENTO PIC X(8).
               05 VISITAS-ESTADO-ACCION PIC X.
                   88 ACCION-PENDIENTE VALUE "P".
                   88 ACCION-CUMPLIDA VALUE "C".
                   88 SIN-ACCION VALUE "N".

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

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-PROVINCIA PIC X(33)
           VALUE "Ingrese el codigo de la provincia".
       01  DISTRICTO PIC X(30) VALUE "Ingrese numero de districto".
       01  IDENTIFICADOR-ESCUELA PIC X(31)
           VALUE "Ingrese el codigo de la escuela".
       01  FECHA-VISITA PIC X(40)
           VALUE "Ingrese la fecha de la visita (AAAAMMDD)".
       01  SUPERVISOR PIC X(40)
           VALUE "Ingrese el identificador del supervisor".
       01  HALLAZGOS PIC X(40)
           VALUE "Ingrese lo observado en la visita".
       01  ACCION PIC X(51)
           VALUE "Ingrese la accion de seguimiento (vacio si no hay)".
       01  VENCIMIENTO PIC X(46)
           VALUE "Ingrese el vencimiento de la accion (AAAAMMDD)".
       01  SI-O-NO PIC X.
       01  VISITAS-STATUS PIC XX.
           88 VISITAS-STATUS-NO-EXISTE VALUE "35".
       01  ESCUELA-VALIDA-SW PIC X.
           88 ESCUELA-VALIDA VALUE "S".
       01  MODO-OPERACION PIC X VALUE "A".
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-LISTAR VALUE "L" "l".
           88 MODO-CORREGIR VALUE "C" "c".
           88 MODO-CUMPLIDA VALUE "S" "s".
           88 MODO-ELIMINAR VALUE "E" "e".
       01  VISITAS-FIN-SW PIC X.
           88 VISITAS-FIN VALUE "S".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-CARGA VALUE 2 3.
       01  SUPERVISOR-VALIDO-SW PIC X.
           88 SUPERVISOR-VALIDO VALUE "S".
       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-HOY PIC X(8).
       01  CLAVE-ESCUELA-BUSCADA PIC X(5).
       01  CONTADOR-ENTRADAS PIC 9(3).
       01  LINEA-REPORTE PIC X(110).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               PERFORM PROCEDIMIENTO-APERTURA
               MOVE "S" TO SI-O-NO
               PERFORM AGREGAR-REGISTROS
               UNTIL SI-O-NO = "N"
               PERFORM PROCEDIMIENTO-CIERRE
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
               IF NOT OPERADOR-NIVEL-CARGA
                   DISPLAY "El operador no esta autorizado a cargar "
                       "datos (nivel 2)."
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

       PROCEDIMIENTO-APERTURA.
           OPEN I-O VISITAS-ARCHIVO.
           IF VISITAS-STATUS-NO-EXISTE
               OPEN OUTPUT VISITAS-ARCHIVO
               CLOSE VISITAS-ARCHIVO
               OPEN I-O VISITAS-ARCHIVO
           END-IF.
           OPEN INPUT ESCUELAS-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE VISITAS-ARCHIVO.
           CLOSE ESCUELAS-ARCHIVO.

       AGREGAR-REGISTROS.
           PERFORM SELECCIONAR-MODO.
           PERFORM OBTENER-CLAVE-ESCUELA.
           IF MODO-LISTAR
               PERFORM LISTAR-VISITAS
           ELSE
               IF MODO-CORREGIR
                   PERFORM CORREGIR-VISITA
               ELSE
                   IF MODO-CUMPLIDA
                       PERFORM CUMPLIR-SEGUIMIENTO
                   ELSE
                       IF MODO-ELIMINAR
                           PERFORM ELIMINAR-VISITA
                       ELSE
                           PERFORM ALTA-VISITA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM REINICIAR.

       SELECCIONAR-MODO.
           DISPLAY "Seleccione operacion: (A) Alta  (L) Listar  "
               "(C) Corregir  (S) Seguimiento cumplido  (E) Eliminar".
           ACCEPT MODO-OPERACION.

       OBTENER-CLAVE-ESCUELA.
           MOVE SPACE TO VISITAS-REGISTRO.
           MOVE "N" TO ESCUELA-VALIDA-SW.
           PERFORM PEDIR-CLAVE-ESCUELA
           UNTIL ESCUELA-VALIDA.

       PEDIR-CLAVE-ESCUELA.
           DISPLAY IDENTIFICADOR-PROVINCIA.
           ACCEPT VISITAS-CODIGO-PROVINCIA.
           DISPLAY DISTRICTO.
           ACCEPT VISITAS-DISTRICTO.
           DISPLAY IDENTIFICADOR-ESCUELA.
           ACCEPT VISITAS-CODIGO-ESCUELA.
           MOVE VISITAS-CODIGO-PROVINCIA TO ESCUELAS-CODIGO-PROVINCIA.
           MOVE VISITAS-DISTRICTO TO ESCUELAS-DISTRICTO.
           MOVE VISITAS-CODIGO-ESCUELA TO ESCUELAS-CODIGO.
           READ ESCUELAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe una escuela con esa clave."
               NOT INVALID KEY
                   MOVE "S" TO ESCUELA-VALIDA-SW
           END-READ.

      * La fecha de la visita no puede ser posterior a la de hoy; el
      * vencimiento de una accion no puede ser anterior a la visita.
       OBTENER-FECHA-VISITA.
           MOVE "N" TO FECHA-VALIDA-SW.
           PERFORM PEDIR-FECHA-VISITA
           UNTIL FECHA-VALIDA.
           MOVE FECHA-ENTRADA TO VISITAS-FECHA.

       PEDIR-FECHA-VISITA.
           DISPLAY FECHA-VISITA.
           ACCEPT FECHA-ENTRADA.
           PERFORM VALIDAR-FECHA.
           IF FECHA-VALIDA AND FECHA-ENTRADA > FECHA-HOY
               DISPLAY "La fecha de la visita no puede ser posterior "
                   "a hoy (" FECHA-HOY ")."
               MOVE "N" TO FECHA-VALIDA-SW
           END-IF.

       OBTENER-VENCIMIENTO.
           MOVE "N" TO FECHA-VALIDA-SW.
           PERFORM PEDIR-VENCIMIENTO
           UNTIL FECHA-VALIDA.
           MOVE FECHA-ENTRADA TO VISITAS-VENCIMIENTO.

       PEDIR-VENCIMIENTO.
           DISPLAY VENCIMIENTO.
           ACCEPT FECHA-ENTRADA.
           PERFORM VALIDAR-FECHA.
           IF FECHA-VALIDA AND FECHA-ENTRADA < VISITAS-FECHA
               DISPLAY "El vencimiento no puede ser anterior a la "
                   "visita (" VISITAS-FECHA ")."
               MOVE "N" TO FECHA-VALIDA-SW
           END-IF.

       VALIDAR-FECHA.
           MOVE "N" TO FECHA-VALIDA-SW.
           IF FECHA-ENTRADA IS NUMERIC
               AND FECHA-ENTRADA (5:2) >= "01"
               AND FECHA-ENTRADA (5:2) <= "12"
               AND FECHA-ENTRADA (7:2) >= "01"
               AND FECHA-ENTRADA (7:2) <= "31"
               MOVE "S" TO FECHA-VALIDA-SW
           ELSE
               DISPLAY "Fecha invalida. Use AAAAMMDD."
           END-IF.

       OBTENER-SUPERVISOR.
           MOVE "N" TO SUPERVISOR-VALIDO-SW.
           PERFORM PEDIR-SUPERVISOR
           UNTIL SUPERVISOR-VALIDO.

       PEDIR-SUPERVISOR.
           DISPLAY SUPERVISOR.
           ACCEPT VISITAS-SUPERVISOR.
           PERFORM VALIDAR-SUPERVISOR.
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "Supervisor no registrado o retirado en "
                   "OPERADORES-ARCHIVO."
           END-IF.

       VALIDAR-SUPERVISOR.
           MOVE "N" TO SUPERVISOR-VALIDO-SW.
           OPEN INPUT OPERADORES-ARCHIVO.
           MOVE VISITAS-SUPERVISOR TO OPERADORES-CODIGO.
           READ OPERADORES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO SUPERVISOR-VALIDO-SW
               NOT INVALID KEY
                   IF NOT OPERADOR-RETIRADO
                       MOVE "S" TO SUPERVISOR-VALIDO-SW
                   END-IF
           END-READ.
           CLOSE OPERADORES-ARCHIVO.

       OBTENER-TIPO.
           MOVE SPACE TO VISITAS-TIPO.
           PERFORM PEDIR-TIPO
           UNTIL VISITA-TIPO-VALIDO.

       PEDIR-TIPO.
           DISPLAY "Tipo de visita: (O) Ordinaria  (S) Seguimiento  "
               "(E) Extraordinaria".
           ACCEPT VISITAS-TIPO.
           IF VISITAS-TIPO = "o"
               MOVE "O" TO VISITAS-TIPO.
           IF VISITAS-TIPO = "s"
               MOVE "S" TO VISITAS-TIPO.
           IF VISITAS-TIPO = "e"
               MOVE "E" TO VISITAS-TIPO.
           IF NOT VISITA-TIPO-VALIDO
               DISPLAY "Tipo de visita desconocido."
           END-IF.

      * Sin accion de seguimiento la visita no tiene vencimiento; con
      * accion, queda pendiente hasta marcarla cumplida.
       OBTENER-SEGUIMIENTO.
           DISPLAY HALLAZGOS.
           ACCEPT VISITAS-HALLAZGOS.
           DISPLAY ACCION.
           ACCEPT VISITAS-ACCION.
           IF VISITAS-ACCION = SPACE
               MOVE SPACE TO VISITAS-VENCIMIENTO
               MOVE "N" TO VISITAS-ESTADO-ACCION
           ELSE
               PERFORM OBTENER-VENCIMIENTO
               MOVE "P" TO VISITAS-ESTADO-ACCION
           END-IF.

       ALTA-VISITA.
           PERFORM OBTENER-FECHA-VISITA.
           READ VISITAS-ARCHIVO
               INVALID KEY
                   PERFORM GRABAR-VISITA
               NOT INVALID KEY
                   DISPLAY "Ya hay una visita registrada a la escuela "
                       "en esa fecha."
           END-READ.

       GRABAR-VISITA.
           PERFORM OBTENER-SUPERVISOR.
           PERFORM OBTENER-TIPO.
           PERFORM OBTENER-SEGUIMIENTO.
           WRITE VISITAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar la visita."
               NOT INVALID KEY
                   DISPLAY "Visita registrada."
           END-WRITE.

       LISTAR-VISITAS.
           MOVE VISITAS-CLAVE-ESCUELA TO CLAVE-ESCUELA-BUSCADA.
           MOVE ZERO TO CONTADOR-ENTRADAS.
           MOVE "N" TO VISITAS-FIN-SW.
           MOVE LOW-VALUES TO VISITAS-FECHA.
           START VISITAS-ARCHIVO KEY IS NOT LESS THAN VISITAS-CLAVE
               INVALID KEY
                   MOVE "S" TO VISITAS-FIN-SW
           END-START.
           PERFORM LISTAR-VISITA
           UNTIL VISITAS-FIN.
           DISPLAY "Visitas registradas de la escuela: "
               CONTADOR-ENTRADAS.

       LISTAR-VISITA.
           READ VISITAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO VISITAS-FIN-SW
               NOT AT END
                   IF VISITAS-CLAVE-ESCUELA = CLAVE-ESCUELA-BUSCADA
                       ADD 1 TO CONTADOR-ENTRADAS
                       PERFORM MOSTRAR-VISITA
                   ELSE
                       MOVE "S" TO VISITAS-FIN-SW
                   END-IF
           END-READ.

       MOSTRAR-VISITA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FECHA: " VISITAS-FECHA
               "  TIPO: " VISITAS-TIPO
               "  SUPERVISOR: " VISITAS-SUPERVISOR
               "  " VISITAS-HALLAZGOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.
           IF NOT SIN-ACCION
               MOVE SPACE TO LINEA-REPORTE
               STRING "    ACCION: " VISITAS-ACCION
                   "  VENCE: " VISITAS-VENCIMIENTO
                   "  ESTADO: " VISITAS-ESTADO-ACCION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               DISPLAY LINEA-REPORTE
           END-IF.

       CORREGIR-VISITA.
           PERFORM OBTENER-FECHA-VISITA.
           READ VISITAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No hay una visita a la escuela en esa "
                       "fecha."
               NOT INVALID KEY
                   PERFORM ACTUALIZAR-VISITA
           END-READ.

       ACTUALIZAR-VISITA.
           PERFORM MOSTRAR-VISITA.
           PERFORM OBTENER-SUPERVISOR.
           PERFORM OBTENER-TIPO.
           PERFORM OBTENER-SEGUIMIENTO.
           REWRITE VISITAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar la visita."
               NOT INVALID KEY
                   DISPLAY "Visita corregida."
           END-REWRITE.

       CUMPLIR-SEGUIMIENTO.
           PERFORM OBTENER-FECHA-VISITA.
           READ VISITAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No hay una visita a la escuela en esa "
                       "fecha."
               NOT INVALID KEY
                   PERFORM CONFIRMAR-CUMPLIMIENTO
           END-READ.

       CONFIRMAR-CUMPLIMIENTO.
           PERFORM MOSTRAR-VISITA.
           IF NOT ACCION-PENDIENTE
               DISPLAY "La visita no tiene una accion pendiente."
           ELSE
               DISPLAY "¿Confirma que la accion fue cumplida?"
               ACCEPT SI-O-NO
               IF SI-O-NO = "S" OR SI-O-NO = "s"
                   MOVE "C" TO VISITAS-ESTADO-ACCION
                   REWRITE VISITAS-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo actualizar la visita."
                   END-REWRITE
               ELSE
                   DISPLAY "Sin cambios."
               END-IF
           END-IF.

       ELIMINAR-VISITA.
           PERFORM OBTENER-FECHA-VISITA.
           READ VISITAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No hay una visita a la escuela en esa "
                       "fecha."
               NOT INVALID KEY
                   PERFORM CONFIRMAR-ELIMINACION
           END-READ.

       CONFIRMAR-ELIMINACION.
           PERFORM MOSTRAR-VISITA.
           DISPLAY "¿Confirma la eliminacion?".
           ACCEPT SI-O-NO.
           IF SI-O-NO = "S" OR SI-O-NO = "s"
               DELETE VISITAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No se pudo eliminar el registro."
               END-DELETE
           ELSE
               DISPLAY "Eliminacion cancelada."
           END-IF.

       REINICIAR.
           DISPLAY "¿Desea realizar otra operacion?".
           ACCEPT SI-O-NO.
           IF SI-O-NO = "s"
               MOVE "S" TO SI-O-NO.
           IF SI-O-NO NOT = "S"
               MOVE "N" TO SI-O-NO.
       END PROGRAM CREATE-VISITAS.
