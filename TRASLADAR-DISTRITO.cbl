      ******************************************************************
      * Author:
      * Date:
      * Purpose: Traslado de las escuelas de un distrito retirado
      *          (DISTRITOS-ESTADO "R") al distrito que lo absorbio en
      *          la fusion, dentro de la misma provincia. A cada
      *          escuela se le asigna el primer codigo libre del
      *          distrito sucesor y la clave nueva se lleva a
      *          ESCUELAS-ARCHIVO, DOCENTES-ARCHIVO, GRADOS-ARCHIVO,
      *          IDENTIDAD-ARCHIVO e HISTORIA-ARCHIVO, para que la
      *          serie de matricula de REPORTE-TENDENCIAS siga bajo la
      *          clave nueva. Cada escuela trasladada deja una entrada
      *          en traslados.dat (clave anterior y clave nueva) y una
      *          en AUDITORIA-ARCHIVO con la operacion TRASLADO.
      *          La historia se reescribe usando trashistoria.dat
      *          como archivo de trabajo, igual que la depuracion de
      *          REPORTE-AUDITORIA. Requiere nivel 3 (maestros).
      * Tectonics: cobc
      * Modificaciones:
      *   - Un cambio pendiente de aprobacion (pendientes.dat) de una
      *     escuela trasladada pasa a la clave nueva, para que
      *     APROBAR-CAMBIOS lo encuentre despues del traslado.
      *   - Las asignaciones del personal docente
      *     (ASIGNACIONES-ARCHIVO) de cada escuela trasladada pasan a
      *     la clave nueva, igual que docentes y grados.
      *   - IDENTIDAD-ARCHIVO, DISTRITOS-ARCHIVO y
      *     OPERADORES-ARCHIVO pasan a ser indexados: la identidad de
      *     cada escuela trasladada se mueve a la clave nueva como los
      *     pendientes (ya no se usa trasidentidad.dat), y distritos y
      *     operador se validan con una lectura por clave.
      *   - Las visitas de supervision (VISITAS-ARCHIVO) de cada
      *     escuela trasladada pasan a la clave nueva, igual que las
      *     asignaciones, para no perder la fecha de la ultima visita
      *     ni los seguimientos pendientes.
      *   - Un docente, grado, asignacion o visita cuya clave nueva ya
      *     existe ya no corta el traslado del resto de la escuela: se
      *     deja bajo la clave anterior, se sigue con los registros
      *     siguientes y el resumen informa cuantos quedaron sin
      *     trasladar. La auditoria se graba con el segundo operador
      *     en blanco, con el formato de CREATE-ESCUELAS.
      *   - HISTORIA-ARCHIVO se reescribe al trasladar cada escuela en
      *     lugar de una sola vez al final de la corrida, para que una
      *     corrida interrumpida no deje la historia de las escuelas
      *     ya trasladadas bajo la clave anterior.
      *   - Si la escuela grabada con la clave nueva no se puede
      *     borrar de la clave anterior, se borra la copia nueva, la
      *     escuela se cuenta como no trasladada y no se mueve ninguno
      *     de sus registros dependientes.
      *   - ASIGNACIONES-ARCHIVO se declara con la clave alternativa
      *     por documento, igual que en CREATE-ASIGNACIONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASLADAR-DISTRITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL DOCENTES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\docentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCENTES-CLAVE.

           SELECT OPTIONAL GRADOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\grados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRADOS-CLAVE.

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE
           FILE STATUS IS IDENTIDAD-STATUS.

           SELECT OPTIONAL HISTORIA-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\historia.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORIA-TRABAJO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\trashistoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\asignaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIGNACIONES-CLAVE
           ALTERNATE RECORD KEY IS ASIGNACIONES-DOCUMENTO
               WITH DUPLICATES
           FILE STATUS IS ASIGNACIONES-STATUS.

           SELECT OPTIONAL VISITAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\visitas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VISITAS-CLAVE
           FILE STATUS IS VISITAS-STATUS.

           SELECT OPTIONAL PENDIENTES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pendientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENDIENTES-CLAVE
           FILE STATUS IS PENDIENTES-STATUS.

           SELECT OPTIONAL DISTRITOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISTRITOS-CLAVE.

           SELECT OPTIONAL TRASLADOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\traslados.dat"
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

       FD DOCENTES-ARCHIVO.
           01 DOCENTES-REGISTRO.
               05 DOCENTES-CLAVE.
                   10 DOCENTES-CLAVE-ESCUELA.
                       15 DOCENTES-CODIGO-PROVINCIA PIC X.
                       15 DOCENTES-DISTRICTO PIC 9(2).
                       15 DOCENTES-CODIGO-ESCUELA PIC 99.
                   10 DOCENTES-MATERIA PIC X(20).
                   10 DOCENTES-GRADO PIC 99.
               05 DOCENTES-CANTIDAD PIC 999.

       FD GRADOS-ARCHIVO.
           01 GRADOS-REGISTRO.
               05 GRADOS-CLAVE.
                   10 GRADOS-CLAVE-ESCUELA.
                       15 GRADOS-CODIGO-PROVINCIA PIC X.
                       15 GRADOS-DISTRICTO PIC 9(2).
                       15 GRADOS-CODIGO-ESCUELA PIC 99.
                   10 GRADOS-GRADO PIC 99.
               05 GRADOS-ALUMNOS PIC 9(4).

       FD IDENTIDAD-ARCHIVO.
           01 IDENTIDAD-REGISTRO.
               05 IDENTIDAD-CLAVE PIC X(5).
               05 IDENTIDAD-NOMBRE PIC X(30).
               05 IDENTIDAD-DIRECCION PIC X(30).
               05 IDENTIDAD-DIRECTOR PIC X(25).
               05 IDENTIDAD-TELEFONO PIC X(12).

       FD HISTORIA-ARCHIVO.
           01 HISTORIA-REGISTRO.
               05 HISTORIA-CICLO PIC 9(4).
               05 HISTORIA-CLAVE PIC X(5).
               05 HISTORIA-VARONES PIC 9(4).
               05 HISTORIA-MUJERES PIC 9(4).
               05 HISTORIA-COMEDOR PIC 9(4).
               05 HISTORIA-FECHA PIC X(8).

       FD HISTORIA-TRABAJO.
           01 HISTTRAB-REGISTRO PIC X(33).

       FD ASIGNACIONES-ARCHIVO.
           01 ASIGNACIONES-REGISTRO.
               05 ASIGNACIONES-CLAVE.
                   10 ASIGNACIONES-CLAVE-ESCUELA.
                       15 ASIGNACIONES-CODIGO-PROVINCIA PIC X.
                       15 ASIGNACIONES-DISTRICTO PIC 9(2).
                       15 ASIGNACIONES-CODIGO-ESCUELA PIC 99.
                   10 ASIGNACIONES-MATERIA PIC X(20).
                   10 ASIGNACIONES-GRADO PIC 99.
                   10 ASIGNACIONES-DOCUMENTO PIC X(10).
               05 ASIGNACIONES-HORAS PIC 99.

       FD VISITAS-ARCHIVO.
           01 VISITAS-REGISTRO.
               05 VISITAS-CLAVE.
                   10 VISITAS-CLAVE-ESCUELA.
                       15 VISITAS-CODIGO-PROVINCIA PIC X.
                       15 VISITAS-DISTRICTO PIC 9(2).
                       15 VISITAS-CODIGO-ESCUELA PIC 99.
                   10 VISITAS-FECHA PIC X(8).
               05 VISITAS-DATOS PIC X(120).

       FD PENDIENTES-ARCHIVO.
           01 PENDIENTES-REGISTRO.
               05 PENDIENTES-CLAVE PIC X(5).
               05 PENDIENTES-DATOS PIC X(55).

       FD DISTRITOS-ARCHIVO.
           01 DISTRITOS-REGISTRO.
               05 DISTRITOS-CLAVE.
                   10 DISTRITOS-CODIGO-PROVINCIA PIC X.
                   10 DISTRITOS-CODIGO PIC 9(2).
               05 DISTRITOS-NOMBRE PIC X(20).
               05 DISTRITOS-ESTADO PIC X.
                   88 DISTRITO-RETIRADO VALUE "R".

       FD TRASLADOS-ARCHIVO.
           01 TRASLADOS-REGISTRO.
               05 TRASLADOS-FECHA PIC X(8).
               05 TRASLADOS-OPERADOR PIC X(10).
               05 TRASLADOS-CLAVE-ANTERIOR PIC X(5).
               05 TRASLADOS-CLAVE-NUEVA PIC X(5).

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
       01  IDENTIFICADOR-PROVINCIA PIC X(33)
           VALUE "Ingrese el codigo de la provincia".
       01  DISTRICTO-ORIGEN PIC X(40)
           VALUE "Ingrese el distrito retirado (origen)".
       01  DISTRICTO-DESTINO PIC X(40)
           VALUE "Ingrese el distrito sucesor (destino)".
       01  SI-O-NO PIC X.
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-MAESTROS VALUE 3.
       01  PROVINCIA-TRASLADO PIC X.
       01  DISTRICTO-ANTERIOR PIC 9(2).
       01  DISTRICTO-NUEVO PIC 9(2).
       01  DISTRICTO-BUSCADO PIC 9(2).
       01  DISTRICTO-HALLADO-SW PIC X.
           88 DISTRICTO-HALLADO VALUE "S".
       01  DISTRICTO-HALLADO-ESTADO PIC X.
           88 DISTRICTO-HALLADO-RETIRADO VALUE "R".
       01  TRASLADO-VALIDO-SW PIC X.
           88 TRASLADO-VALIDO VALUE "S".
       01  ESCUELAS-EOF-SW PIC X.
           88 ESCUELAS-EOF VALUE "S".
       01  DOCENTES-FIN-SW PIC X.
           88 DOCENTES-FIN VALUE "S".
       01  GRADOS-FIN-SW PIC X.
           88 GRADOS-FIN VALUE "S".
       01  ASIGNACIONES-FIN-SW PIC X.
           88 ASIGNACIONES-FIN VALUE "S".
       01  VISITAS-FIN-SW PIC X.
           88 VISITAS-FIN VALUE "S".
       01  HISTORIA-EOF-SW PIC X.
           88 HISTORIA-EOF VALUE "S".
       01  TRABAJO-EOF-SW PIC X.
           88 TRABAJO-EOF VALUE "S".
       01  TABLA-CODIGOS-OCUPADOS.
           05 CODIGO-OCUPADO PIC X OCCURS 99 TIMES.
       01  CODIGO-LIBRE PIC 9(3) VALUE 0.
       01  TOTAL-TRASLADOS PIC 9(3) VALUE 0.
       01  INDICE-TABLA PIC 9(3) VALUE 0.
       01  TABLA-TRASLADOS.
           05 TABLA-TRAS-ITEM OCCURS 100 TIMES.
               10 TT-CLAVE-ANTERIOR PIC X(5).
               10 TT-CLAVE-NUEVA.
                   15 TT-NUEVA-PROVINCIA PIC X.
                   15 TT-NUEVA-DISTRICTO PIC 9(2).
                   15 TT-NUEVA-CODIGO PIC 99.
       01  CLAVE-ESCUELA-ANTERIOR PIC X(5).
       01  CLAVE-ESCUELA-NUEVA PIC X(5).
       01  REGISTRO-GUARDADO PIC X(133).
       01  CLAVE-POSICION PIC X(37).
       01  ASIGNACIONES-STATUS PIC XX.
           88 ASIGNACIONES-STATUS-NO-EXISTE VALUE "35".
       01  VISITAS-STATUS PIC XX.
           88 VISITAS-STATUS-NO-EXISTE VALUE "35".
       01  PENDIENTES-STATUS PIC XX.
           88 PENDIENTES-STATUS-NO-EXISTE VALUE "35".
       01  IDENTIDAD-STATUS PIC XX.
           88 IDENTIDAD-STATUS-NO-EXISTE VALUE "35".
       01  FECHA-TRASLADO PIC X(8).
       01  CONTADOR-ESCUELAS PIC 9(5) VALUE 0.
       01  CONTADOR-DOCENTES PIC 9(5) VALUE 0.
       01  CONTADOR-GRADOS PIC 9(5) VALUE 0.
       01  CONTADOR-IDENTIDAD PIC 9(5) VALUE 0.
       01  CONTADOR-HISTORIA PIC 9(5) VALUE 0.
       01  CONTADOR-NO-TRASLADADOS PIC 9(5) VALUE 0.
       01  CONTADOR-PENDIENTES PIC 9(5) VALUE 0.
       01  CONTADOR-ASIGNACIONES PIC 9(5) VALUE 0.
       01  CONTADOR-VISITAS PIC 9(5) VALUE 0.
       01  CONTADOR-DUPLICADOS PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM OBTENER-DISTRITOS
               IF TRASLADO-VALIDO
                   PERFORM PREPARAR-TRASLADOS
               END-IF
               IF TRASLADO-VALIDO
                   PERFORM CONFIRMAR-TRASLADO
               END-IF
               IF TRASLADO-VALIDO
                   PERFORM EJECUTAR-TRASLADO
                   PERFORM MOSTRAR-RESUMEN
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
                   DISPLAY "El traslado de escuelas requiere "
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

       OBTENER-DISTRITOS.
           MOVE "S" TO TRASLADO-VALIDO-SW.
           DISPLAY IDENTIFICADOR-PROVINCIA.
           ACCEPT PROVINCIA-TRASLADO.
           DISPLAY DISTRICTO-ORIGEN.
           ACCEPT DISTRICTO-ANTERIOR.
           DISPLAY DISTRICTO-DESTINO.
           ACCEPT DISTRICTO-NUEVO.
           MOVE DISTRICTO-ANTERIOR TO DISTRICTO-BUSCADO.
           PERFORM VALIDAR-DISTRICTO.
           IF NOT DISTRICTO-HALLADO
               DISPLAY "El distrito de origen no existe para esa "
                   "provincia."
               MOVE "N" TO TRASLADO-VALIDO-SW
           ELSE
               IF NOT DISTRICTO-HALLADO-RETIRADO
                   DISPLAY "El distrito de origen no esta retirado. "
                       "Retirelo primero con CREATE-DISTRITOS."
                   MOVE "N" TO TRASLADO-VALIDO-SW
               END-IF
           END-IF.
           IF TRASLADO-VALIDO
               MOVE DISTRICTO-NUEVO TO DISTRICTO-BUSCADO
               PERFORM VALIDAR-DISTRICTO
               IF NOT DISTRICTO-HALLADO
                   OR DISTRICTO-HALLADO-RETIRADO
                   OR DISTRICTO-NUEVO = DISTRICTO-ANTERIOR
                   DISPLAY "El distrito sucesor no existe, esta "
                       "retirado o es el mismo de origen."
                   MOVE "N" TO TRASLADO-VALIDO-SW
               END-IF
           END-IF.

       VALIDAR-DISTRICTO.
           MOVE "N" TO DISTRICTO-HALLADO-SW.
           MOVE SPACE TO DISTRICTO-HALLADO-ESTADO.
           OPEN INPUT DISTRITOS-ARCHIVO.
           MOVE PROVINCIA-TRASLADO TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE DISTRICTO-BUSCADO TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DISTRICTO-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO DISTRICTO-HALLADO-SW
                   MOVE DISTRITOS-ESTADO TO DISTRICTO-HALLADO-ESTADO
           END-READ.
           CLOSE DISTRITOS-ARCHIVO.

       PREPARAR-TRASLADOS.
           MOVE SPACE TO TABLA-CODIGOS-OCUPADOS.
           MOVE ZERO TO TOTAL-TRASLADOS.
           MOVE ZERO TO CODIGO-LIBRE.
           OPEN INPUT ESCUELAS-ARCHIVO.
           MOVE DISTRICTO-NUEVO TO DISTRICTO-BUSCADO.
           PERFORM POSICIONAR-DISTRICTO.
           PERFORM MARCAR-CODIGO-OCUPADO
           UNTIL ESCUELAS-EOF.
           MOVE DISTRICTO-ANTERIOR TO DISTRICTO-BUSCADO.
           PERFORM POSICIONAR-DISTRICTO.
           PERFORM ASIGNAR-CODIGO-NUEVO
           UNTIL ESCUELAS-EOF OR NOT TRASLADO-VALIDO.
           CLOSE ESCUELAS-ARCHIVO.
           IF TRASLADO-VALIDO AND TOTAL-TRASLADOS = 0
               DISPLAY "El distrito retirado no tiene escuelas para "
                   "trasladar."
               MOVE "N" TO TRASLADO-VALIDO-SW
           END-IF.

       POSICIONAR-DISTRICTO.
           MOVE "N" TO ESCUELAS-EOF-SW.
           MOVE PROVINCIA-TRASLADO TO ESCUELAS-CODIGO-PROVINCIA.
           MOVE DISTRICTO-BUSCADO TO ESCUELAS-DISTRICTO.
           MOVE ZERO TO ESCUELAS-CODIGO.
           START ESCUELAS-ARCHIVO KEY IS NOT LESS THAN ESCUELAS-CLAVE
               INVALID KEY
                   MOVE "S" TO ESCUELAS-EOF-SW
           END-START.

       MARCAR-CODIGO-OCUPADO.
           READ ESCUELAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   IF ESCUELAS-CODIGO-PROVINCIA = PROVINCIA-TRASLADO
                       AND ESCUELAS-DISTRICTO = DISTRICTO-BUSCADO
                       IF ESCUELAS-CODIGO > 0
                           MOVE "S"
                               TO CODIGO-OCUPADO (ESCUELAS-CODIGO)
                       END-IF
                   ELSE
                       MOVE "S" TO ESCUELAS-EOF-SW
                   END-IF
           END-READ.

       ASIGNAR-CODIGO-NUEVO.
           READ ESCUELAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO ESCUELAS-EOF-SW
               NOT AT END
                   IF ESCUELAS-CODIGO-PROVINCIA = PROVINCIA-TRASLADO
                       AND ESCUELAS-DISTRICTO = DISTRICTO-BUSCADO
                       PERFORM BUSCAR-CODIGO-LIBRE
                       IF CODIGO-LIBRE > 99
                           DISPLAY "No quedan codigos libres en el "
                               "distrito sucesor. Traslado cancelado."
                           MOVE "N" TO TRASLADO-VALIDO-SW
                       ELSE
                           MOVE "S" TO CODIGO-OCUPADO (CODIGO-LIBRE)
                           ADD 1 TO TOTAL-TRASLADOS
                           MOVE ESCUELAS-CLAVE
                               TO TT-CLAVE-ANTERIOR (TOTAL-TRASLADOS)
                           MOVE PROVINCIA-TRASLADO
                               TO TT-NUEVA-PROVINCIA (TOTAL-TRASLADOS)
                           MOVE DISTRICTO-NUEVO
                               TO TT-NUEVA-DISTRICTO (TOTAL-TRASLADOS)
                           MOVE CODIGO-LIBRE
                               TO TT-NUEVA-CODIGO (TOTAL-TRASLADOS)
                       END-IF
                   ELSE
                       MOVE "S" TO ESCUELAS-EOF-SW
                   END-IF
           END-READ.

       BUSCAR-CODIGO-LIBRE.
           MOVE 1 TO CODIGO-LIBRE.
           PERFORM AVANZAR-CODIGO-LIBRE
           UNTIL CODIGO-LIBRE > 99
               OR CODIGO-OCUPADO (CODIGO-LIBRE) NOT = "S".

       AVANZAR-CODIGO-LIBRE.
           ADD 1 TO CODIGO-LIBRE.

       CONFIRMAR-TRASLADO.
           DISPLAY "Escuelas a trasladar: " TOTAL-TRASLADOS.
           MOVE 1 TO INDICE-TABLA.
           PERFORM MOSTRAR-TRASLADO
           UNTIL INDICE-TABLA > TOTAL-TRASLADOS.
           DISPLAY "¿Confirma el traslado?".
           ACCEPT SI-O-NO.
           IF SI-O-NO NOT = "S" AND SI-O-NO NOT = "s"
               DISPLAY "Traslado cancelado."
               MOVE "N" TO TRASLADO-VALIDO-SW
           END-IF.

       MOSTRAR-TRASLADO.
           DISPLAY "  " TT-CLAVE-ANTERIOR (INDICE-TABLA) " -> "
               TT-CLAVE-NUEVA (INDICE-TABLA).
           ADD 1 TO INDICE-TABLA.

       EJECUTAR-TRASLADO.
           ACCEPT FECHA-TRASLADO FROM DATE YYYYMMDD.
           OPEN I-O ESCUELAS-ARCHIVO.
           OPEN I-O DOCENTES-ARCHIVO.
           OPEN I-O GRADOS-ARCHIVO.
           OPEN I-O ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-STATUS-NO-EXISTE
               OPEN OUTPUT ASIGNACIONES-ARCHIVO
               CLOSE ASIGNACIONES-ARCHIVO
               OPEN I-O ASIGNACIONES-ARCHIVO
           END-IF.
           OPEN I-O VISITAS-ARCHIVO.
           IF VISITAS-STATUS-NO-EXISTE
               OPEN OUTPUT VISITAS-ARCHIVO
               CLOSE VISITAS-ARCHIVO
               OPEN I-O VISITAS-ARCHIVO
           END-IF.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS-NO-EXISTE
               OPEN OUTPUT PENDIENTES-ARCHIVO
               CLOSE PENDIENTES-ARCHIVO
               OPEN I-O PENDIENTES-ARCHIVO
           END-IF.
           OPEN I-O IDENTIDAD-ARCHIVO.
           IF IDENTIDAD-STATUS-NO-EXISTE
               OPEN OUTPUT IDENTIDAD-ARCHIVO
               CLOSE IDENTIDAD-ARCHIVO
               OPEN I-O IDENTIDAD-ARCHIVO
           END-IF.
           OPEN EXTEND TRASLADOS-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           MOVE 1 TO INDICE-TABLA.
           PERFORM TRASLADAR-ESCUELA
           UNTIL INDICE-TABLA > TOTAL-TRASLADOS.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE DOCENTES-ARCHIVO.
           CLOSE GRADOS-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE VISITAS-ARCHIVO.
           CLOSE PENDIENTES-ARCHIVO.
           CLOSE IDENTIDAD-ARCHIVO.
           CLOSE TRASLADOS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.

       TRASLADAR-ESCUELA.
           MOVE TT-CLAVE-ANTERIOR (INDICE-TABLA)
               TO CLAVE-ESCUELA-ANTERIOR.
           MOVE TT-CLAVE-NUEVA (INDICE-TABLA) TO CLAVE-ESCUELA-NUEVA.
           MOVE CLAVE-ESCUELA-ANTERIOR TO ESCUELAS-CLAVE.
           READ ESCUELAS-ARCHIVO
               INVALID KEY
                   DISPLAY "Escuela no encontrada: "
                       CLAVE-ESCUELA-ANTERIOR
                   ADD 1 TO CONTADOR-NO-TRASLADADOS
               NOT INVALID KEY
                   MOVE CLAVE-ESCUELA-NUEVA TO ESCUELAS-CLAVE
                   WRITE ESCUELAS-REGISTRO
                       INVALID KEY
                           DISPLAY "La clave nueva ya existe: "
                               CLAVE-ESCUELA-NUEVA
                           ADD 1 TO CONTADOR-NO-TRASLADADOS
                       NOT INVALID KEY
                           PERFORM BORRAR-ESCUELA-ANTERIOR
                   END-WRITE
           END-READ.
           ADD 1 TO INDICE-TABLA.

       BORRAR-ESCUELA-ANTERIOR.
           MOVE CLAVE-ESCUELA-ANTERIOR TO ESCUELAS-CLAVE.
           DELETE ESCUELAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No se pudo borrar la clave anterior: "
                       CLAVE-ESCUELA-ANTERIOR
                   PERFORM DESHACER-ESCUELA-NUEVA
               NOT INVALID KEY
                   PERFORM TRASLADAR-DEPENDIENTES
           END-DELETE.

      * Si la clave anterior no se pudo borrar se quita la copia recien
      * grabada con la clave nueva, para no dejar la escuela duplicada,
      * y la escuela se cuenta como no trasladada.
       DESHACER-ESCUELA-NUEVA.
           MOVE CLAVE-ESCUELA-NUEVA TO ESCUELAS-CLAVE.
           DELETE ESCUELAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No se pudo borrar la clave nueva: "
                       CLAVE-ESCUELA-NUEVA
           END-DELETE.
           ADD 1 TO CONTADOR-NO-TRASLADADOS.

       TRASLADAR-DEPENDIENTES.
           ADD 1 TO CONTADOR-ESCUELAS.
           PERFORM TRASLADAR-DOCENTES.
           PERFORM TRASLADAR-GRADOS.
           PERFORM TRASLADAR-ASIGNACIONES.
           PERFORM TRASLADAR-VISITAS.
           PERFORM TRASLADAR-PENDIENTE.
           PERFORM TRASLADAR-IDENTIDAD.
           PERFORM TRASLADAR-HISTORIA.
           PERFORM REGISTRAR-TRASLADO.
           PERFORM REGISTRAR-AUDITORIA.

      * Docentes y grados se mueven de a un registro: se posiciona en
      * la primera clave de la escuela anterior, se graba la copia con
      * la clave nueva y se borra el original, hasta agotar la escuela.
      * Un registro cuya clave nueva ya existe queda bajo la clave
      * anterior y se sigue con los siguientes, posicionando despues
      * de el (CLAVE-POSICION).
       TRASLADAR-DOCENTES.
           MOVE "N" TO DOCENTES-FIN-SW.
           MOVE LOW-VALUES TO DOCENTES-CLAVE.
           MOVE CLAVE-ESCUELA-ANTERIOR TO DOCENTES-CLAVE-ESCUELA.
           MOVE DOCENTES-CLAVE TO CLAVE-POSICION.
           PERFORM MOVER-DOCENTE
           UNTIL DOCENTES-FIN.

       MOVER-DOCENTE.
           MOVE CLAVE-POSICION TO DOCENTES-CLAVE.
           START DOCENTES-ARCHIVO KEY IS GREATER THAN DOCENTES-CLAVE
               INVALID KEY
                   MOVE "S" TO DOCENTES-FIN-SW
           END-START.
           IF NOT DOCENTES-FIN
               READ DOCENTES-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO DOCENTES-FIN-SW
               END-READ
           END-IF.
           IF NOT DOCENTES-FIN
               IF DOCENTES-CLAVE-ESCUELA NOT = CLAVE-ESCUELA-ANTERIOR
                   MOVE "S" TO DOCENTES-FIN-SW
               ELSE
                   MOVE DOCENTES-REGISTRO TO REGISTRO-GUARDADO
                   MOVE CLAVE-ESCUELA-NUEVA TO DOCENTES-CLAVE-ESCUELA
                   WRITE DOCENTES-REGISTRO
                       INVALID KEY
                           DISPLAY "Docentes duplicados en la clave "
                               "nueva, no trasladados: "
                               REGISTRO-GUARDADO
                           ADD 1 TO CONTADOR-DUPLICADOS
                           MOVE REGISTRO-GUARDADO TO DOCENTES-REGISTRO
                           MOVE DOCENTES-CLAVE TO CLAVE-POSICION
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-DOCENTES
                           MOVE REGISTRO-GUARDADO TO DOCENTES-REGISTRO
                           DELETE DOCENTES-ARCHIVO
                               INVALID KEY
                                   MOVE "S" TO DOCENTES-FIN-SW
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF.

       TRASLADAR-GRADOS.
           MOVE "N" TO GRADOS-FIN-SW.
           MOVE LOW-VALUES TO GRADOS-CLAVE.
           MOVE CLAVE-ESCUELA-ANTERIOR TO GRADOS-CLAVE-ESCUELA.
           MOVE GRADOS-CLAVE TO CLAVE-POSICION.
           PERFORM MOVER-GRADO
           UNTIL GRADOS-FIN.

       MOVER-GRADO.
           MOVE CLAVE-POSICION TO GRADOS-CLAVE.
           START GRADOS-ARCHIVO KEY IS GREATER THAN GRADOS-CLAVE
               INVALID KEY
                   MOVE "S" TO GRADOS-FIN-SW
           END-START.
           IF NOT GRADOS-FIN
               READ GRADOS-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO GRADOS-FIN-SW
               END-READ
           END-IF.
           IF NOT GRADOS-FIN
               IF GRADOS-CLAVE-ESCUELA NOT = CLAVE-ESCUELA-ANTERIOR
                   MOVE "S" TO GRADOS-FIN-SW
               ELSE
                   MOVE GRADOS-REGISTRO TO REGISTRO-GUARDADO
                   MOVE CLAVE-ESCUELA-NUEVA TO GRADOS-CLAVE-ESCUELA
                   WRITE GRADOS-REGISTRO
                       INVALID KEY
                           DISPLAY "Grado duplicado en la clave "
                               "nueva, no trasladado: "
                               REGISTRO-GUARDADO
                           ADD 1 TO CONTADOR-DUPLICADOS
                           MOVE REGISTRO-GUARDADO TO GRADOS-REGISTRO
                           MOVE GRADOS-CLAVE TO CLAVE-POSICION
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-GRADOS
                           MOVE REGISTRO-GUARDADO TO GRADOS-REGISTRO
                           DELETE GRADOS-ARCHIVO
                               INVALID KEY
                                   MOVE "S" TO GRADOS-FIN-SW
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF.

       TRASLADAR-ASIGNACIONES.
           MOVE "N" TO ASIGNACIONES-FIN-SW.
           MOVE LOW-VALUES TO ASIGNACIONES-CLAVE.
           MOVE CLAVE-ESCUELA-ANTERIOR TO ASIGNACIONES-CLAVE-ESCUELA.
           MOVE ASIGNACIONES-CLAVE TO CLAVE-POSICION.
           PERFORM MOVER-ASIGNACION
           UNTIL ASIGNACIONES-FIN.

       MOVER-ASIGNACION.
           MOVE CLAVE-POSICION TO ASIGNACIONES-CLAVE.
           START ASIGNACIONES-ARCHIVO
               KEY IS GREATER THAN ASIGNACIONES-CLAVE
               INVALID KEY
                   MOVE "S" TO ASIGNACIONES-FIN-SW
           END-START.
           IF NOT ASIGNACIONES-FIN
               READ ASIGNACIONES-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO ASIGNACIONES-FIN-SW
               END-READ
           END-IF.
           IF NOT ASIGNACIONES-FIN
               IF ASIGNACIONES-CLAVE-ESCUELA
                   NOT = CLAVE-ESCUELA-ANTERIOR
                   MOVE "S" TO ASIGNACIONES-FIN-SW
               ELSE
                   MOVE ASIGNACIONES-REGISTRO TO REGISTRO-GUARDADO
                   MOVE CLAVE-ESCUELA-NUEVA
                       TO ASIGNACIONES-CLAVE-ESCUELA
                   WRITE ASIGNACIONES-REGISTRO
                       INVALID KEY
                           DISPLAY "Asignacion duplicada en la clave "
                               "nueva, no trasladada: "
                               REGISTRO-GUARDADO
                           ADD 1 TO CONTADOR-DUPLICADOS
                           MOVE REGISTRO-GUARDADO
                               TO ASIGNACIONES-REGISTRO
                           MOVE ASIGNACIONES-CLAVE TO CLAVE-POSICION
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-ASIGNACIONES
                           MOVE REGISTRO-GUARDADO
                               TO ASIGNACIONES-REGISTRO
                           DELETE ASIGNACIONES-ARCHIVO
                               INVALID KEY
                                   MOVE "S" TO ASIGNACIONES-FIN-SW
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF.

       TRASLADAR-VISITAS.
           MOVE "N" TO VISITAS-FIN-SW.
           MOVE LOW-VALUES TO VISITAS-CLAVE.
           MOVE CLAVE-ESCUELA-ANTERIOR TO VISITAS-CLAVE-ESCUELA.
           MOVE VISITAS-CLAVE TO CLAVE-POSICION.
           PERFORM MOVER-VISITA
           UNTIL VISITAS-FIN.

       MOVER-VISITA.
           MOVE CLAVE-POSICION TO VISITAS-CLAVE.
           START VISITAS-ARCHIVO
               KEY IS GREATER THAN VISITAS-CLAVE
               INVALID KEY
                   MOVE "S" TO VISITAS-FIN-SW
           END-START.
           IF NOT VISITAS-FIN
               READ VISITAS-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO VISITAS-FIN-SW
               END-READ
           END-IF.
           IF NOT VISITAS-FIN
               IF VISITAS-CLAVE-ESCUELA NOT = CLAVE-ESCUELA-ANTERIOR
                   MOVE "S" TO VISITAS-FIN-SW
               ELSE
                   MOVE VISITAS-REGISTRO TO REGISTRO-GUARDADO
                   MOVE CLAVE-ESCUELA-NUEVA TO VISITAS-CLAVE-ESCUELA
                   WRITE VISITAS-REGISTRO
                       INVALID KEY
                           DISPLAY "Visita duplicada en la clave "
                               "nueva, no trasladada: "
                               CLAVE-ESCUELA-ANTERIOR " "
                               VISITAS-FECHA
                           ADD 1 TO CONTADOR-DUPLICADOS
                           MOVE REGISTRO-GUARDADO TO VISITAS-REGISTRO
                           MOVE VISITAS-CLAVE TO CLAVE-POSICION
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-VISITAS
                           MOVE REGISTRO-GUARDADO TO VISITAS-REGISTRO
                           DELETE VISITAS-ARCHIVO
                               INVALID KEY
                                   MOVE "S" TO VISITAS-FIN-SW
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF.

      * Hay a lo sumo un cambio pendiente por escuela: se lee por la
      * clave anterior, se graba con la nueva y se borra el original.
       TRASLADAR-PENDIENTE.
           MOVE CLAVE-ESCUELA-ANTERIOR TO PENDIENTES-CLAVE.
           READ PENDIENTES-ARCHIVO
               NOT INVALID KEY
                   MOVE CLAVE-ESCUELA-NUEVA TO PENDIENTES-CLAVE
                   WRITE PENDIENTES-REGISTRO
                       INVALID KEY
                           DISPLAY "Cambio pendiente duplicado en la "
                               "clave nueva, no trasladado: "
                               CLAVE-ESCUELA-ANTERIOR
                           ADD 1 TO CONTADOR-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-PENDIENTES
                           MOVE CLAVE-ESCUELA-ANTERIOR
                               TO PENDIENTES-CLAVE
                           DELETE PENDIENTES-ARCHIVO
                               INVALID KEY
                                   DISPLAY "No se pudo borrar el "
                                       "pendiente anterior: "
                                       CLAVE-ESCUELA-ANTERIOR
                           END-DELETE
                   END-WRITE
           END-READ.

       REGISTRAR-TRASLADO.
           MOVE FECHA-TRASLADO TO TRASLADOS-FECHA.
           MOVE OPERADOR TO TRASLADOS-OPERADOR.
           MOVE CLAVE-ESCUELA-ANTERIOR TO TRASLADOS-CLAVE-ANTERIOR.
           MOVE CLAVE-ESCUELA-NUEVA TO TRASLADOS-CLAVE-NUEVA.
           WRITE TRASLADOS-REGISTRO.

       REGISTRAR-AUDITORIA.
           MOVE FECHA-TRASLADO TO AUDITORIA-FECHA.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE OPERADOR TO AUDITORIA-OPERADOR.
           MOVE "TRASLADO" TO AUDITORIA-OPERACION.
           MOVE CLAVE-ESCUELA-NUEVA TO AUDITORIA-CLAVE.
           MOVE SPACE TO AUDITORIA-SEGUNDO-OPERADOR.
           WRITE AUDITORIA-REGISTRO.

       TRASLADAR-IDENTIDAD.
           MOVE CLAVE-ESCUELA-ANTERIOR TO IDENTIDAD-CLAVE.
           READ IDENTIDAD-ARCHIVO
               NOT INVALID KEY
                   MOVE CLAVE-ESCUELA-NUEVA TO IDENTIDAD-CLAVE
                   WRITE IDENTIDAD-REGISTRO
                       INVALID KEY
                           DISPLAY "Identidad duplicada en la clave "
                               "nueva, no trasladada: "
                               CLAVE-ESCUELA-ANTERIOR
                           ADD 1 TO CONTADOR-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-IDENTIDAD
                           MOVE CLAVE-ESCUELA-ANTERIOR
                               TO IDENTIDAD-CLAVE
                           DELETE IDENTIDAD-ARCHIVO
                               INVALID KEY
                                   DISPLAY "No se pudo borrar la "
                                       "identidad anterior: "
                                       CLAVE-ESCUELA-ANTERIOR
                           END-DELETE
                   END-WRITE
           END-READ.

      * La historia se cambia junto con el resto de la escuela: si la
      * corrida se corta, las escuelas ya trasladadas tienen su
      * historia bajo la clave nueva.
       TRASLADAR-HISTORIA.
           OPEN INPUT HISTORIA-ARCHIVO.
           OPEN OUTPUT HISTORIA-TRABAJO.
           MOVE "N" TO HISTORIA-EOF-SW.
           PERFORM CAMBIAR-CLAVE-HISTORIA
           UNTIL HISTORIA-EOF.
           CLOSE HISTORIA-ARCHIVO.
           CLOSE HISTORIA-TRABAJO.
           OPEN INPUT HISTORIA-TRABAJO.
           OPEN OUTPUT HISTORIA-ARCHIVO.
           MOVE "N" TO TRABAJO-EOF-SW.
           PERFORM COPIAR-HISTORIA
           UNTIL TRABAJO-EOF.
           CLOSE HISTORIA-TRABAJO.
           CLOSE HISTORIA-ARCHIVO.

       CAMBIAR-CLAVE-HISTORIA.
           READ HISTORIA-ARCHIVO
               AT END
                   MOVE "S" TO HISTORIA-EOF-SW
               NOT AT END
                   IF HISTORIA-CLAVE = CLAVE-ESCUELA-ANTERIOR
                       MOVE CLAVE-ESCUELA-NUEVA TO HISTORIA-CLAVE
                       ADD 1 TO CONTADOR-HISTORIA
                   END-IF
                   MOVE HISTORIA-REGISTRO TO HISTTRAB-REGISTRO
                   WRITE HISTTRAB-REGISTRO
           END-READ.

       COPIAR-HISTORIA.
           READ HISTORIA-TRABAJO
               AT END
                   MOVE "S" TO TRABAJO-EOF-SW
               NOT AT END
                   MOVE HISTTRAB-REGISTRO TO HISTORIA-REGISTRO
                   WRITE HISTORIA-REGISTRO
           END-READ.

       MOSTRAR-RESUMEN.
           DISPLAY "TRASLADO DE DISTRITO " PROVINCIA-TRASLADO
               DISTRICTO-ANTERIOR " A " PROVINCIA-TRASLADO
               DISTRICTO-NUEVO.
           DISPLAY "=========================================".
           DISPLAY "Escuelas trasladadas: " CONTADOR-ESCUELAS.
           DISPLAY "Escuelas no trasladadas: " CONTADOR-NO-TRASLADADOS.
           DISPLAY "Registros de docentes: " CONTADOR-DOCENTES.
           DISPLAY "Registros de grados: " CONTADOR-GRADOS.
           DISPLAY "Asignaciones de docentes: " CONTADOR-ASIGNACIONES.
           DISPLAY "Visitas de supervision: " CONTADOR-VISITAS.
           DISPLAY "Cambios pendientes trasladados: "
               CONTADOR-PENDIENTES.
           DISPLAY "Identidades actualizadas: " CONTADOR-IDENTIDAD.
           DISPLAY "Entradas de historia actualizadas: "
               CONTADOR-HISTORIA.
           DISPLAY "Registros no trasladados (clave nueva ocupada): "
               CONTADOR-DUPLICADOS.
           DISPLAY "Las claves anterior y nueva quedaron en "
               "traslados.dat.".
           IF CONTADOR-DUPLICADOS > 0
               DISPLAY "ATENCION: los registros no trasladados siguen "
                   "bajo la clave anterior; ver los mensajes de arriba."
           END-IF.
       END PROGRAM TRASLADAR-DISTRITO.
