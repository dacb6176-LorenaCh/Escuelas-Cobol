      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga mensual de las raciones de comedor entregadas y
      *          servidas, para conciliarlas con lo pedido en
      *          REPORTE-COMEDOR. Lee los remitos del proveedor
      *          (remitos.dat) y las raciones servidas informadas por
      *          las escuelas (servidas.dat); cada linea viene por
      *          escuela o, con el codigo de escuela en blanco, por
      *          distrito. Acumula las cantidades del periodo (AAAAMM)
      *          en RACIONES-ARCHIVO, indexado por periodo y clave.
      *          Volver a cargar un periodo reemplaza lo cargado antes
      *          para ese periodo. Cada linea rechazada se escribe en
      *          rechazoscomedor.dat con un codigo de motivo y el
      *          origen (E entregas, S servidas):
      *            NUM datos no numericos
      *            PER remito con fecha fuera del periodo
      *            DIS distrito inexistente o retirado
      *            ESC escuela inexistente
      *          Las entregas a escuelas inactivas no se rechazan: se
      *          marcan en REPORTE-COMEDOR.
      *          Layout de remitos.dat:
      *            remito (10) + fecha AAAAMMDD (8) + provincia (1)
      *              + distrito (2) + escuela (2) + raciones (7)
      *          Layout de servidas.dat:
      *            provincia (1) + distrito (2) + escuela (2)
      *              + raciones (7)
      * Tectonics: cobc
      * Modificaciones:
      *   - DISTRITOS-ARCHIVO y OPERADORES-ARCHIVO pasan a ser
      *     indexados: el distrito de cada fila se valida con una
      *     lectura por clave en lugar de una tabla en memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-COMEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REMITOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\remitos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SERVIDAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\servidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RACIONES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\raciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RACIONES-CLAVE
           FILE STATUS IS RACIONES-STATUS.

           SELECT OPTIONAL ESCUELAS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\escuelas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCUELAS-CLAVE.

           SELECT OPTIONAL DISTRITOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\distritos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISTRITOS-CLAVE.

           SELECT OPTIONAL RECHAZOS-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\rechazoscomedor.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERADORES-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD REMITOS-ARCHIVO.
           01 REMITOS-REGISTRO.
               05 REMITOS-NUMERO PIC X(10).
               05 REMITOS-FECHA PIC X(8).
               05 REMITOS-CLAVE.
                   10 REMITOS-CODIGO-PROVINCIA PIC X.
                   10 REMITOS-DISTRICTO PIC X(2).
                   10 REMITOS-CODIGO PIC X(2).
               05 REMITOS-RACIONES PIC X(7).

       FD SERVIDAS-ARCHIVO.
           01 SERVIDAS-REGISTRO.
               05 SERVIDAS-CLAVE.
                   10 SERVIDAS-CODIGO-PROVINCIA PIC X.
                   10 SERVIDAS-DISTRICTO PIC X(2).
                   10 SERVIDAS-CODIGO PIC X(2).
               05 SERVIDAS-RACIONES PIC X(7).

       FD RACIONES-ARCHIVO.
           01 RACIONES-REGISTRO.
               05 RACIONES-CLAVE.
                   10 RACIONES-PERIODO PIC 9(6).
                   10 RACIONES-CODIGO-PROVINCIA PIC X.
                   10 RACIONES-DISTRICTO PIC 9(2).
                   10 RACIONES-CODIGO-ESCUELA PIC X(2).
               05 RACIONES-ENTREGADAS PIC 9(7).
               05 RACIONES-REMITOS PIC 9(3).
               05 RACIONES-SERVIDAS PIC 9(7).

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

       FD DISTRITOS-ARCHIVO.
           01 DISTRITOS-REGISTRO.
               05 DISTRITOS-CLAVE.
                   10 DISTRITOS-CODIGO-PROVINCIA PIC X.
                   10 DISTRITOS-CODIGO PIC 9(2).
               05 DISTRITOS-NOMBRE PIC X(20).
               05 DISTRITOS-ESTADO PIC X.
                   88 DISTRITO-RETIRADO VALUE "R".

       FD RECHAZOS-ARCHIVO.
           01 RECHAZOS-REGISTRO.
               05 RECHAZOS-MOTIVO PIC X(3).
               05 RECHAZOS-ORIGEN PIC X.
               05 RECHAZOS-DATOS PIC X(30).

       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 OPERADORES-CODIGO PIC X(10).
               05 OPERADORES-NOMBRE PIC X(30).
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".
       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR-PERIODO PIC X(40)
           VALUE "Ingrese el periodo a cargar (AAAAMM)".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 OPERADOR-NIVEL-CARGA VALUE 2 3.
       01  RACIONES-STATUS PIC XX.
           88 RACIONES-STATUS-NO-EXISTE VALUE "35".
       01  RACIONES-FIN-SW PIC X.
           88 RACIONES-FIN VALUE "S".
       01  REMITOS-EOF-SW PIC X.
           88 REMITOS-EOF VALUE "S".
       01  SERVIDAS-EOF-SW PIC X.
           88 SERVIDAS-EOF VALUE "S".
       01  DISTRICTO-VALIDO-SW PIC X.
           88 DISTRICTO-VALIDO VALUE "S".
       01  FILA-VALIDA-SW PIC X.
           88 FILA-VALIDA VALUE "S".
       01  PERIODO-ENTRADO PIC X(6).
       01  PERIODO-CARGA PIC 9(6) VALUE 0.
       01  PERIODO-VALIDO-SW PIC X.
           88 PERIODO-VALIDO VALUE "S".
       01  CLAVE-FILA.
           05 FILA-CODIGO-PROVINCIA PIC X.
           05 FILA-DISTRICTO PIC X(2).
           05 FILA-CODIGO PIC X(2).
       01  FILA-RACIONES PIC X(7).
       01  VALOR-RACIONES PIC 9(7).
       01  ORIGEN-FILA PIC X.
           88 ORIGEN-ENTREGAS VALUE "E".
           88 ORIGEN-SERVIDAS VALUE "S".
       01  CONTADOR-BORRADOS PIC 9(5) VALUE 0.
       01  CONTADOR-REMITOS PIC 9(5) VALUE 0.
       01  CONTADOR-SERVIDAS PIC 9(5) VALUE 0.
       01  CONTADOR-RECHAZADOS PIC 9(5) VALUE 0.
       01  TOTAL-ENTREGADAS PIC 9(8) VALUE 0.
       01  TOTAL-SERVIDAS PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM OBTENER-PERIODO
               IF PERIODO-VALIDO
                   PERFORM EJECUTAR-CARGA
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

       OBTENER-PERIODO.
           MOVE "N" TO PERIODO-VALIDO-SW.
           DISPLAY IDENTIFICADOR-PERIODO.
           ACCEPT PERIODO-ENTRADO.
           IF PERIODO-ENTRADO IS NUMERIC
               AND PERIODO-ENTRADO (5:2) >= "01"
               AND PERIODO-ENTRADO (5:2) <= "12"
               MOVE PERIODO-ENTRADO TO PERIODO-CARGA
               MOVE "S" TO PERIODO-VALIDO-SW
           ELSE
               DISPLAY "Periodo invalido. Use AAAAMM."
           END-IF.

       EJECUTAR-CARGA.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM BORRAR-PERIODO.
           MOVE "E" TO ORIGEN-FILA.
           MOVE "N" TO REMITOS-EOF-SW.
           PERFORM PROCESAR-REMITO
           UNTIL REMITOS-EOF.
           MOVE "S" TO ORIGEN-FILA.
           MOVE "N" TO SERVIDAS-EOF-SW.
           PERFORM PROCESAR-SERVIDA
           UNTIL SERVIDAS-EOF.
           PERFORM PROCEDIMIENTO-CIERRE.
           PERFORM MOSTRAR-RESUMEN.

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT DISTRITOS-ARCHIVO.
           OPEN I-O RACIONES-ARCHIVO.
           IF RACIONES-STATUS-NO-EXISTE
               OPEN OUTPUT RACIONES-ARCHIVO
               CLOSE RACIONES-ARCHIVO
               OPEN I-O RACIONES-ARCHIVO
           END-IF.
           OPEN INPUT ESCUELAS-ARCHIVO.
           OPEN INPUT REMITOS-ARCHIVO.
           OPEN INPUT SERVIDAS-ARCHIVO.
           OPEN OUTPUT RECHAZOS-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE RACIONES-ARCHIVO.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE REMITOS-ARCHIVO.
           CLOSE SERVIDAS-ARCHIVO.
           CLOSE RECHAZOS-ARCHIVO.
           CLOSE DISTRITOS-ARCHIVO.

       BORRAR-PERIODO.
           MOVE "N" TO RACIONES-FIN-SW.
           PERFORM BORRAR-RACION
           UNTIL RACIONES-FIN.

       BORRAR-RACION.
           MOVE LOW-VALUES TO RACIONES-CLAVE.
           MOVE PERIODO-CARGA TO RACIONES-PERIODO.
           START RACIONES-ARCHIVO KEY IS NOT LESS THAN RACIONES-CLAVE
               INVALID KEY
                   MOVE "S" TO RACIONES-FIN-SW
           END-START.
           IF NOT RACIONES-FIN
               READ RACIONES-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO RACIONES-FIN-SW
               END-READ
           END-IF.
           IF NOT RACIONES-FIN
               IF RACIONES-PERIODO NOT = PERIODO-CARGA
                   MOVE "S" TO RACIONES-FIN-SW
               ELSE
                   DELETE RACIONES-ARCHIVO
                       INVALID KEY
                           MOVE "S" TO RACIONES-FIN-SW
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-BORRADOS
                   END-DELETE
               END-IF
           END-IF.

       PROCESAR-REMITO.
           READ REMITOS-ARCHIVO
               AT END
                   MOVE "S" TO REMITOS-EOF-SW
               NOT AT END
                   MOVE REMITOS-CLAVE TO CLAVE-FILA
                   MOVE REMITOS-RACIONES TO FILA-RACIONES
                   PERFORM VALIDAR-FILA
                   IF FILA-VALIDA
                       AND REMITOS-FECHA (1:6) NOT = PERIODO-ENTRADO
                       MOVE "N" TO FILA-VALIDA-SW
                       DISPLAY "Remito rechazado (fuera del periodo): "
                           REMITOS-REGISTRO
                       MOVE "PER" TO RECHAZOS-MOTIVO
                       PERFORM ESCRIBIR-RECHAZO
                   END-IF
                   IF FILA-VALIDA
                       PERFORM ACUMULAR-FILA
                       ADD 1 TO CONTADOR-REMITOS
                   END-IF
           END-READ.

       PROCESAR-SERVIDA.
           READ SERVIDAS-ARCHIVO
               AT END
                   MOVE "S" TO SERVIDAS-EOF-SW
               NOT AT END
                   MOVE SERVIDAS-CLAVE TO CLAVE-FILA
                   MOVE SERVIDAS-RACIONES TO FILA-RACIONES
                   PERFORM VALIDAR-FILA
                   IF FILA-VALIDA
                       PERFORM ACUMULAR-FILA
                       ADD 1 TO CONTADOR-SERVIDAS
                   END-IF
           END-READ.

       VALIDAR-FILA.
           MOVE "S" TO FILA-VALIDA-SW.
           IF FILA-DISTRICTO IS NOT NUMERIC
               OR FILA-RACIONES IS NOT NUMERIC
               OR (FILA-CODIGO NOT = SPACE
                   AND FILA-CODIGO IS NOT NUMERIC)
               MOVE "N" TO FILA-VALIDA-SW
               DISPLAY "Fila rechazada (datos no numericos): "
                   CLAVE-FILA " " FILA-RACIONES
               MOVE "NUM" TO RECHAZOS-MOTIVO
               PERFORM ESCRIBIR-RECHAZO
           ELSE
               MOVE FILA-RACIONES TO VALOR-RACIONES
               PERFORM VALIDAR-DISTRICTO
               IF NOT DISTRICTO-VALIDO
                   MOVE "N" TO FILA-VALIDA-SW
                   DISPLAY "Fila rechazada (distrito inexistente): "
                       CLAVE-FILA
                   MOVE "DIS" TO RECHAZOS-MOTIVO
                   PERFORM ESCRIBIR-RECHAZO
               ELSE
                   IF FILA-CODIGO NOT = SPACE
                       PERFORM VALIDAR-ESCUELA
                   END-IF
               END-IF
           END-IF.

       VALIDAR-DISTRICTO.
           MOVE "N" TO DISTRICTO-VALIDO-SW.
           MOVE FILA-CODIGO-PROVINCIA TO DISTRITOS-CODIGO-PROVINCIA.
           MOVE FILA-DISTRICTO TO DISTRITOS-CODIGO.
           READ DISTRITOS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO DISTRICTO-VALIDO-SW
               NOT INVALID KEY
                   IF NOT DISTRITO-RETIRADO
                       MOVE "S" TO DISTRICTO-VALIDO-SW
                   END-IF
           END-READ.

       VALIDAR-ESCUELA.
           MOVE CLAVE-FILA TO ESCUELAS-CLAVE.
           READ ESCUELAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO FILA-VALIDA-SW
                   DISPLAY "Fila rechazada (escuela inexistente): "
                       CLAVE-FILA
                   MOVE "ESC" TO RECHAZOS-MOTIVO
                   PERFORM ESCRIBIR-RECHAZO
           END-READ.

       ACUMULAR-FILA.
           MOVE PERIODO-CARGA TO RACIONES-PERIODO.
           MOVE FILA-CODIGO-PROVINCIA TO RACIONES-CODIGO-PROVINCIA.
           MOVE FILA-DISTRICTO TO RACIONES-DISTRICTO.
           MOVE FILA-CODIGO TO RACIONES-CODIGO-ESCUELA.
           READ RACIONES-ARCHIVO
               INVALID KEY
                   MOVE ZERO TO RACIONES-ENTREGADAS
                   MOVE ZERO TO RACIONES-REMITOS
                   MOVE ZERO TO RACIONES-SERVIDAS
                   PERFORM SUMAR-FILA
                   WRITE RACIONES-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo grabar: " CLAVE-FILA
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SUMAR-FILA
                   REWRITE RACIONES-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo actualizar: "
                               CLAVE-FILA
                   END-REWRITE
           END-READ.

       SUMAR-FILA.
           IF ORIGEN-ENTREGAS
               ADD VALOR-RACIONES TO RACIONES-ENTREGADAS
               ADD 1 TO RACIONES-REMITOS
               ADD VALOR-RACIONES TO TOTAL-ENTREGADAS
           ELSE
               ADD VALOR-RACIONES TO RACIONES-SERVIDAS
               ADD VALOR-RACIONES TO TOTAL-SERVIDAS
           END-IF.

       ESCRIBIR-RECHAZO.
           ADD 1 TO CONTADOR-RECHAZADOS.
           MOVE ORIGEN-FILA TO RECHAZOS-ORIGEN.
           IF ORIGEN-ENTREGAS
               MOVE REMITOS-REGISTRO TO RECHAZOS-DATOS
           ELSE
               MOVE SERVIDAS-REGISTRO TO RECHAZOS-DATOS
           END-IF.
           WRITE RECHAZOS-REGISTRO.

       MOSTRAR-RESUMEN.
           DISPLAY "CARGA DE RACIONES DEL PERIODO " PERIODO-CARGA.
           DISPLAY "=========================================".
           IF CONTADOR-BORRADOS > 0
               DISPLAY "Registros anteriores del periodo reemplazados: "
                   CONTADOR-BORRADOS
           END-IF.
           DISPLAY "Remitos cargados: " CONTADOR-REMITOS
               "  Raciones entregadas: " TOTAL-ENTREGADAS.
           DISPLAY "Lineas de servidas cargadas: " CONTADOR-SERVIDAS
               "  Raciones servidas: " TOTAL-SERVIDAS.
           DISPLAY "Lineas rechazadas: " CONTADOR-RECHAZADOS.
           IF CONTADOR-RECHAZADOS > 0
               DISPLAY "Las lineas rechazadas quedaron en "
                   "rechazoscomedor.dat con su codigo de motivo."
           END-IF.
       END PROGRAM CARGA-COMEDOR.
