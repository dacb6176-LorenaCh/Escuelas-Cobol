      *     OPERADORES-ARCHIVO (mantenido con CREATE-OPERADORES):
      *     cargar datos requiere nivel 2 y marcar inactiva una
      *     escuela requiere nivel 3 (maestros).
      *   - El ciclo lectivo de HISTORIA-ARCHIVO se toma del registro
      *     de control ciclocontrol.dat (mantenido con CERRAR-CICLO)
      *     en lugar de la fecha del sistema; sin un ciclo abierto no
      *     se aceptan cambios, y un ciclo cerrado ya no se modifica.
      *   - Doble control: una correccion que cambia varones, mujeres
      *     o comedor en mas del PORCENTAJE-UMBRAL, y toda
      *     inactivacion, no se aplican en el momento sino que quedan
      *     en pendientes.dat hasta que otro operador de nivel 3 las
      *     apruebe o rechace con APROBAR-CAMBIOS. La solicitud queda
      *     en AUDITORIA-ARCHIVO como SOLICITA; mientras una escuela
      *     tenga un cambio pendiente no se le aceptan otros.
      *   - PROVINCIAS-ARCHIVO, DISTRITOS-ARCHIVO y
      *     OPERADORES-ARCHIVO pasan a ser indexados: provincia,
      *     distrito y operador se validan con una lectura por clave
      *     en lugar de recorrer el archivo en cada ingreso.
      *   - No se solicita la inactivacion de una escuela que ya esta
      *     inactiva.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-ESCUELAS.

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

           SELECT OPTIONAL PENDIENTES-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\pendientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENDIENTES-CLAVE
           FILE STATUS IS PENDIENTES-STATUS.

           SELECT OPTIONAL CICLO-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\ciclocontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

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

       FD HISTORIA-ARCHIVO.
           01 HISTORIA-REGISTRO.
               05 OPERADORES-NIVEL PIC 9.
               05 OPERADORES-ESTADO PIC X.
                   88 OPERADOR-RETIRADO VALUE "R".

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
       01  IDENTIFICADOR-PROVINCIA PIC X(33)
           VALUE "Ingrese el codigo de la provincia".
           88 ESCUELAS-STATUS-NO-EXISTE VALUE "35".
       01  PROVINCIA-VALIDA-SW PIC X.
           88 PROVINCIA-VALIDA VALUE "S".
       01  DISTRICTO-VALIDO-SW PIC X.
           88 DISTRICTO-VALIDO VALUE "S".
       01  MODO-OPERACION PIC X VALUE "A".
           88 MODO-ALTA VALUE "A" "a".
           88 MODO-MANTENIMIENTO VALUE "M" "m".
       01  IDENTIFICADOR-OPERADOR PIC X(29)
           VALUE "Ingrese su identificador".
       01  OPERADOR PIC X(10).
       01  OPERADOR-VALIDO-SW PIC X.
           88 OPERADOR-VALIDO VALUE "S".
       01  OPERADOR-NIVEL PIC 9.
           88 ESCUELAS-EOF VALUE "S".
       01  CONTADOR-EXISTENTES PIC 9(5).
       01  CONTADOR-SESION PIC 9(5) VALUE 0.
       01  CICLO-LEIDO-SW PIC X.
           88 CICLO-LEIDO VALUE "S".
       01  CICLO-VIGENTE PIC 9(4) VALUE 0.
       01  PENDIENTES-STATUS PIC XX.
           88 PENDIENTES-STATUS-NO-EXISTE VALUE "35".
       01  PENDIENTE-EXISTE-SW PIC X.
           88 PENDIENTE-EXISTE VALUE "S".
       01  PORCENTAJE-UMBRAL PIC 9(3) VALUE 20.
       01  VARIACION-EXCEDIDA-SW PIC X.
           88 VARIACION-EXCEDIDA VALUE "S".
       01  VALOR-ANTERIOR PIC 9(4).
       01  VALOR-NUEVO PIC 9(4).
       01  DIFERENCIA-VALOR PIC 9(4).
       01  VARONES-ANTERIOR PIC 9(4).
       01  MUJERES-ANTERIOR PIC 9(4).
       01  COMEDOR-ANTERIOR PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM IDENTIFICAR-OPERADOR.
           IF OPERADOR-VALIDO
               PERFORM LEER-CICLO
               IF CICLO-VIGENTE > 0
                   PERFORM PROCEDIMIENTO-APERTURA
                   PERFORM VERIFICAR-PROGRESO
                   MOVE "S" TO SI-O-NO
                   PERFORM AGREGAR-REGISTROS
                   UNTIL SI-O-NO = "N"
                   PERFORM PROCEDIMIENTO-CIERRE
               END-IF
           END-IF.

       PROGRAM-DONE.

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
               DISPLAY "No hay un ciclo lectivo abierto. Abralo con "
                   "CERRAR-CICLO."
           ELSE
               DISPLAY "Ciclo lectivo abierto: " CICLO-VIGENTE
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O ESCUELAS-ARCHIVO.
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND HISTORIA-ARCHIVO.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS-NO-EXISTE
               OPEN OUTPUT PENDIENTES-ARCHIVO
               CLOSE PENDIENTES-ARCHIVO
               OPEN I-O PENDIENTES-ARCHIVO
           END-IF.

       PROCEDIMIENTO-CIERRE.
           CLOSE ESCUELAS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.
           CLOSE PENDIENTES-ARCHIVO.

       VERIFICAR-PROGRESO.
           MOVE SPACE TO ESCUELAS-REGISTRO.

       VALIDAR-PROVINCIA.
           MOVE "N" TO PROVINCIA-VALIDA-SW.
           OPEN INPUT PROVINCIAS-ARCHIVO.
           MOVE ESCUELAS-CODIGO-PROVINCIA TO PROVINCIAS-CODIGO.
           READ PROVINCIAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO PROVINCIA-VALIDA-SW
               NOT INVALID KEY
                   MOVE "S" TO PROVINCIA-VALIDA-SW
           END-READ.
           CLOSE PROVINCIAS-ARCHIVO.

       OBTENER-DISTRICTO.
           MOVE "N" TO DISTRICTO-VALIDO-SW.

       VALIDAR-DISTRICTO.
           MOVE "N" TO DISTRICTO-VALIDO-SW.
           OPEN INPUT DISTRITOS-ARCHIVO.
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
           CLOSE DISTRITOS-ARCHIVO.

       OBTENER-VARONES.
           MOVE "N" TO CAMPO-VALIDO-SW.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE OPERADOR TO AUDITORIA-OPERADOR.
           MOVE ESCUELAS-CLAVE TO AUDITORIA-CLAVE.
           MOVE SPACE TO AUDITORIA-SEGUNDO-OPERADOR.
           WRITE AUDITORIA-REGISTRO.
           ADD 1 TO CONTADOR-SESION.

       REGISTRAR-HISTORIA.
           ACCEPT HISTORIA-FECHA FROM DATE YYYYMMDD.
           MOVE CICLO-VIGENTE TO HISTORIA-CICLO.
           MOVE ESCUELAS-CLAVE TO HISTORIA-CLAVE.
           MOVE ESCUELAS-VARONES TO HISTORIA-VARONES.
           MOVE ESCUELAS-MUJERES TO HISTORIA-MUJERES.
           DISPLAY "Varones: " ESCUELAS-VARONES
               "  Mujeres: " ESCUELAS-MUJERES
               "  Comedor: " ESCUELAS-COMEDOR.
           PERFORM BUSCAR-PENDIENTE.
           IF PENDIENTE-EXISTE
               DISPLAY "La escuela tiene un cambio pendiente de "
                   "aprobacion del " PENDIENTES-FECHA " (operador "
                   PENDIENTES-OPERADOR ")."
               DISPLAY "No se aceptan otros cambios hasta que se "
                   "resuelva con APROBAR-CAMBIOS."
           ELSE
               PERFORM SOLICITAR-ACTUALIZACION
           END-IF.

       SOLICITAR-ACTUALIZACION.
           DISPLAY "(C) Corregir cantidades  (I) Marcar inactiva".
           ACCEPT ACCION-MANTENIMIENTO.
           MOVE ESCUELAS-VARONES TO VARONES-ANTERIOR.
           MOVE ESCUELAS-MUJERES TO MUJERES-ANTERIOR.
           MOVE ESCUELAS-COMEDOR TO COMEDOR-ANTERIOR.
           IF ACCION-INACTIVAR AND NOT OPERADOR-NIVEL-MAESTROS
               DISPLAY "Inactivar una escuela requiere nivel 3 "
                   "(maestros)."
           ELSE
               IF ACCION-INACTIVAR
                   IF ESCUELAS-INACTIVA
                       DISPLAY "La escuela ya esta inactiva."
                   ELSE
                       MOVE "I" TO PENDIENTES-TIPO
                       PERFORM GRABAR-PENDIENTE
                   END-IF
               ELSE
                   PERFORM OBTENER-VARONES
                   PERFORM OBTENER-MUJERES
                   PERFORM OBTENER-COMEDOR
                   PERFORM VERIFICAR-VARIACION
                   IF VARIACION-EXCEDIDA
                       MOVE "C" TO PENDIENTES-TIPO
                       PERFORM GRABAR-PENDIENTE
                   ELSE
                       PERFORM APLICAR-CORRECCION
                   END-IF
               END-IF
           END-IF.

       APLICAR-CORRECCION.
           MOVE "MODIFICA" TO AUDITORIA-OPERACION.
           REWRITE ESCUELAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar el registro."
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM REGISTRAR-HISTORIA
           END-REWRITE.

       BUSCAR-PENDIENTE.
           MOVE "S" TO PENDIENTE-EXISTE-SW.
           MOVE ESCUELAS-CLAVE TO PENDIENTES-CLAVE.
           READ PENDIENTES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO PENDIENTE-EXISTE-SW
           END-READ.

      * La correccion pasa a doble control si alguno de los tres
      * valores cambia en mas del PORCENTAJE-UMBRAL respecto del valor
      * anterior (desde cero, cualquier cambio lo supera).
       VERIFICAR-VARIACION.
           MOVE "N" TO VARIACION-EXCEDIDA-SW.
           MOVE VARONES-ANTERIOR TO VALOR-ANTERIOR.
           MOVE ESCUELAS-VARONES TO VALOR-NUEVO.
           PERFORM EVALUAR-VARIACION.
           MOVE MUJERES-ANTERIOR TO VALOR-ANTERIOR.
           MOVE ESCUELAS-MUJERES TO VALOR-NUEVO.
           PERFORM EVALUAR-VARIACION.
           MOVE COMEDOR-ANTERIOR TO VALOR-ANTERIOR.
           MOVE ESCUELAS-COMEDOR TO VALOR-NUEVO.
           PERFORM EVALUAR-VARIACION.

       EVALUAR-VARIACION.
           IF VALOR-NUEVO > VALOR-ANTERIOR
               COMPUTE DIFERENCIA-VALOR = VALOR-NUEVO - VALOR-ANTERIOR
           ELSE
               COMPUTE DIFERENCIA-VALOR = VALOR-ANTERIOR - VALOR-NUEVO
           END-IF.
           IF DIFERENCIA-VALOR * 100
                   > VALOR-ANTERIOR * PORCENTAJE-UMBRAL
               MOVE "S" TO VARIACION-EXCEDIDA-SW
           END-IF.

       GRABAR-PENDIENTE.
           MOVE ESCUELAS-CLAVE TO PENDIENTES-CLAVE.
           MOVE CICLO-VIGENTE TO PENDIENTES-CICLO.
           MOVE VARONES-ANTERIOR TO PENDIENTES-VARONES-ANTERIOR.
           MOVE MUJERES-ANTERIOR TO PENDIENTES-MUJERES-ANTERIOR.
           MOVE COMEDOR-ANTERIOR TO PENDIENTES-COMEDOR-ANTERIOR.
           MOVE ESCUELAS-VARONES TO PENDIENTES-VARONES-NUEVO.
           MOVE ESCUELAS-MUJERES TO PENDIENTES-MUJERES-NUEVO.
           MOVE ESCUELAS-COMEDOR TO PENDIENTES-COMEDOR-NUEVO.
           MOVE OPERADOR TO PENDIENTES-OPERADOR.
           ACCEPT PENDIENTES-FECHA FROM DATE YYYYMMDD.
           ACCEPT PENDIENTES-HORA FROM TIME.
           WRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo registrar el cambio pendiente."
               NOT INVALID KEY
                   MOVE "SOLICITA" TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   IF PENDIENTE-INACTIVACION
                       DISPLAY "La inactivacion queda pendiente de "
                           "aprobacion por otro operador de nivel 3."
                   ELSE
                       DISPLAY "La correccion supera el "
                           PORCENTAJE-UMBRAL "% y queda pendiente de "
                           "aprobacion por otro operador de nivel 3."
                   END-IF
           END-WRITE.

       REINICIAR.
           DISPLAY "Registros escritos en esta sesion: "
               CONTADOR-SESION.
