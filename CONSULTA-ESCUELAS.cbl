      *   - Se cruza con IDENTIDAD-ARCHIVO (mantenido con
      *     CREATE-IDENTIDAD) para mostrar nombre, direccion,
      *     director y telefono de la escuela consultada.
      *   - IDENTIDAD-ARCHIVO pasa a ser indexado por la clave de la
      *     escuela: los datos de la escuela se leen por clave en
      *     lugar de recorrer el archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-ESCUELAS.

           SELECT OPTIONAL IDENTIDAD-ARCHIVO
           ASSIGN TO "C:\Users\Rocio\Desktop\Cobol\identidad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDENTIDAD-CLAVE.
       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS-ARCHIVO.
       01  IDENTIFICADOR-ESCUELA PIC X(31)
           VALUE "Ingrese el codigo de la escuela".
       01  SI-O-NO PIC X.
       01  IDENTIDAD-HALLADA-SW PIC X.
           88 IDENTIDAD-HALLADA VALUE "S".
       01  NOMBRE-ESCUELA PIC X(30).

       BUSCAR-IDENTIDAD.
           MOVE "N" TO IDENTIDAD-HALLADA-SW.
           MOVE "(SIN NOMBRE)" TO NOMBRE-ESCUELA.
           MOVE SPACE TO DIRECCION-ESCUELA.
           MOVE SPACE TO DIRECTOR-ESCUELA.
           MOVE SPACE TO TELEFONO-ESCUELA.
           OPEN INPUT IDENTIDAD-ARCHIVO.
           MOVE ESCUELAS-CLAVE TO IDENTIDAD-CLAVE.
           READ IDENTIDAD-ARCHIVO
               INVALID KEY
                   MOVE "N" TO IDENTIDAD-HALLADA-SW
               NOT INVALID KEY
                   MOVE IDENTIDAD-NOMBRE TO NOMBRE-ESCUELA
                   MOVE IDENTIDAD-DIRECCION TO DIRECCION-ESCUELA
                   MOVE IDENTIDAD-DIRECTOR TO DIRECTOR-ESCUELA
                   MOVE IDENTIDAD-TELEFONO TO TELEFONO-ESCUELA
                   MOVE "S" TO IDENTIDAD-HALLADA-SW
           END-READ.
           CLOSE IDENTIDAD-ARCHIVO.

       REINICIAR.
           DISPLAY "¿Desea consultar otra escuela?".
