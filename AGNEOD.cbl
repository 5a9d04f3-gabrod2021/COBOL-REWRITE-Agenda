      *              CORRIDA EXITOSA, DE MODO QUE NINGUNA
      *              MODIFICACION QUEDE SIN EXTRAER AUNQUE PUEDA
      *              REPETIRSE A LO SUMO UN DIA YA INFORMADO.
      *              ANTES DEL DELTA CORRE AGNAPROG, QUE APLICA LOS
      *              CAMBIOS PROGRAMADOS CUYA VIGENCIA LLEGO A LA
      *              FECHA DE NEGOCIO, ASI SALEN EN EL DELTA DE ESA
      *              MISMA NOCHE. SUS RECHAZOS SON EXCEPCIONES DEL
      *              NEGOCIO (LISTADO AGENDA.PROGEXC) Y NO ERRORES DE
      *              LA CADENA.
      *              AL FINAL CORRE AGNESTAD, QUE GRABA EN
      *              AGENDA.ESTADIS LA FOTO ESTADISTICA DE LA FECHA DE
      *              NEGOCIO (ACTIVOS E INACTIVOS POR SECTOR,
      *              TELEFONOS ADICIONALES, CORREOS, DIRECCIONES A
      *              REVISAR Y MOVIMIENTOS DEL LOG DEL DIA) PARA EL
      *              INFORME DE TENDENCIA AGNTENDE. SUS TOTALES SE
      *              CRUZAN CONTRA EL CONTEO PROPIO DE LA AGENDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNEOD.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTR-IN.

       SELECT ARCH-PROG-IN
           ASSIGN TO '../AGENDA.PROGEXC'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROG-IN.

       SELECT ARCH-LIS-IN
           ASSIGN TO '../AGENDA.LIS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIS-IN.

       SELECT OPTIONAL ARCH-ESTADIS
           ASSIGN TO '../AGENDA.ESTADIS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-FECHA
           FILE STATUS IS FS-ESTADIS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD ARCH-EXTR-IN.
       01 LINEA-EXTR-IN               PIC X(200).

       FD ARCH-PROG-IN.
       01 LINEA-PROG-IN               PIC X(90).

       FD ARCH-LIS-IN.
       01 LINEA-LIS-IN                PIC X(90).

       FD ARCH-ESTADIS.
           COPY AGNESTH.

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNESTFS.

       01 FS-STATUS-CONTROL.
          05 FS-CONTROL             PIC X(2).
             88 FS-CONTROL-OK            VALUE '00'.
             88 FS-EXTR-IN-EOF           VALUE '10'.
             88 FS-EXTR-IN-NFD           VALUE '35'.

       01 FS-STATUS-PROG-IN.
          05 FS-PROG-IN             PIC X(2).
             88 FS-PROG-IN-OK            VALUE '00'.
             88 FS-PROG-IN-EOF           VALUE '10'.
             88 FS-PROG-IN-NFD           VALUE '35'.

       01 FS-STATUS-LIS-IN.
          05 FS-LIS-IN              PIC X(2).
             88 FS-LIS-IN-OK             VALUE '00'.
           05 WS-CONT-DELTA         PIC 9(09) VALUE 0.
           05 WS-CONT-EXTRACTO      PIC 9(09) VALUE 0.
           05 WS-TOTAL-REPORTE      PIC 9(09) VALUE 0.
           05 WS-PROG-VENCIDOS      PIC 9(09) VALUE 0.
           05 WS-PROG-APLICADOS     PIC 9(09) VALUE 0.

       01 WS-HAY-TOTAL-LIS          PIC X(01).
       01 WS-HAY-TOTAL-PROG         PIC X(01).
       01 WS-HAY-ESTADISTICA        PIC X(01).
       01 WS-EST-CONTACTOS          PIC 9(09).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.


           MOVE 'S' TO WS-CORRIDA-OK.

           PERFORM 2170-PASO-PROGRAMADOS
              THRU 2170-PASO-PROGRAMADOS-EXIT.

           PERFORM 2200-PASO-DELTA
              THRU 2200-PASO-DELTA-EXIT.

               DISPLAY 'Extracto semanal: solo se genera los viernes.'
           END-IF.

           PERFORM 2500-PASO-ESTADISTICA
              THRU 2500-PASO-ESTADISTICA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.


       2150-LEER-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2170-PASO-PROGRAMADOS.

           DISPLAY 'Paso AGNAPROG, fecha de proceso: '
                   WS-FECHA-NEGOCIO.

           CALL 'AGNAPROG' USING WS-FECHA-NEGOCIO.

           PERFORM 2180-LEER-TOTAL-PROG
              THRU 2180-LEER-TOTAL-PROG-EXIT.

           MOVE 'PROGRAMADO'      TO CTL-PASO.
           MOVE WS-PROG-VENCIDOS  TO CTL-LEIDOS.
           MOVE WS-PROG-APLICADOS TO CTL-GRABADOS.

           IF WS-HAY-TOTAL-PROG NOT = 'S'
               MOVE 'ER' TO CTL-ESTADO
               MOVE 'N'  TO WS-CORRIDA-OK
               DISPLAY 'CONTROL PROGRAMADOS: FALTAN LOS TOTALES '
                       'DEL LISTADO DE EXCEPCIONES'
           ELSE
               MOVE 'OK' TO CTL-ESTADO
           END-IF.

           PERFORM 2000-GRABAR-CONTROL
              THRU 2000-GRABAR-CONTROL-EXIT.

       2170-PASO-PROGRAMADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2180-LEER-TOTAL-PROG.

           MOVE 'N' TO WS-HAY-TOTAL-PROG.
           MOVE 0   TO WS-PROG-VENCIDOS.
           MOVE 0   TO WS-PROG-APLICADOS.

           OPEN INPUT ARCH-PROG-IN.

           IF FS-PROG-IN-NFD
               DISPLAY 'NO SE GENERO EL LISTADO DE PROGRAMADOS'
               MOVE 'N' TO WS-CORRIDA-OK
               GO TO 2180-LEER-TOTAL-PROG-EXIT
           END-IF.

           IF NOT FS-PROG-IN-OK
               DISPLAY 'ERROR AL ABRIR EL LISTADO DE PROGRAMADOS'
               DISPLAY 'FILE STATUS: ' FS-PROG-IN
               STOP RUN
           END-IF.

           READ ARCH-PROG-IN.

           PERFORM UNTIL FS-PROG-IN-EOF
               IF LINEA-PROG-IN(1:25) = 'PROGRAMADOS VENCIDOS   : '
                   MOVE FUNCTION NUMVAL(LINEA-PROG-IN(26:5))
                     TO WS-PROG-VENCIDOS
                   MOVE 'S' TO WS-HAY-TOTAL-PROG
               END-IF
               IF LINEA-PROG-IN(1:25) = 'APLICADOS              : '
                   MOVE FUNCTION NUMVAL(LINEA-PROG-IN(26:5))
                     TO WS-PROG-APLICADOS
               END-IF
               READ ARCH-PROG-IN
           END-PERFORM.

           CLOSE ARCH-PROG-IN.

           DISPLAY 'Programados vencidos  : ' WS-PROG-VENCIDOS.
           DISPLAY 'Programados aplicados : ' WS-PROG-APLICADOS.

       2180-LEER-TOTAL-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-PASO-DELTA.


       2450-CONTAR-EXTRACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-PASO-ESTADISTICA.

           DISPLAY 'Paso AGNESTAD, fecha de negocio: '
                   WS-FECHA-NEGOCIO.

           CALL 'AGNESTAD' USING WS-FECHA-NEGOCIO.

           PERFORM 2550-LEER-ESTADISTICA
              THRU 2550-LEER-ESTADISTICA-EXIT.

           MOVE 'ESTADIST'       TO CTL-PASO.
           MOVE WS-CONT-AGENDA   TO CTL-LEIDOS.
           MOVE WS-EST-CONTACTOS TO CTL-GRABADOS.

           IF WS-HAY-ESTADISTICA NOT = 'S'
              OR WS-EST-CONTACTOS NOT = WS-CONT-AGENDA
              OR EST-TOT-ACTIVOS NOT = WS-CONT-ACTIVOS
               MOVE 'ER' TO CTL-ESTADO
               MOVE 'N'  TO WS-CORRIDA-OK
               DISPLAY 'CONTROL ESTADISTICA: ' WS-EST-CONTACTOS
                       ' CONTACTOS NO COINCIDE CON '
                       WS-CONT-AGENDA ' REGISTROS'
           ELSE
               MOVE 'OK' TO CTL-ESTADO
           END-IF.

           PERFORM 2000-GRABAR-CONTROL
              THRU 2000-GRABAR-CONTROL-EXIT.

       2500-PASO-ESTADISTICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-LEER-ESTADISTICA.

           MOVE 'N' TO WS-HAY-ESTADISTICA.
           MOVE 0   TO WS-EST-CONTACTOS.
           MOVE 0   TO EST-TOT-ACTIVOS.

           OPEN INPUT ARCH-ESTADIS.

           IF NOT FS-ESTADIS-OK AND NOT FS-ESTADIS-CREADO
               DISPLAY 'ERROR AL ABRIR EL HISTORICO DE ESTADISTICAS'
               DISPLAY 'FILE STATUS: ' FS-ESTADIS
               STOP RUN
           END-IF.

           IF FS-ESTADIS-CREADO
               DISPLAY 'NO SE GENERO EL HISTORICO DE ESTADISTICAS'
               CLOSE ARCH-ESTADIS
               GO TO 2550-LEER-ESTADISTICA-EXIT
           END-IF.

           MOVE WS-FECHA-NEGOCIO TO EST-FECHA.

           READ ARCH-ESTADIS.

           EVALUATE TRUE
               WHEN FS-ESTADIS-OK
                    MOVE 'S' TO WS-HAY-ESTADISTICA
                    COMPUTE WS-EST-CONTACTOS = EST-TOT-ACTIVOS
                                             + EST-TOT-INACTIVOS
               WHEN FS-ESTADIS-NOTFOUND
                    DISPLAY 'NO SE GRABO LA ESTADISTICA DE LA FECHA'
                    MOVE 0 TO EST-TOT-ACTIVOS
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL HISTORICO DE '
                            'ESTADISTICAS'
                    DISPLAY 'FILE STATUS: ' FS-ESTADIS
                    STOP RUN
           END-EVALUATE.

           CLOSE ARCH-ESTADIS.

           DISPLAY 'Contactos estadistica : ' WS-EST-CONTACTOS.

       2550-LEER-ESTADISTICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

