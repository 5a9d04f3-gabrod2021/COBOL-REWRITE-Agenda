      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: FOTO ESTADISTICA DIARIA DE LA AGENDA
      * DESCRIPCION: RECORRE EL ARCHIVO AGENDA Y GRABA EN EL HISTORICO
      *              AGENDA.ESTADIS UN REGISTRO PARA LA FECHA DE
      *              NEGOCIO CON LOS CONTACTOS ACTIVOS E INACTIVOS DE
      *              CADA SECTOR, LOS ACTIVOS QUE TIENEN TELEFONOS
      *              ADICIONALES (AGENDA.TELS), LOS QUE TIENEN CORREOS
      *              (AGENDA.MAILS) Y LOS QUE TIENEN LA DIRECCION A
      *              REVISAR, MAS LA CANTIDAD DE MOVIMIENTOS DE ESA
      *              FECHA EN AGENDA.LOG POR CODIGO DE OPERACION.
      *              SI LA FECHA YA ESTABA GRABADA (CIERRE RELANZADO)
      *              EL REGISTRO SE REEMPLAZA, DE MODO QUE QUEDA UNO
      *              SOLO POR FECHA. EL INFORME DE TENDENCIA MENSUAL
      *              AGNTENDE LEE ESTE HISTORICO.
      *
      *              SE EJECUTA DENTRO DE LA CADENA DE AGNEOD, QUE LE
      *              PASA LA FECHA DE NEGOCIO, O SUELTO PIDIENDO LA
      *              FECHA AL OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNESTAD.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT AGENDA
           ASSIGN TO '../AGENDA.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGENDA-ID
           ALTERNATE RECORD KEY IS AGENDA-TELEFONO WITH DUPLICATES
           ALTERNATE RECORD KEY IS AGENDA-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-AGENDA.

       SELECT OPTIONAL AGENDA-TELS
           ASSIGN TO '../AGENDA.TELS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEL-CLAVE
           ALTERNATE RECORD KEY IS TEL-NUMERO WITH DUPLICATES
           FILE STATUS IS FS-TELS.

       SELECT OPTIONAL AGENDA-MAILS
           ASSIGN TO '../AGENDA.MAILS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAIL-CLAVE
           FILE STATUS IS FS-MAILS.

       SELECT OPTIONAL AGENDALOG
           ASSIGN TO '../AGENDA.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDALOG.

       SELECT OPTIONAL ARCH-ESTADIS
           ASSIGN TO '../AGENDA.ESTADIS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-FECHA
           FILE STATUS IS FS-ESTADIS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA.
           COPY AGENDA.

       FD AGENDA-TELS.
           COPY AGNTEL.

       FD AGENDA-MAILS.
           COPY AGNMAIL.

       FD AGENDALOG.
           COPY AGNLOG.

       FD ARCH-ESTADIS.
           COPY AGNESTH.

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNTELFS.

           COPY AGNMAILFS.

           COPY AGNESTFS.

       01 FS-STATUS-AGENDALOG.
          05 FS-AGENDALOG           PIC X(2).
             88 FS-AGENDALOG-OK          VALUE '00'.
             88 FS-AGENDALOG-CREADO      VALUE '05'.
             88 FS-AGENDALOG-EOF         VALUE '10'.

       01 WS-CONTADORES.
           05 WS-CONT-REG-AGENDA    PIC 9(07) VALUE 0.
           05 WS-CONT-REG-LOG       PIC 9(07) VALUE 0.

       01 WS-FECHA-NEGOCIO          PIC 9(08).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA           PIC 9(08).
          05 WS-FHS-HORA            PIC 9(06).

       01 WS-HALLADO                PIC X(01).
       01 WS-SEC-BUSCADO            PIC X(04).
       01 WS-OPE-BUSCADA            PIC X(03).
       01 WS-SEC-IDX                PIC 9(03).
       01 WS-OPE-IDX                PIC 9(02).

      * LA TABLA DE SECTORES Y LA DE OPERACIONES SE ARMAN SOBRE EL
      * MISMO REGISTRO QUE SE GRABA. LA ULTIMA POSICION DE CADA UNA
      * QUEDA RESERVADA PARA ACUMULAR LO QUE NO ENTRA.
       01 WS-MAX-SECTORES           PIC 9(03) VALUE 100.
       01 WS-MAX-OPERACIONES        PIC 9(02) VALUE 20.
       01 WS-SECTOR-OTROS           PIC X(04) VALUE '*OTR'.
       01 WS-OPERACION-OTRAS        PIC X(03) VALUE '***'.

       LINKAGE SECTION.

       01 PARM-FECHA-NEGOCIO        PIC 9(08).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING PARM-FECHA-NEGOCIO.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-PROCESAR-AGENDA
              THRU 2000-PROCESAR-AGENDA-EXIT.

           PERFORM 2500-PROCESAR-LOG
              THRU 2500-PROCESAR-LOG-EXIT.

           PERFORM 2800-GRABAR-ESTADISTICA
              THRU 2800-GRABAR-ESTADISTICA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           IF ADDRESS OF PARM-FECHA-NEGOCIO = NULL
               DISPLAY 'Fecha de negocio (AAAAMMDD): '
               ACCEPT WS-FECHA-NEGOCIO
           ELSE
               MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           END-IF.

           IF WS-FECHA-NEGOCIO IS NOT NUMERIC
              OR WS-FECHA-NEGOCIO = 0
               DISPLAY 'FECHA DE NEGOCIO INVALIDA'
               STOP RUN
           END-IF.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           INITIALIZE REG-ESTADISTICA.
           MOVE WS-FECHA-NEGOCIO TO EST-FECHA.
           MOVE WS-FHS-HORA      TO EST-HORA.

           OPEN INPUT AGENDA.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA'
              DISPLAY 'FILE STATUS: ' FS-AGENDA
              STOP RUN
           END-IF.

           OPEN INPUT AGENDA-TELS.

           IF NOT FS-TELS-OK AND NOT FS-TELS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TELEFONOS'
              DISPLAY 'FILE STATUS: ' FS-TELS
              STOP RUN
           END-IF.

           OPEN INPUT AGENDA-MAILS.

           IF NOT FS-MAILS-OK AND NOT FS-MAILS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CORREOS'
              DISPLAY 'FILE STATUS: ' FS-MAILS
              STOP RUN
           END-IF.

           OPEN INPUT AGENDALOG.

           IF NOT FS-AGENDALOG-OK AND NOT FS-AGENDALOG-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG'
              DISPLAY 'FILE STATUS: ' FS-AGENDALOG
              STOP RUN
           END-IF.

           OPEN I-O ARCH-ESTADIS.

           IF NOT FS-ESTADIS-OK AND NOT FS-ESTADIS-CREADO
              DISPLAY 'ERROR AL ABRIR EL HISTORICO DE ESTADISTICAS'
              DISPLAY 'FILE STATUS: ' FS-ESTADIS
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-AGENDA.

           READ AGENDA NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    ADD 1                   TO WS-CONT-REG-AGENDA
               WHEN FS-AGENDA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

       1100-LEER-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-TELS.

           READ AGENDA-TELS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-TELS-OK
                    CONTINUE
               WHEN FS-TELS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TELEFONOS'
                    DISPLAY 'FILE STATUS: ' FS-TELS
                    STOP RUN
           END-EVALUATE.

       1200-LEER-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-LEER-MAILS.

           READ AGENDA-MAILS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-MAILS-OK
                    CONTINUE
               WHEN FS-MAILS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CORREOS'
                    DISPLAY 'FILE STATUS: ' FS-MAILS
                    STOP RUN
           END-EVALUATE.

       1300-LEER-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-LEER-LOG.

           READ AGENDALOG.

           EVALUATE TRUE
               WHEN FS-AGENDALOG-OK
                    ADD 1                   TO WS-CONT-REG-LOG
               WHEN FS-AGENDALOG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE LOG'
                    DISPLAY 'FILE STATUS: ' FS-AGENDALOG
                    STOP RUN
           END-EVALUATE.

       1400-LEER-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-AGENDA.

           PERFORM 1100-LEER-AGENDA
              THRU 1100-LEER-AGENDA-EXIT.

           PERFORM UNTIL FS-AGENDA-EOF

               PERFORM 2100-BUSCAR-SECTOR
                  THRU 2100-BUSCAR-SECTOR-EXIT

               IF AGENDA-ACTIVO
                   ADD 1 TO EST-TOT-ACTIVOS
                   ADD 1 TO EST-SEC-ACTIVOS (WS-SEC-IDX)
                   PERFORM 2200-CONTAR-ADICIONALES
                      THRU 2200-CONTAR-ADICIONALES-EXIT
               ELSE
                   ADD 1 TO EST-TOT-INACTIVOS
                   ADD 1 TO EST-SEC-INACTIVOS (WS-SEC-IDX)
               END-IF

               PERFORM 1100-LEER-AGENDA
                  THRU 1100-LEER-AGENDA-EXIT

           END-PERFORM.

       2000-PROCESAR-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-BUSCAR-SECTOR.

      * DEJA EN WS-SEC-IDX LA POSICION DEL SECTOR DEL CONTACTO,
      * AGREGANDOLO SI ES NUEVO. CON LA TABLA LLENA, LOS SECTORES
      * NUEVOS VAN A LA ULTIMA POSICION ('*OTR').

           MOVE AGENDA-SECTOR TO WS-SEC-BUSCADO.
           MOVE 'N'           TO WS-HALLADO.

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > EST-SEC-CANT
                      OR WS-HALLADO = 'S'
               IF EST-SEC-CODIGO (WS-SEC-IDX) = WS-SEC-BUSCADO
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-PERFORM.

           IF WS-HALLADO = 'S'
               SUBTRACT 1 FROM WS-SEC-IDX
               GO TO 2100-BUSCAR-SECTOR-EXIT
           END-IF.

           IF EST-SEC-CANT < WS-MAX-SECTORES - 1
               ADD 1 TO EST-SEC-CANT
               MOVE EST-SEC-CANT   TO WS-SEC-IDX
               MOVE WS-SEC-BUSCADO TO EST-SEC-CODIGO (WS-SEC-IDX)
               GO TO 2100-BUSCAR-SECTOR-EXIT
           END-IF.

           IF EST-SEC-CANT < WS-MAX-SECTORES
               ADD 1 TO EST-SEC-CANT
               MOVE EST-SEC-CANT    TO WS-SEC-IDX
               MOVE WS-SECTOR-OTROS TO EST-SEC-CODIGO (WS-SEC-IDX)
               DISPLAY 'ATENCION: MAS DE ' WS-MAX-SECTORES
                       ' SECTORES, EL RESTO SE ACUMULA EN '
                       WS-SECTOR-OTROS
           END-IF.

           MOVE WS-MAX-SECTORES TO WS-SEC-IDX.

       2100-BUSCAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CONTAR-ADICIONALES.

           IF AGENDA-DIR-REVISAR
               ADD 1 TO EST-DIR-REVISAR
           END-IF.

           MOVE AGENDA-ID  TO TEL-AGENDA-ID.
           MOVE LOW-VALUES TO TEL-NUMERO.

           START AGENDA-TELS KEY IS >= TEL-CLAVE.

           IF FS-TELS-OK
               PERFORM 1200-LEER-TELS
                  THRU 1200-LEER-TELS-EXIT
               IF FS-TELS-OK
                  AND TEL-AGENDA-ID = AGENDA-ID
                   ADD 1 TO EST-CON-TELS
               END-IF
           END-IF.

           MOVE AGENDA-ID  TO MAIL-AGENDA-ID.
           MOVE LOW-VALUES TO MAIL-DIRECCION.

           START AGENDA-MAILS KEY IS >= MAIL-CLAVE.

           IF FS-MAILS-OK
               PERFORM 1300-LEER-MAILS
                  THRU 1300-LEER-MAILS-EXIT
               IF FS-MAILS-OK
                  AND MAIL-AGENDA-ID = AGENDA-ID
                   ADD 1 TO EST-CON-MAILS
               END-IF
           END-IF.

       2200-CONTAR-ADICIONALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-PROCESAR-LOG.

      * SOLO CUENTAN LOS MOVIMIENTOS DE LA FECHA DE NEGOCIO. EL
      * LOG DEL MES EN CURSO SIGUE EN AGENDA.LOG HASTA QUE AGNLOGPUR
      * CIERRA EL PERIODO.

           PERFORM 1400-LEER-LOG
              THRU 1400-LEER-LOG-EXIT.

           PERFORM UNTIL FS-AGENDALOG-EOF

               IF LOG-FECHA = WS-FECHA-NEGOCIO
                   PERFORM 2550-ACUMULAR-OPERACION
                      THRU 2550-ACUMULAR-OPERACION-EXIT
               END-IF

               PERFORM 1400-LEER-LOG
                  THRU 1400-LEER-LOG-EXIT

           END-PERFORM.

       2500-PROCESAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-ACUMULAR-OPERACION.

           ADD 1 TO EST-LOG-TOTAL.

           MOVE LOG-OPERACION TO WS-OPE-BUSCADA.
           MOVE 'N'           TO WS-HALLADO.

           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > EST-LOG-CANT
                      OR WS-HALLADO = 'S'
               IF EST-LOG-OPERACION (WS-OPE-IDX) = WS-OPE-BUSCADA
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-PERFORM.

           IF WS-HALLADO = 'S'
               SUBTRACT 1 FROM WS-OPE-IDX
               ADD 1 TO EST-LOG-MOVIMIENTOS (WS-OPE-IDX)
               GO TO 2550-ACUMULAR-OPERACION-EXIT
           END-IF.

           IF EST-LOG-CANT < WS-MAX-OPERACIONES - 1
               ADD 1 TO EST-LOG-CANT
               MOVE EST-LOG-CANT   TO WS-OPE-IDX
               MOVE WS-OPE-BUSCADA TO EST-LOG-OPERACION (WS-OPE-IDX)
               ADD 1 TO EST-LOG-MOVIMIENTOS (WS-OPE-IDX)
               GO TO 2550-ACUMULAR-OPERACION-EXIT
           END-IF.

           IF EST-LOG-CANT < WS-MAX-OPERACIONES
               ADD 1 TO EST-LOG-CANT
               MOVE WS-OPERACION-OTRAS
                 TO EST-LOG-OPERACION (EST-LOG-CANT)
           END-IF.

           ADD 1 TO EST-LOG-MOVIMIENTOS (WS-MAX-OPERACIONES).

       2550-ACUMULAR-OPERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-ESTADISTICA.

           WRITE REG-ESTADISTICA.

           IF FS-ESTADIS-DUPLICADO
               REWRITE REG-ESTADISTICA
               DISPLAY 'Estadistica de la fecha ' WS-FECHA-NEGOCIO
                       ' reemplazada.'
           END-IF.

           IF NOT FS-ESTADIS-OK
               DISPLAY 'ERROR AL GRABAR EL HISTORICO DE ESTADISTICAS'
               DISPLAY 'FILE STATUS: ' FS-ESTADIS
               STOP RUN
           END-IF.

       2800-GRABAR-ESTADISTICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           CLOSE AGENDA.
           CLOSE AGENDA-TELS.
           CLOSE AGENDA-MAILS.
           CLOSE AGENDALOG.
           CLOSE ARCH-ESTADIS.

           DISPLAY 'Registros leidos      : ' WS-CONT-REG-AGENDA.
           DISPLAY 'Registros de log      : ' WS-CONT-REG-LOG.
           DISPLAY 'Activos               : ' EST-TOT-ACTIVOS.
           DISPLAY 'Inactivos             : ' EST-TOT-INACTIVOS.
           DISPLAY 'Sectores              : ' EST-SEC-CANT.
           DISPLAY 'Movimientos del dia   : ' EST-LOG-TOTAL.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNESTAD.
