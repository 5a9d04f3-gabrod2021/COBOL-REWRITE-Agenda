      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: APLICACION DE LOS CAMBIOS PROGRAMADOS DE LA AGENDA
      * DESCRIPCION: RECORRE EL ARCHIVO DE CAMBIOS PROGRAMADOS
      *              (AGENDA.PROG) QUE LOS OPERADORES CARGAN EN LINEA
      *              CON LA OPCION PAD, Y APLICA CONTRA EL ARCHIVO
      *              AGENDA LOS QUE SIGUEN PENDIENTES Y CUYA FECHA
      *              DE VIGENCIA ES IGUAL O ANTERIOR A LA FECHA DE
      *              PROCESO. CADA CAMBIO APLICADO QUEDA EN
      *              AGENDA.LOG CON IMAGEN ANTERIOR Y POSTERIOR Y
      *              CON EL CODIGO DEL OPERADOR QUE LO CARGO, COMO SI
      *              LO HUBIERA HECHO EN LINEA ESE DIA.
      *
      *              ANTES DE TOCAR EL CONTACTO LO RESERVA EN
      *              AGENDA.CLAIMS: SI UN OPERADOR LO ESTA USANDO, EL
      *              CAMBIO QUEDA PENDIENTE Y SE REINTENTA LA NOCHE
      *              SIGUIENTE. SE RECHAZAN LOS CAMBIOS DE CONTACTOS
      *              INEXISTENTES, DADOS DE BAJA O FUSIONADOS EN
      *              OTRO, LOS DE CAMPOS QUE OTRO OPERADOR MODIFICO
      *              DESPUES DE CARGADO EL CAMBIO, Y LOS DE SECTORES
      *              QUE YA NO EXISTEN. TODO CAMBIO NO APLICADO SALE
      *              EN EL LISTADO DE EXCEPCIONES AGENDA.PROGEXC,
      *              CON LOS TOTALES DE LA CORRIDA AL PIE.
      *
      *              SE EJECUTA DENTRO DE LA CADENA DE AGNEOD, QUE LE
      *              PASA LA FECHA DE NEGOCIO, O SUELTO PIDIENDO LA
      *              FECHA DE PROCESO AL OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNAPROG.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGENDA-ID
           ALTERNATE RECORD KEY IS AGENDA-TELEFONO WITH DUPLICATES
           ALTERNATE RECORD KEY IS AGENDA-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-AGENDA.

       SELECT AGENDALOG
           ASSIGN TO '../AGENDA.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDALOG.

       SELECT OPTIONAL AGENDA-PROG
           ASSIGN TO '../AGENDA.PROG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROG-NUMERO
           FILE STATUS IS FS-PROG.

       SELECT OPTIONAL AGENDA-CLAIMS
           ASSIGN TO '../AGENDA.CLAIMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-AGENDA-ID
           FILE STATUS IS FS-CLAIMS.

       SELECT OPTIONAL AGENDA-SECTORES
           ASSIGN TO '../AGENDA.SECTORES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SECTOR-CODIGO
           FILE STATUS IS FS-SECTORES.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.PROGEXC'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA.
           COPY AGENDA.

       FD AGENDALOG.
           COPY AGNLOG.

       FD AGENDA-PROG.
           COPY AGNPROG.

       FD AGENDA-CLAIMS.
           COPY AGNCLAIM.

       FD AGENDA-SECTORES.
           COPY AGNSECT.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNSECFS.

           COPY AGNPROGFS.

       01 FS-STATUS-AGENDALOG.
          05 FS-AGENDALOG           PIC X(2).
             88 FS-AGENDALOG-OK          VALUE '00'.
             88 FS-AGENDALOG-EOF         VALUE '10'.

       01 FS-STATUS-CLAIMS.
          05 FS-CLAIMS              PIC X(2).
             88 FS-CLAIMS-OK             VALUE '00'.
             88 FS-CLAIMS-CREADO         VALUE '05'.
             88 FS-CLAIMS-DUPLICADO      VALUE '22'.
             88 FS-CLAIMS-NOTFOUND       VALUE '23'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA           PIC 9(08).
          05 WS-FHS-HORA            PIC 9(06).

       01 WS-FECHA-PROCESO          PIC 9(08).

       01 WS-OPERADOR-LOTE          PIC X(08) VALUE 'AGNAPROG'.

       01 WS-CONTADORES.
           05 WS-CONT-PROG          PIC 9(05) VALUE 0.
           05 WS-CONT-VENCIDOS      PIC 9(05) VALUE 0.
           05 WS-CONT-APLICADOS     PIC 9(05) VALUE 0.
           05 WS-CONT-RECHAZADOS    PIC 9(05) VALUE 0.
           05 WS-CONT-RESERVADOS    PIC 9(05) VALUE 0.
           05 WS-CONT-EXCEPCIONES   PIC 9(05) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

       01 WS-CLAIM-OK               PIC X(01).
       01 WS-VALOR-ACTUAL           PIC X(56).
       01 WS-MOTIVO                 PIC X(03).
       01 WS-ID-SOBREVIVE           PIC 9(08).

       01 WS-TABLA-FUS.
           05 WS-FUS-CANT            PIC 9(05) VALUE 0.
           05 WS-FUS-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-FUS-ENTRADA OCCURS 1000 TIMES
                             INDEXED BY FUS-IDX.
              10 WS-FUS-ID           PIC 9(08).
              10 WS-FUS-FECHA        PIC 9(08).
              10 WS-FUS-HORA         PIC 9(06).

       01 WS-FECHA-LISTADO.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'CAMBIOS PROGRAMADOS NO APLIC.'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER                PIC X(10) VALUE 'ID'.
           05 FILLER                PIC X(10) VALUE 'PROGRAMA'.
           05 FILLER                PIC X(05) VALUE 'OPE'.
           05 FILLER                PIC X(24) VALUE 'MOTIVO'.
           05 FILLER                PIC X(07) VALUE 'DETALLE'.

       01 WS-DETALLE.
           05 WS-EXC-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-NUMERO         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-OPERACION      PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-TIPO           PIC X(22).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-DETALLE        PIC X(40).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO          PIC X(25).
           05 WS-TOT-CANT           PIC ZZZZ9.

       LINKAGE SECTION.

       01 PARM-FECHA-PROCESO        PIC 9(08).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING PARM-FECHA-PROCESO.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-PROCESAR
              THRU 2000-PROCESAR-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           IF ADDRESS OF PARM-FECHA-PROCESO = NULL
               DISPLAY 'Fecha de proceso (AAAAMMDD): '
               ACCEPT WS-FECHA-PROCESO
           ELSE
               MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
           END-IF.

           IF WS-FECHA-PROCESO IS NOT NUMERIC
              OR WS-FECHA-PROCESO = 0
              DISPLAY 'FECHA DE PROCESO INVALIDA'
              STOP RUN
           END-IF.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           MOVE WS-FECHA-PROCESO TO WS-FECHA-LISTADO.

           STRING WS-FECHA-DD    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FECHA-MM    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FECHA-AAAA  DELIMITED BY SIZE
             INTO WS-FECHA-EDITADA.

           PERFORM 1100-CARGAR-FUSIONES
              THRU 1100-CARGAR-FUSIONES-EXIT.

           OPEN I-O AGENDA.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA'
              DISPLAY 'FILE STATUS: ' FS-AGENDA
              STOP RUN
           END-IF.

           OPEN EXTEND AGENDALOG.

           IF NOT FS-AGENDALOG-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG'
              DISPLAY 'FILE STATUS: ' FS-AGENDALOG
              STOP RUN
           END-IF.

           OPEN I-O AGENDA-PROG.

           IF NOT FS-PROG-OK AND NOT FS-PROG-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMBIOS '
                      'PROGRAMADOS'
              DISPLAY 'FILE STATUS: ' FS-PROG
              STOP RUN
           END-IF.

           OPEN I-O AGENDA-CLAIMS.

           IF NOT FS-CLAIMS-OK AND NOT FS-CLAIMS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
              DISPLAY 'FILE STATUS: ' FS-CLAIMS
              STOP RUN
           END-IF.

           OPEN INPUT AGENDA-SECTORES.

           IF NOT FS-SECTORES-OK AND NOT FS-SECTORES-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SECTORES'
              DISPLAY 'FILE STATUS: ' FS-SECTORES
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-FUSIONES.

      * EN UNA FUSION EL CONTACTO ELIMINADO QUEDA DADO DE BAJA CON LA
      * MISMA FECHA Y HORA QUE LA ENTRADA FUS DEL SOBREVIVIENTE EN EL
      * LOG. SE GUARDAN LAS ENTRADAS FUS DEL LOG VIGENTE PARA PODER
      * INFORMAR EN QUE CONTACTO QUEDO FUSIONADO UN CONTACTO DE BAJA.
      * LAS FUSIONES YA CORTADAS A LOS HISTORICOS MENSUALES SE
      * INFORMAN COMO BAJA COMUN.

           OPEN INPUT AGENDALOG.

           IF NOT FS-AGENDALOG-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG'
              DISPLAY 'FILE STATUS: ' FS-AGENDALOG
              STOP RUN
           END-IF.

           PERFORM 1150-LEER-LOG
              THRU 1150-LEER-LOG-EXIT.

           PERFORM UNTIL FS-AGENDALOG-EOF

               IF LOG-OPERACION = 'FUS'
                   IF WS-FUS-CANT < 1000
                       ADD 1 TO WS-FUS-CANT
                       SET FUS-IDX TO WS-FUS-CANT
                       MOVE LOG-AGENDA-ID TO WS-FUS-ID (FUS-IDX)
                       MOVE LOG-FECHA     TO WS-FUS-FECHA (FUS-IDX)
                       MOVE LOG-HORA      TO WS-FUS-HORA (FUS-IDX)
                   ELSE
                       MOVE 'S' TO WS-FUS-DESBORDE
                   END-IF
               END-IF

               PERFORM 1150-LEER-LOG
                  THRU 1150-LEER-LOG-EXIT

           END-PERFORM.

           CLOSE AGENDALOG.

           IF WS-FUS-DESBORDE = 'S'
               DISPLAY 'AVISO: TABLA DE FUSIONES DESBORDADA'
           END-IF.

       1100-CARGAR-FUSIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-LEER-LOG.

           READ AGENDALOG.

           EVALUATE TRUE
               WHEN FS-AGENDALOG-OK
                    CONTINUE
               WHEN FS-AGENDALOG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE LOG'
                    DISPLAY 'FILE STATUS: ' FS-AGENDALOG
                    STOP RUN
           END-EVALUATE.

       1150-LEER-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-PROG.

           READ AGENDA-PROG NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PROG-OK
                    ADD 1                   TO WS-CONT-PROG
               WHEN FS-PROG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CAMBIOS '
                            'PROGRAMADOS'
                    DISPLAY 'FILE STATUS: ' FS-PROG
                    STOP RUN
           END-EVALUATE.

       1200-LEER-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

      * LOS CAMBIOS SE APLICAN EN EL ORDEN EN QUE SE CARGARON, ASI
      * DOS CAMBIOS AL MISMO CONTACTO QUEDAN EN EL LOG EN ESE ORDEN.

           MOVE 0 TO PROG-NUMERO.

           START AGENDA-PROG KEY IS > PROG-NUMERO.

           IF NOT FS-PROG-OK
               GO TO 2000-PROCESAR-EXIT
           END-IF.

           PERFORM 1200-LEER-PROG
              THRU 1200-LEER-PROG-EXIT.

           PERFORM UNTIL FS-PROG-EOF

               IF PROG-PENDIENTE
                  AND PROG-FECHA-VIGENCIA <= WS-FECHA-PROCESO
                   ADD 1 TO WS-CONT-VENCIDOS
                   PERFORM 2100-PROCESAR-CAMBIO
                      THRU 2100-PROCESAR-CAMBIO-EXIT
               END-IF

               PERFORM 1200-LEER-PROG
                  THRU 1200-LEER-PROG-EXIT

           END-PERFORM.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-PROCESAR-CAMBIO.

           PERFORM 2300-TOMAR-CLAIM
              THRU 2300-TOMAR-CLAIM-EXIT.

           IF WS-CLAIM-OK NOT = 'S'
               ADD 1 TO WS-CONT-RESERVADOS
               MOVE 'CONTACTO RESERVADO' TO WS-EXC-TIPO
               MOVE SPACES               TO WS-EXC-DETALLE
               STRING 'EN USO POR '       DELIMITED BY SIZE
                      CLAIM-OPERADOR      DELIMITED BY SIZE
                      ', SE REINTENTA'    DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
               PERFORM 2500-GRABAR-EXCEPCION
                  THRU 2500-GRABAR-EXCEPCION-EXIT
               GO TO 2100-PROCESAR-CAMBIO-EXIT
           END-IF.

           PERFORM 2200-VALIDAR-Y-APLICAR
              THRU 2200-VALIDAR-Y-APLICAR-EXIT.

           PERFORM 2350-LIBERAR-CLAIM
              THRU 2350-LIBERAR-CLAIM-EXIT.

       2100-PROCESAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-VALIDAR-Y-APLICAR.

           MOVE PROG-AGENDA-ID TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    CONTINUE
               WHEN FS-AGENDA-NOTFOUND
                    MOVE 'NEX'                  TO WS-MOTIVO
                    MOVE 'CONTACTO INEXISTENTE' TO WS-EXC-TIPO
                    MOVE SPACES                 TO WS-EXC-DETALLE
                    PERFORM 2400-RECHAZAR-CAMBIO
                       THRU 2400-RECHAZAR-CAMBIO-EXIT
                    GO TO 2200-VALIDAR-Y-APLICAR-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

           IF AGENDA-INACTIVO
               PERFORM 2250-BUSCAR-FUSION
                  THRU 2250-BUSCAR-FUSION-EXIT
               MOVE SPACES TO WS-EXC-DETALLE
               IF WS-ID-SOBREVIVE > 0
                   MOVE 'FUS'                TO WS-MOTIVO
                   MOVE 'CONTACTO FUSIONADO' TO WS-EXC-TIPO
                   STRING 'FUSIONADO EN EL ID ' DELIMITED BY SIZE
                          WS-ID-SOBREVIVE       DELIMITED BY SIZE
                     INTO WS-EXC-DETALLE
                   END-STRING
               ELSE
                   MOVE 'INA'                TO WS-MOTIVO
                   MOVE 'CONTACTO DADO DE BAJA' TO WS-EXC-TIPO
                   STRING 'BAJA DEL '             DELIMITED BY SIZE
                          AGENDA-FECHA-HORA-FECHA DELIMITED BY SIZE
                     INTO WS-EXC-DETALLE
                   END-STRING
               END-IF
               PERFORM 2400-RECHAZAR-CAMBIO
                  THRU 2400-RECHAZAR-CAMBIO-EXIT
               GO TO 2200-VALIDAR-Y-APLICAR-EXIT
           END-IF.

           EVALUATE PROG-OPERACION
               WHEN 'TEL'
                    MOVE AGENDA-TELEFONO  TO WS-VALOR-ACTUAL
               WHEN 'APE'
                    MOVE AGENDA-APELLIDO  TO WS-VALOR-ACTUAL
               WHEN 'NOM'
                    MOVE AGENDA-NOMBRE    TO WS-VALOR-ACTUAL
               WHEN 'DIR'
                    MOVE AGENDA-DIRECCION TO WS-VALOR-ACTUAL
               WHEN 'SEC'
                    MOVE AGENDA-SECTOR    TO WS-VALOR-ACTUAL
               WHEN OTHER
                    MOVE 'OPE'                TO WS-MOTIVO
                    MOVE 'OPERACION INVALIDA' TO WS-EXC-TIPO
                    MOVE PROG-OPERACION       TO WS-EXC-DETALLE
                    PERFORM 2400-RECHAZAR-CAMBIO
                       THRU 2400-RECHAZAR-CAMBIO-EXIT
                    GO TO 2200-VALIDAR-Y-APLICAR-EXIT
           END-EVALUATE.

           IF WS-VALOR-ACTUAL NOT = PROG-VALOR-ANTES
               MOVE 'MOD'               TO WS-MOTIVO
               MOVE 'CAMPO YA MODIFICADO' TO WS-EXC-TIPO
               MOVE SPACES              TO WS-EXC-DETALLE
               STRING 'ACTUAL: '         DELIMITED BY SIZE
                      WS-VALOR-ACTUAL    DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
               PERFORM 2400-RECHAZAR-CAMBIO
                  THRU 2400-RECHAZAR-CAMBIO-EXIT
               GO TO 2200-VALIDAR-Y-APLICAR-EXIT
           END-IF.

           IF PROG-OPERACION = 'SEC'
              AND PROG-VALOR-NUEVO > SPACES
               MOVE PROG-VALOR-NUEVO TO SECTOR-CODIGO
               READ AGENDA-SECTORES
               EVALUATE TRUE
                   WHEN FS-SECTORES-OK
                        CONTINUE
                   WHEN FS-SECTORES-NOTFOUND
                        MOVE 'SEC'                TO WS-MOTIVO
                        MOVE 'SECTOR INEXISTENTE' TO WS-EXC-TIPO
                        MOVE PROG-VALOR-NUEVO     TO WS-EXC-DETALLE
                        PERFORM 2400-RECHAZAR-CAMBIO
                           THRU 2400-RECHAZAR-CAMBIO-EXIT
                        GO TO 2200-VALIDAR-Y-APLICAR-EXIT
                   WHEN OTHER
                        DISPLAY 'ERROR AL LEER EL ARCHIVO DE SECTORES'
                        DISPLAY 'FILE STATUS: ' FS-SECTORES
                        STOP RUN
               END-EVALUATE
           END-IF.

           MOVE AGENDA-APELLIDO  TO LOG-ANTES-APELLIDO.
           MOVE AGENDA-NOMBRE    TO LOG-ANTES-NOMBRE.
           MOVE AGENDA-TELEFONO  TO LOG-ANTES-TELEFONO.
           MOVE AGENDA-DIRECCION TO LOG-ANTES-DIRECCION.
           MOVE AGENDA-SECTOR    TO LOG-ANTES-SECTOR.

           EVALUATE PROG-OPERACION
               WHEN 'TEL'
                    MOVE PROG-VALOR-NUEVO TO AGENDA-TELEFONO
               WHEN 'APE'
                    MOVE PROG-VALOR-NUEVO TO AGENDA-APELLIDO
               WHEN 'NOM'
                    MOVE PROG-VALOR-NUEVO TO AGENDA-NOMBRE
               WHEN 'DIR'
                    MOVE PROG-VALOR-NUEVO TO AGENDA-DIRECCION
                    MOVE 'C'              TO AGENDA-DIR-ESTADO
               WHEN 'SEC'
                    MOVE PROG-VALOR-NUEVO TO AGENDA-SECTOR
           END-EVALUATE.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           MOVE WS-FHS-FECHA TO AGENDA-FECHA-HORA-FECHA.
           MOVE WS-FHS-HORA  TO AGENDA-FECHA-HORA-HORA.

           REWRITE REG-AGENDA.

           IF NOT FS-AGENDA-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE AGENDA, ID: '
                       AGENDA-ID ' FILE STATUS: ' FS-AGENDA
      *        QUEDA PENDIENTE PERO SE CUENTA CON LOS RECHAZADOS PARA
      *        QUE LOS TOTALES CIERREN CONTRA LOS VENCIDOS.
               ADD 1 TO WS-CONT-RECHAZADOS
               MOVE 'ERROR AL GRABAR'    TO WS-EXC-TIPO
               MOVE SPACES               TO WS-EXC-DETALLE
               STRING 'FILE STATUS '      DELIMITED BY SIZE
                      FS-AGENDA           DELIMITED BY SIZE
                      ', SE REINTENTA'    DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
               PERFORM 2500-GRABAR-EXCEPCION
                  THRU 2500-GRABAR-EXCEPCION-EXIT
               GO TO 2200-VALIDAR-Y-APLICAR-EXIT
           END-IF.

           PERFORM 2600-GRABAR-LOG
              THRU 2600-GRABAR-LOG-EXIT.

           ADD 1 TO WS-CONT-APLICADOS.

           MOVE 'A'              TO PROG-ESTADO.
           MOVE SPACES           TO PROG-MOTIVO.

           PERFORM 2450-CERRAR-CAMBIO
              THRU 2450-CERRAR-CAMBIO-EXIT.

       2200-VALIDAR-Y-APLICAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCAR-FUSION.

           MOVE 0 TO WS-ID-SOBREVIVE.

           IF WS-FUS-CANT = 0
               GO TO 2250-BUSCAR-FUSION-EXIT
           END-IF.

           SET FUS-IDX TO 1.
           SEARCH WS-FUS-ENTRADA
               AT END
                   CONTINUE
               WHEN FUS-IDX > WS-FUS-CANT
                   CONTINUE
               WHEN WS-FUS-FECHA (FUS-IDX) = AGENDA-FECHA-HORA-FECHA
                AND WS-FUS-HORA (FUS-IDX)  = AGENDA-FECHA-HORA-HORA
                AND WS-FUS-ID (FUS-IDX) NOT = AGENDA-ID
                   MOVE WS-FUS-ID (FUS-IDX) TO WS-ID-SOBREVIVE
           END-SEARCH.

       2250-BUSCAR-FUSION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-TOMAR-CLAIM.

      * LA RESERVA SE TOMA A NOMBRE DEL PROCESO. SI EL CONTACTO YA
      * ESTA RESERVADO POR UN OPERADOR EL CAMBIO NO SE TOCA.

           MOVE 'N' TO WS-CLAIM-OK.

           MOVE PROG-AGENDA-ID   TO CLAIM-AGENDA-ID.
           MOVE WS-OPERADOR-LOTE TO CLAIM-OPERADOR.
           MOVE WS-FHS-FECHA     TO CLAIM-FECHA.
           MOVE WS-FHS-HORA      TO CLAIM-HORA.

           WRITE REG-AGENDA-CLAIM.

           EVALUATE TRUE
               WHEN FS-CLAIMS-OK
                    MOVE 'S' TO WS-CLAIM-OK
               WHEN FS-CLAIMS-DUPLICADO
                    MOVE PROG-AGENDA-ID TO CLAIM-AGENDA-ID
                    READ AGENDA-CLAIMS
                    IF NOT FS-CLAIMS-OK
                        MOVE SPACES TO CLAIM-OPERADOR
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RESERVAS'
                    DISPLAY 'FILE STATUS: ' FS-CLAIMS
                    STOP RUN
           END-EVALUATE.

       2300-TOMAR-CLAIM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-LIBERAR-CLAIM.

           MOVE PROG-AGENDA-ID TO CLAIM-AGENDA-ID.

           READ AGENDA-CLAIMS.

           IF FS-CLAIMS-OK
              AND CLAIM-OPERADOR = WS-OPERADOR-LOTE
               DELETE AGENDA-CLAIMS
               IF NOT FS-CLAIMS-OK
                   DISPLAY 'ERROR AL LIBERAR LA RESERVA'
                   DISPLAY 'FILE STATUS: ' FS-CLAIMS
               END-IF
           END-IF.

       2350-LIBERAR-CLAIM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-RECHAZAR-CAMBIO.

      * WS-MOTIVO, WS-EXC-TIPO Y WS-EXC-DETALLE LOS CARGA EL PARRAFO
      * QUE LLAMA.

           ADD 1 TO WS-CONT-RECHAZADOS.

           MOVE 'R'       TO PROG-ESTADO.
           MOVE WS-MOTIVO TO PROG-MOTIVO.

           PERFORM 2450-CERRAR-CAMBIO
              THRU 2450-CERRAR-CAMBIO-EXIT.

           PERFORM 2500-GRABAR-EXCEPCION
              THRU 2500-GRABAR-EXCEPCION-EXIT.

       2400-RECHAZAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-CERRAR-CAMBIO.

           MOVE WS-FECHA-PROCESO TO PROG-FECHA-CIERRE.
           MOVE WS-OPERADOR-LOTE TO PROG-OPER-CIERRE.

           REWRITE REG-AGENDA-PROG.

           IF NOT FS-PROG-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CAMBIOS '
                       'PROGRAMADOS'
               DISPLAY 'FILE STATUS: ' FS-PROG
               STOP RUN
           END-IF.

       2450-CERRAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-EXCEPCION.

           MOVE PROG-AGENDA-ID TO WS-EXC-ID.
           MOVE PROG-NUMERO    TO WS-EXC-NUMERO.
           MOVE PROG-OPERACION TO WS-EXC-OPERACION.

           IF WS-CONT-LINEAS = 0
               PERFORM 2650-IMPRIMIR-ENCABEZADO
                  THRU 2650-IMPRIMIR-ENCABEZADO-EXIT
           END-IF.

           MOVE WS-DETALLE         TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ADD 1                   TO WS-CONT-LINEAS.
           ADD 1                   TO WS-CONT-EXCEPCIONES.

           IF WS-CONT-LINEAS >= WS-MAX-LINEAS
               MOVE 0 TO WS-CONT-LINEAS
           END-IF.

       2500-GRABAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-GRABAR-LOG.

      * EL CAMBIO QUEDA A NOMBRE DEL OPERADOR QUE LO PROGRAMO.

           MOVE AGENDA-ID          TO LOG-AGENDA-ID.
           MOVE PROG-OPERACION     TO LOG-OPERACION.

           MOVE AGENDA-APELLIDO    TO LOG-DESPUES-APELLIDO.
           MOVE AGENDA-NOMBRE      TO LOG-DESPUES-NOMBRE.
           MOVE AGENDA-TELEFONO    TO LOG-DESPUES-TELEFONO.
           MOVE AGENDA-DIRECCION   TO LOG-DESPUES-DIRECCION.
           MOVE AGENDA-SECTOR      TO LOG-DESPUES-SECTOR.

           MOVE WS-FHS-FECHA       TO LOG-FECHA.
           MOVE WS-FHS-HORA        TO LOG-HORA.
           MOVE PROG-OPERADOR      TO LOG-OPERADOR.

           WRITE REG-AGENDA-LOG.

           IF NOT FS-AGENDALOG-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LOG'
               DISPLAY 'FILE STATUS: ' FS-AGENDALOG
           END-IF.

       2600-GRABAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-IMPRIMIR-ENCABEZADO.

           ADD 1                   TO WS-CONT-PAGINAS.

           IF WS-CONT-PAGINAS > 1
               MOVE X'0C'          TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           MOVE WS-FECHA-EDITADA   TO WS-ENC1-FECHA.
           MOVE WS-CONT-PAGINAS    TO WS-ENC1-PAGINA.

           MOVE WS-ENCABEZADO-1    TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE WS-ENCABEZADO-2    TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 4                  TO WS-CONT-LINEAS.

       2650-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           IF WS-CONT-PAGINAS = 0
               PERFORM 2650-IMPRIMIR-ENCABEZADO
                  THRU 2650-IMPRIMIR-ENCABEZADO-EXIT
               MOVE 'SIN EXCEPCIONES'  TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'PROGRAMADOS VENCIDOS   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-VENCIDOS            TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'APLICADOS              : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-APLICADOS           TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'RECHAZADOS             : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-RECHAZADOS          TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'RESERVADOS, REINTENTO  : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-RESERVADOS          TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CLOSE AGENDA.
           CLOSE AGENDALOG.
           CLOSE AGENDA-PROG.
           CLOSE AGENDA-CLAIMS.
           CLOSE AGENDA-SECTORES.
           CLOSE REPORTE.

           DISPLAY 'Cambios programados leidos: ' WS-CONT-PROG.
           DISPLAY 'Vencidos a la fecha       : ' WS-CONT-VENCIDOS.
           DISPLAY 'Aplicados                 : ' WS-CONT-APLICADOS.
           DISPLAY 'Rechazados                : ' WS-CONT-RECHAZADOS.
           DISPLAY 'Reservados, se reintentan : ' WS-CONT-RESERVADOS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNAPROG.
