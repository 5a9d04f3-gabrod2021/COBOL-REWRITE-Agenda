      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: REORGANIZACION MASIVA DE SECTORES DE LA AGENDA
      * DESCRIPCION: APLICA EN UNA SOLA CORRIDA LOS CAMBIOS DE
      *              SECTOR DE UNA REESTRUCTURACION (RENOMBRAR,
      *              FUSIONAR Y DIVIDIR SECTORES) SEGUN EL ARCHIVO DE
      *              CONTROL AGENDA.RESEC (VER AGNRSCTL.CPY). EL
      *              CONTROL SE VALIDA COMPLETO ANTES DE TOCAR NADA:
      *              SI TIENE ERRORES SE INFORMAN Y NO SE APLICA
      *              NINGUN CAMBIO. NO SE ADMITEN CADENAS (UN SECTOR
      *              NUEVO QUE A SU VEZ ES VIEJO EN OTRA LINEA), ASI
      *              CADA CONTACTO SE MUEVE UNA SOLA VEZ Y UN
      *              REINICIO NO LO VUELVE A MOVER.
      *
      *              1. CUENTA LOS CONTACTOS POR SECTOR ANTES DE LA
      *                 REORGANIZACION Y GUARDA LA FOTO EN
      *                 AGENDA.RESECANT.
      *              2. DA DE ALTA EN AGENDA.SECTORES LOS SECTORES
      *                 NUEVOS QUE NO EXISTEN.
      *              3. RECORRE LA AGENDA Y REASIGNA AGENDA-SECTOR DE
      *                 CADA CONTACTO AFECTADO (ACTIVO O DADO DE BAJA),
      *                 CON SU ENTRADA SEC EN AGENDA.LOG A NOMBRE DEL
      *                 PROCESO. EL CONTACTO SE RESERVA EN
      *                 AGENDA.CLAIMS; SI UN OPERADOR LO ESTA USANDO
      *                 QUEDA SIN MOVER Y SE INFORMA. CON LA RESERVA
      *                 TOMADA SE RELEE: SI YA NO EXISTE O CAMBIO DE
      *                 SECTOR MIENTRAS TANTO, SE OMITE Y SE INFORMA.
      *                 A LOS DADOS DE BAJA NO SE LES TOCA LA
      *                 FECHA-HORA, QUE ES LA QUE LOS VINCULA CON SU
      *                 FUSION.
      *              4. VUELVE A CONTAR POR SECTOR Y RETIRA DE
      *                 AGENDA.SECTORES LOS SECTORES VIEJOS QUE
      *                 QUEDARON SIN CONTACTOS.
      *              5. IMPRIME EN AGENDA.RESECRPT CADA MOVIMIENTO Y LA
      *                 DOTACION POR SECTOR ANTES Y DESPUES, CON
      *                 TOTALES QUE DEBEN CUADRAR.
      *
      *              TOMA UN PUNTO DE COMMIT CADA 100 CONTACTOS LEIDOS
      *              EN AGENDA.RESECCHK, COMO AGNSYNC. SI LA CORRIDA
      *              ANTERIOR QUEDO A MEDIO CAMINO, LA SIGUIENTE
      *              RETOMA DESPUES DEL ULTIMO ID CONFIRMADO, CON LA
      *              FOTO DE DOTACION ORIGINAL Y UN UNICO LISTADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNRESEC.
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

       SELECT ARCH-CONTROL
           ASSIGN TO '../AGENDA.RESEC'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT AGENDALOG
           ASSIGN TO '../AGENDA.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDALOG.

       SELECT OPTIONAL AGENDA-SECTORES
           ASSIGN TO '../AGENDA.SECTORES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SECTOR-CODIGO
           FILE STATUS IS FS-SECTORES.

       SELECT OPTIONAL AGENDA-CLAIMS
           ASSIGN TO '../AGENDA.CLAIMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-AGENDA-ID
           FILE STATUS IS FS-CLAIMS.

       SELECT OPTIONAL ARCH-ANTES
           ASSIGN TO '../AGENDA.RESECANT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANTES.

       SELECT OPTIONAL ARCH-CHKPT
           ASSIGN TO '../AGENDA.RESECCHK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHKPT.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.RESECRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA.
           COPY AGENDA.

       FD ARCH-CONTROL.
           COPY AGNRSCTL.

       FD AGENDALOG.
           COPY AGNLOG.

       FD AGENDA-SECTORES.
           COPY AGNSECT.

       FD AGENDA-CLAIMS.
           COPY AGNCLAIM.

       FD ARCH-ANTES.
       01 REG-RESEC-ANTES.
          05 ANT-SECTOR                 PIC X(04).
          05 ANT-CANT                   PIC 9(06).

       FD ARCH-CHKPT.
           COPY AGNCHKPT.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNSECFS.

           COPY AGNCHKFS.

       01 FS-STATUS-CONTROL.
          05 FS-CONTROL             PIC X(2).
             88 FS-CONTROL-OK            VALUE '00'.
             88 FS-CONTROL-EOF           VALUE '10'.

       01 FS-STATUS-AGENDALOG.
          05 FS-AGENDALOG           PIC X(2).
             88 FS-AGENDALOG-OK          VALUE '00'.

       01 FS-STATUS-CLAIMS.
          05 FS-CLAIMS              PIC X(2).
             88 FS-CLAIMS-OK             VALUE '00'.
             88 FS-CLAIMS-CREADO         VALUE '05'.
             88 FS-CLAIMS-DUPLICADO      VALUE '22'.

       01 FS-STATUS-ANTES.
          05 FS-ANTES               PIC X(2).
             88 FS-ANTES-OK              VALUE '00'.
             88 FS-ANTES-CREADO          VALUE '05'.
             88 FS-ANTES-EOF             VALUE '10'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA           PIC 9(08).
          05 WS-FHS-HORA            PIC 9(06).

       01 WS-OPERADOR-LOTE          PIC X(08) VALUE 'AGNRESEC'.

      * LOS CONTADORES VIAJAN EN EL CHECKPOINT (CHKPT-CONTADORES).
       01 WS-CONTADORES.
           05 WS-ULT-ID             PIC 9(08) VALUE 0.
           05 WS-CONT-LEIDOS        PIC 9(06) VALUE 0.
           05 WS-CONT-MOVIDOS       PIC 9(06) VALUE 0.
           05 WS-CONT-RESERVADOS    PIC 9(05) VALUE 0.
           05 WS-CONT-RECHAZADOS    PIC 9(05) VALUE 0.
           05 WS-CONT-CREADOS       PIC 9(03) VALUE 0.
           05 WS-CONT-RETIRADOS     PIC 9(03) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

       01 WS-COMMIT-CADA            PIC 9(04) VALUE 100.
       01 WS-PROX-COMMIT            PIC 9(06) VALUE 0.
       01 WS-REINICIO               PIC X(01) VALUE 'N'.
       01 WS-CHKPT-ESTADO           PIC X(03) VALUE 'EJE'.
       01 WS-CONT-GUARDADOS         PIC X(42).

       01 WS-CLAIM-OK               PIC X(01).
       01 WS-CONTROL-OK             PIC X(01).
       01 WS-CONT-LINEAS-CTL        PIC 9(05) VALUE 0.
       01 WS-ID-RELEIDO             PIC 9(08).
       01 WS-FIN-BARRIDO            PIC X(01).

       01 WS-SECTOR-VIEJO           PIC X(04).
       01 WS-DESTINO                PIC X(04).
       01 WS-DESTINO-GENERAL        PIC X(04).
       01 WS-DESTINO-LISTA          PIC X(04).
       01 WS-FASE-CONTEO            PIC X(01).
          88 WS-CONTANDO-ANTES          VALUE 'A'.
          88 WS-CONTANDO-DESPUES        VALUE 'D'.
       01 WS-SEC-BUSCADO            PIC X(04).
       01 WS-SEC-CANT-SUMAR         PIC 9(06).
       01 WS-ID-POS                 PIC 9(02).
       01 WS-ID-FIN                 PIC X(01).
       01 WS-CTL-AUX                PIC 9(03).
       01 WS-MOTIVO-CTL             PIC X(50).
       01 WS-YA-PROCESADO           PIC X(01).
       01 WS-SEC-HALLADO            PIC X(01).
       01 WS-LINEA-GUARDADA         PIC X(90).

       01 WS-REG-AGENDA-ANTES.
          05 WS-ANTES-APELLIDO      PIC X(25).
          05 WS-ANTES-NOMBRE        PIC X(25).
          05 WS-ANTES-TELEFONO      PIC X(09).
          05 WS-ANTES-DIRECCION     PIC X(56).
          05 WS-ANTES-SECTOR        PIC X(04).

       01 WS-TABLA-CONTROL.
           05 WS-CTL-CANT            PIC 9(03) VALUE 0.
           05 WS-CTL-ENTRADA OCCURS 100 TIMES
                             INDEXED BY CTL-IDX CTL-IDX2.
              10 WS-CTL-VIEJO        PIC X(04).
              10 WS-CTL-NUEVO        PIC X(04).
              10 WS-CTL-DESC         PIC X(30).
              10 WS-CTL-CANT-IDS     PIC 9(02).
              10 WS-CTL-ID           PIC 9(08) OCCURS 20 TIMES
                                     INDEXED BY CID-IDX.

       01 WS-TABLA-SECTORES.
           05 WS-SEC-CANT            PIC 9(03) VALUE 0.
           05 WS-SEC-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-SEC-ENTRADA OCCURS 300 TIMES
                             INDEXED BY SEC-IDX.
              10 WS-SEC-CODIGO       PIC X(04).
              10 WS-SEC-ANTES        PIC 9(06).
              10 WS-SEC-DESPUES      PIC 9(06).
              10 WS-SEC-RETIRADO     PIC X(01).
              10 WS-SEC-IMPRESO      PIC X(01).

       01 WS-VARIABLES-LISTADO.
           05 WS-LIS-SEGUIR          PIC X(01).
           05 WS-LIS-POS             PIC 9(03).
           05 WS-LIS-SCAN            PIC 9(03).
           05 WS-LIS-MENOR           PIC X(04).
           05 WS-TOT-ANTES           PIC 9(07).
           05 WS-TOT-DESPUES         PIC 9(07).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'REORGANIZACION DE SECTORES'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-2           PIC X(90).

       01 WS-COLUMNAS-MOVIMIENTO.
           05 FILLER                PIC X(10) VALUE 'ID'.
           05 FILLER                PIC X(27) VALUE 'ACCION'.
           05 FILLER                PIC X(07) VALUE 'DETALLE'.

       01 WS-COLUMNAS-DOTACION.
           05 FILLER                PIC X(08) VALUE 'SECTOR'.
           05 FILLER                PIC X(32) VALUE 'DESCRIPCION'.
           05 FILLER                PIC X(09) VALUE '   ANTES'.
           05 FILLER                PIC X(09) VALUE '  DESPUES'.
           05 FILLER                PIC X(10) VALUE 'DIFERENCIA'.

       01 WS-DETALLE.
           05 WS-DET-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-ACCION         PIC X(25).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-DETALLE        PIC X(50).

       01 WS-DETALLE-DOTACION.
           05 WS-DOT-SECTOR         PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOT-DESCRIPCION    PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOT-ANTES          PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOT-DESPUES        PIC ZZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DOT-DIFERENCIA     PIC -ZZZZZ9.

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO          PIC X(25).
           05 WS-TOT-CANT           PIC ZZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-PROCESAR
              THRU 2000-PROCESAR-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           MOVE WS-FHS-FECHA TO WS-FECHA-SISTEMA.

           STRING WS-FECHA-DD    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FECHA-MM    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FECHA-AAAA  DELIMITED BY SIZE
             INTO WS-FECHA-EDITADA.

           OPEN INPUT ARCH-CONTROL.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTROL'
              DISPLAY 'FILE STATUS: ' FS-CONTROL
              STOP RUN
           END-IF.

           PERFORM 1300-LEER-CHECKPOINT
              THRU 1300-LEER-CHECKPOINT-EXIT.

      * EN UN REINICIO EL REPORTE SE ABRE EN EXTEND PARA QUE LA
      * CORRIDA COMBINADA DEJE UN UNICO LISTADO.
           IF WS-REINICIO = 'S'
               OPEN EXTEND REPORTE
           ELSE
               OPEN OUTPUT REPORTE
           END-IF.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           MOVE WS-COLUMNAS-MOVIMIENTO TO WS-ENCABEZADO-2.

           PERFORM 1400-CARGAR-CONTROL
              THRU 1400-CARGAR-CONTROL-EXIT.

           CLOSE ARCH-CONTROL.

           IF WS-CONTROL-OK NOT = 'S'
               MOVE 0 TO WS-DET-ID
               MOVE 'CONTROL RECHAZADO' TO WS-DET-ACCION
               MOVE 'NO SE APLICO NINGUN CAMBIO' TO WS-DET-DETALLE
               PERFORM 2700-GRABAR-LINEA
                  THRU 2700-GRABAR-LINEA-EXIT
               CLOSE REPORTE
               DISPLAY 'ARCHIVO DE CONTROL CON ERRORES, VER '
                       'AGENDA.RESECRPT'
               STOP RUN
           END-IF.

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

           OPEN I-O AGENDA-SECTORES.

           IF NOT FS-SECTORES-OK AND NOT FS-SECTORES-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SECTORES'
              DISPLAY 'FILE STATUS: ' FS-SECTORES
              STOP RUN
           END-IF.

           OPEN I-O AGENDA-CLAIMS.

           IF NOT FS-CLAIMS-OK AND NOT FS-CLAIMS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
              DISPLAY 'FILE STATUS: ' FS-CLAIMS
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-CONTROL.

           READ ARCH-CONTROL.

           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                    ADD 1                   TO WS-CONT-LINEAS-CTL
               WHEN FS-CONTROL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CONTROL'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL
                    STOP RUN
           END-EVALUATE.

       1100-LEER-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-AGENDA.

           READ AGENDA NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    CONTINUE
               WHEN FS-AGENDA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

       1200-LEER-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-LEER-CHECKPOINT.

           OPEN INPUT ARCH-CHKPT.

           IF NOT FS-CHKPT-OK AND NOT FS-CHKPT-CREADO
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CHECKPOINT'
               DISPLAY 'FILE STATUS: ' FS-CHKPT
               STOP RUN
           END-IF.

           READ ARCH-CHKPT.

      * EL PRIMER CHECKPOINT SE GRABA APENAS GUARDADA LA FOTO DE LA
      * DOTACION, ASI UN REINICIO SIEMPRE LA ENCUENTRA.
           IF FS-CHKPT-OK
              AND CHKPT-EN-EJECUCION
               MOVE 'S'               TO WS-REINICIO
               MOVE CHKPT-CONTADORES  TO WS-CONT-GUARDADOS
           END-IF.

           CLOSE ARCH-CHKPT.

       1300-LEER-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-CARGAR-CONTROL.

           MOVE 'S' TO WS-CONTROL-OK.

           PERFORM 1100-LEER-CONTROL
              THRU 1100-LEER-CONTROL-EXIT.

           PERFORM UNTIL FS-CONTROL-EOF

               IF REG-RESEC-CONTROL NOT = SPACES
                  AND REG-RESEC-CONTROL (1:1) NOT = '*'
                   PERFORM 1450-VALIDAR-LINEA
                      THRU 1450-VALIDAR-LINEA-EXIT
               END-IF

               PERFORM 1100-LEER-CONTROL
                  THRU 1100-LEER-CONTROL-EXIT

           END-PERFORM.

           IF WS-CTL-CANT = 0
               MOVE 'N' TO WS-CONTROL-OK
               MOVE 'ARCHIVO DE CONTROL SIN LINEAS' TO WS-MOTIVO-CTL
               PERFORM 1490-INFORMAR-ERROR-CTL
                  THRU 1490-INFORMAR-ERROR-CTL-EXIT
               GO TO 1400-CARGAR-CONTROL-EXIT
           END-IF.

           PERFORM 1470-VALIDAR-CRUCES
              THRU 1470-VALIDAR-CRUCES-EXIT.

       1400-CARGAR-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1450-VALIDAR-LINEA.

           MOVE FUNCTION UPPER-CASE(RESEC-SECTOR-VIEJO)
             TO RESEC-SECTOR-VIEJO.
           MOVE FUNCTION UPPER-CASE(RESEC-SECTOR-NUEVO)
             TO RESEC-SECTOR-NUEVO.

           IF RESEC-SECTOR-VIEJO = SPACES
              OR RESEC-SECTOR-NUEVO = SPACES
               MOVE 'FALTA EL SECTOR VIEJO O EL NUEVO' TO WS-MOTIVO-CTL
               PERFORM 1490-INFORMAR-ERROR-CTL
                  THRU 1490-INFORMAR-ERROR-CTL-EXIT
               GO TO 1450-VALIDAR-LINEA-EXIT
           END-IF.

           IF RESEC-SECTOR-VIEJO = RESEC-SECTOR-NUEVO
               MOVE 'SECTOR VIEJO IGUAL AL NUEVO' TO WS-MOTIVO-CTL
               PERFORM 1490-INFORMAR-ERROR-CTL
                  THRU 1490-INFORMAR-ERROR-CTL-EXIT
               GO TO 1450-VALIDAR-LINEA-EXIT
           END-IF.

           IF WS-CTL-CANT >= 100
               MOVE 'MAS DE 100 LINEAS DE CONTROL' TO WS-MOTIVO-CTL
               PERFORM 1490-INFORMAR-ERROR-CTL
                  THRU 1490-INFORMAR-ERROR-CTL-EXIT
               GO TO 1450-VALIDAR-LINEA-EXIT
           END-IF.

           ADD 1 TO WS-CTL-CANT.
           SET CTL-IDX TO WS-CTL-CANT.

           MOVE RESEC-SECTOR-VIEJO TO WS-CTL-VIEJO (CTL-IDX).
           MOVE RESEC-SECTOR-NUEVO TO WS-CTL-NUEVO (CTL-IDX).
           MOVE RESEC-DESCRIPCION  TO WS-CTL-DESC (CTL-IDX).
           MOVE 0                  TO WS-CTL-CANT-IDS (CTL-IDX).

           MOVE 'N' TO WS-ID-FIN.

           PERFORM VARYING WS-ID-POS FROM 1 BY 1
                   UNTIL WS-ID-POS > 20 OR WS-ID-FIN = 'S'
               EVALUATE TRUE
                   WHEN RESEC-ID (WS-ID-POS) = SPACES
                        MOVE 'S' TO WS-ID-FIN
                   WHEN RESEC-ID (WS-ID-POS) IS NUMERIC
                        ADD 1 TO WS-CTL-CANT-IDS (CTL-IDX)
                        SET CID-IDX TO WS-CTL-CANT-IDS (CTL-IDX)
                        MOVE RESEC-ID (WS-ID-POS)
                          TO WS-CTL-ID (CTL-IDX, CID-IDX)
                   WHEN OTHER
                        MOVE 'S' TO WS-ID-FIN
                        MOVE SPACES TO WS-MOTIVO-CTL
                        STRING 'ID NO NUMERICO EN LA LISTA: '
                                                 DELIMITED BY SIZE
                               RESEC-ID (WS-ID-POS)
                                                 DELIMITED BY SIZE
                          INTO WS-MOTIVO-CTL
                        END-STRING
                        PERFORM 1490-INFORMAR-ERROR-CTL
                           THRU 1490-INFORMAR-ERROR-CTL-EXIT
               END-EVALUATE
           END-PERFORM.

       1450-VALIDAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1470-VALIDAR-CRUCES.

      * UN SECTOR NUEVO NO PUEDE SER VIEJO EN OTRA LINEA (CADENA O
      * INTERCAMBIO), Y UN SECTOR VIEJO NO PUEDE TENER DOS LINEAS
      * SIN LISTA DE ID CON DESTINOS DISTINTOS.

           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > WS-CTL-CANT
               PERFORM VARYING CTL-IDX2 FROM 1 BY 1
                       UNTIL CTL-IDX2 > WS-CTL-CANT

                   IF WS-CTL-NUEVO (CTL-IDX) = WS-CTL-VIEJO (CTL-IDX2)
                       MOVE SPACES TO WS-MOTIVO-CTL
                       STRING 'SECTOR '       DELIMITED BY SIZE
                              WS-CTL-NUEVO (CTL-IDX)
                                              DELIMITED BY SIZE
                              ' ES NUEVO Y VIEJO A LA VEZ'
                                              DELIMITED BY SIZE
                         INTO WS-MOTIVO-CTL
                       END-STRING
                       PERFORM 1490-INFORMAR-ERROR-CTL
                          THRU 1490-INFORMAR-ERROR-CTL-EXIT
                   END-IF

                   IF CTL-IDX2 > CTL-IDX
                      AND WS-CTL-VIEJO (CTL-IDX) =
                          WS-CTL-VIEJO (CTL-IDX2)
                      AND WS-CTL-CANT-IDS (CTL-IDX) = 0
                      AND WS-CTL-CANT-IDS (CTL-IDX2) = 0
                      AND WS-CTL-NUEVO (CTL-IDX) NOT =
                          WS-CTL-NUEVO (CTL-IDX2)
                       MOVE SPACES TO WS-MOTIVO-CTL
                       STRING 'SECTOR '       DELIMITED BY SIZE
                              WS-CTL-VIEJO (CTL-IDX)
                                              DELIMITED BY SIZE
                              ' CON DOS DESTINOS SIN LISTA DE ID'
                                              DELIMITED BY SIZE
                         INTO WS-MOTIVO-CTL
                       END-STRING
                       PERFORM 1490-INFORMAR-ERROR-CTL
                          THRU 1490-INFORMAR-ERROR-CTL-EXIT
                   END-IF

               END-PERFORM
           END-PERFORM.

       1470-VALIDAR-CRUCES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1490-INFORMAR-ERROR-CTL.

           MOVE 'N'                 TO WS-CONTROL-OK.

           MOVE WS-CONT-LINEAS-CTL  TO WS-DET-ID.
           MOVE 'ERROR EN CONTROL'  TO WS-DET-ACCION.
           MOVE WS-MOTIVO-CTL       TO WS-DET-DETALLE.

           PERFORM 2700-GRABAR-LINEA
              THRU 2700-GRABAR-LINEA-EXIT.

       1490-INFORMAR-ERROR-CTL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           IF WS-REINICIO = 'S'
               PERFORM 2150-CARGAR-ANTES
                  THRU 2150-CARGAR-ANTES-EXIT
               MOVE WS-CONT-GUARDADOS TO WS-CONTADORES
               DISPLAY 'REINICIO DETECTADO, SE RETOMA DESPUES DEL ID '
                       WS-ULT-ID
           ELSE
               PERFORM 2100-CONTAR-ANTES
                  THRU 2100-CONTAR-ANTES-EXIT
           END-IF.

           PERFORM 2200-ALTA-SECTORES-NUEVOS
              THRU 2200-ALTA-SECTORES-NUEVOS-EXIT.

           PERFORM 2300-REASIGNAR-CONTACTOS
              THRU 2300-REASIGNAR-CONTACTOS-EXIT.

           PERFORM 2500-CONTAR-DESPUES
              THRU 2500-CONTAR-DESPUES-EXIT.

           PERFORM 2550-RETIRAR-SECTORES
              THRU 2550-RETIRAR-SECTORES-EXIT.

           PERFORM 2600-IMPRIMIR-DOTACION
              THRU 2600-IMPRIMIR-DOTACION-EXIT.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONTAR-ANTES.

      * FOTO DE LA DOTACION ANTES DE MOVER NADA. SE GUARDA EN
      * AGENDA.RESECANT PARA QUE UN REINICIO INFORME LA MISMA.

           MOVE 'A' TO WS-FASE-CONTEO.

           MOVE 0 TO AGENDA-ID.

           START AGENDA KEY IS > AGENDA-ID.

           IF FS-AGENDA-OK
               PERFORM 1200-LEER-AGENDA
                  THRU 1200-LEER-AGENDA-EXIT
               PERFORM UNTIL FS-AGENDA-EOF
                   MOVE AGENDA-SECTOR TO WS-SEC-BUSCADO
                   MOVE 1             TO WS-SEC-CANT-SUMAR
                   PERFORM 2160-SUMAR-SECTOR
                      THRU 2160-SUMAR-SECTOR-EXIT
                   PERFORM 1200-LEER-AGENDA
                      THRU 1200-LEER-AGENDA-EXIT
               END-PERFORM
           END-IF.

           OPEN OUTPUT ARCH-ANTES.

           IF NOT FS-ANTES-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DOTACION PREVIA'
               DISPLAY 'FILE STATUS: ' FS-ANTES
               STOP RUN
           END-IF.

           PERFORM VARYING SEC-IDX FROM 1 BY 1
                   UNTIL SEC-IDX > WS-SEC-CANT
               MOVE WS-SEC-CODIGO (SEC-IDX) TO ANT-SECTOR
               MOVE WS-SEC-ANTES (SEC-IDX)  TO ANT-CANT
               WRITE REG-RESEC-ANTES
               IF NOT FS-ANTES-OK
                   DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE DOTACION '
                           'PREVIA'
                   DISPLAY 'FILE STATUS: ' FS-ANTES
                   STOP RUN
               END-IF
           END-PERFORM.

           CLOSE ARCH-ANTES.

           PERFORM 2800-GRABAR-CHECKPOINT
              THRU 2800-GRABAR-CHECKPOINT-EXIT.

       2100-CONTAR-ANTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-CARGAR-ANTES.

           MOVE 'A' TO WS-FASE-CONTEO.

           OPEN INPUT ARCH-ANTES.

           IF NOT FS-ANTES-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DOTACION PREVIA'
               DISPLAY 'FILE STATUS: ' FS-ANTES
               STOP RUN
           END-IF.

           READ ARCH-ANTES.

           PERFORM UNTIL NOT FS-ANTES-OK
               MOVE ANT-SECTOR TO WS-SEC-BUSCADO
               MOVE ANT-CANT   TO WS-SEC-CANT-SUMAR
               PERFORM 2160-SUMAR-SECTOR
                  THRU 2160-SUMAR-SECTOR-EXIT
               READ ARCH-ANTES
           END-PERFORM.

           IF NOT FS-ANTES-EOF
               DISPLAY 'ERROR AL LEER EL ARCHIVO DE DOTACION PREVIA'
               DISPLAY 'FILE STATUS: ' FS-ANTES
               STOP RUN
           END-IF.

           CLOSE ARCH-ANTES.

       2150-CARGAR-ANTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2160-SUMAR-SECTOR.

           MOVE 'S' TO WS-SEC-HALLADO.

           SET SEC-IDX TO 1.
           SEARCH WS-SEC-ENTRADA
               AT END
                   PERFORM 2170-AGREGAR-SECTOR
                      THRU 2170-AGREGAR-SECTOR-EXIT
               WHEN SEC-IDX > WS-SEC-CANT
                   PERFORM 2170-AGREGAR-SECTOR
                      THRU 2170-AGREGAR-SECTOR-EXIT
               WHEN WS-SEC-CODIGO (SEC-IDX) = WS-SEC-BUSCADO
                   CONTINUE
           END-SEARCH.

           IF WS-SEC-HALLADO = 'N'
               GO TO 2160-SUMAR-SECTOR-EXIT
           END-IF.

           IF WS-CONTANDO-ANTES
               ADD WS-SEC-CANT-SUMAR TO WS-SEC-ANTES (SEC-IDX)
           ELSE
               ADD WS-SEC-CANT-SUMAR TO WS-SEC-DESPUES (SEC-IDX)
           END-IF.

       2160-SUMAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2170-AGREGAR-SECTOR.

           IF WS-SEC-CANT < 300
               ADD 1 TO WS-SEC-CANT
               SET SEC-IDX TO WS-SEC-CANT
               MOVE WS-SEC-BUSCADO TO WS-SEC-CODIGO (SEC-IDX)
               MOVE 0              TO WS-SEC-ANTES (SEC-IDX)
               MOVE 0              TO WS-SEC-DESPUES (SEC-IDX)
               MOVE 'N'            TO WS-SEC-RETIRADO (SEC-IDX)
               MOVE 'N'            TO WS-SEC-IMPRESO (SEC-IDX)
           ELSE
               MOVE 'S' TO WS-SEC-DESBORDE
               MOVE 'N' TO WS-SEC-HALLADO
           END-IF.

       2170-AGREGAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-ALTA-SECTORES-NUEVOS.

      * SI EL SECTOR NUEVO NO EXISTE SE DA DE ALTA CON LA DESCRIPCION
      * DE LA LINEA DE CONTROL, O CON LA DEL SECTOR VIEJO SI VINO EN
      * BLANCO. EN UN REINICIO LOS YA CREADOS SE ENCUENTRAN Y SIGUEN.

           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > WS-CTL-CANT

               MOVE WS-CTL-NUEVO (CTL-IDX) TO SECTOR-CODIGO
               READ AGENDA-SECTORES

               EVALUATE TRUE
                   WHEN FS-SECTORES-OK
                        CONTINUE
                   WHEN FS-SECTORES-NOTFOUND
                        PERFORM 2250-GRABAR-SECTOR-NUEVO
                           THRU 2250-GRABAR-SECTOR-NUEVO-EXIT
                   WHEN OTHER
                        DISPLAY 'ERROR AL LEER EL ARCHIVO DE SECTORES'
                        DISPLAY 'FILE STATUS: ' FS-SECTORES
                        STOP RUN
               END-EVALUATE

           END-PERFORM.

       2200-ALTA-SECTORES-NUEVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-GRABAR-SECTOR-NUEVO.

           IF WS-CTL-DESC (CTL-IDX) = SPACES
               MOVE WS-CTL-VIEJO (CTL-IDX) TO SECTOR-CODIGO
               READ AGENDA-SECTORES
               IF FS-SECTORES-OK
                   MOVE SECTOR-DESCRIPCION TO WS-CTL-DESC (CTL-IDX)
               END-IF
           END-IF.

           MOVE WS-CTL-NUEVO (CTL-IDX) TO SECTOR-CODIGO.
           MOVE WS-CTL-DESC (CTL-IDX)  TO SECTOR-DESCRIPCION.

           WRITE REG-AGENDA-SECTOR.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    ADD 1 TO WS-CONT-CREADOS
                    MOVE 0                  TO WS-DET-ID
                    MOVE 'SECTOR CREADO'    TO WS-DET-ACCION
                    MOVE SPACES             TO WS-DET-DETALLE
                    STRING SECTOR-CODIGO      DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           SECTOR-DESCRIPCION DELIMITED BY SIZE
                      INTO WS-DET-DETALLE
                    END-STRING
                    PERFORM 2700-GRABAR-LINEA
                       THRU 2700-GRABAR-LINEA-EXIT
               WHEN FS-SECTORES-DUPLICADO
      *             DOS LINEAS CON EL MISMO SECTOR NUEVO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                    STOP RUN
           END-EVALUATE.

       2250-GRABAR-SECTOR-NUEVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-REASIGNAR-CONTACTOS.

           MOVE WS-ULT-ID TO AGENDA-ID.

           START AGENDA KEY IS > AGENDA-ID.

           IF NOT FS-AGENDA-OK
               GO TO 2300-REASIGNAR-CONTACTOS-EXIT
           END-IF.

           COMPUTE WS-PROX-COMMIT = WS-CONT-LEIDOS + WS-COMMIT-CADA.

           MOVE 'N' TO WS-FIN-BARRIDO.

           PERFORM 1200-LEER-AGENDA
              THRU 1200-LEER-AGENDA-EXIT.

           PERFORM UNTIL FS-AGENDA-EOF

               ADD 1 TO WS-CONT-LEIDOS

               PERFORM 2350-BUSCAR-DESTINO
                  THRU 2350-BUSCAR-DESTINO-EXIT

               IF WS-DESTINO NOT = SPACES
                   PERFORM 2400-REASIGNAR
                      THRU 2400-REASIGNAR-EXIT
               END-IF

               MOVE AGENDA-ID TO WS-ULT-ID

               IF WS-CONT-LEIDOS >= WS-PROX-COMMIT
                   PERFORM 2800-GRABAR-CHECKPOINT
                      THRU 2800-GRABAR-CHECKPOINT-EXIT
                   COMPUTE WS-PROX-COMMIT =
                           WS-CONT-LEIDOS + WS-COMMIT-CADA
               END-IF

               IF WS-FIN-BARRIDO = 'S'
                   SET FS-AGENDA-EOF TO TRUE
               ELSE
                   PERFORM 1200-LEER-AGENDA
                      THRU 1200-LEER-AGENDA-EXIT
               END-IF

           END-PERFORM.

       2300-REASIGNAR-CONTACTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-BUSCAR-DESTINO.

      * MANDA LA LINEA CUYA LISTA DE ID INCLUYE AL CONTACTO; SI
      * NINGUNA LO INCLUYE, LA LINEA SIN LISTA DE SU SECTOR.

           MOVE SPACES TO WS-DESTINO.
           MOVE SPACES TO WS-DESTINO-GENERAL.
           MOVE SPACES TO WS-DESTINO-LISTA.

           IF AGENDA-SECTOR = SPACES
               GO TO 2350-BUSCAR-DESTINO-EXIT
           END-IF.

           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > WS-CTL-CANT
                      OR WS-DESTINO-LISTA NOT = SPACES

               IF WS-CTL-VIEJO (CTL-IDX) = AGENDA-SECTOR
                   IF WS-CTL-CANT-IDS (CTL-IDX) = 0
                       IF WS-DESTINO-GENERAL = SPACES
                           MOVE WS-CTL-NUEVO (CTL-IDX)
                             TO WS-DESTINO-GENERAL
                       END-IF
                   ELSE
                       PERFORM VARYING CID-IDX FROM 1 BY 1
                               UNTIL CID-IDX >
                                     WS-CTL-CANT-IDS (CTL-IDX)
                          IF WS-CTL-ID (CTL-IDX, CID-IDX) = AGENDA-ID
                              MOVE WS-CTL-NUEVO (CTL-IDX)
                                TO WS-DESTINO-LISTA
                          END-IF
                       END-PERFORM
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-DESTINO-LISTA NOT = SPACES
               MOVE WS-DESTINO-LISTA   TO WS-DESTINO
           ELSE
               MOVE WS-DESTINO-GENERAL TO WS-DESTINO
           END-IF.

       2350-BUSCAR-DESTINO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-REASIGNAR.

           PERFORM 2410-TOMAR-CLAIM
              THRU 2410-TOMAR-CLAIM-EXIT.

           IF WS-CLAIM-OK NOT = 'S'
               ADD 1 TO WS-CONT-RESERVADOS
               MOVE AGENDA-ID            TO WS-DET-ID
               MOVE 'CONTACTO RESERVADO' TO WS-DET-ACCION
               MOVE SPACES               TO WS-DET-DETALLE
               STRING 'QUEDA EN '         DELIMITED BY SIZE
                      AGENDA-SECTOR       DELIMITED BY SIZE
                      ', LO USA '         DELIMITED BY SIZE
                      CLAIM-OPERADOR      DELIMITED BY SIZE
                 INTO WS-DET-DETALLE
               END-STRING
               PERFORM 2700-GRABAR-LINEA
                  THRU 2700-GRABAR-LINEA-EXIT
               GO TO 2400-REASIGNAR-EXIT
           END-IF.

      * CON LA RESERVA TOMADA SE RELEE EL CONTACTO: UN CAMBIO QUE UN
      * OPERADOR GRABO DESPUES DE LA LECTURA SECUENCIAL NO SE PISA.
      * SI YA NO ESTA O CAMBIO DE SECTOR, SE DEJA COMO ESTA.

           MOVE AGENDA-SECTOR    TO WS-SECTOR-VIEJO.
           MOVE AGENDA-ID        TO WS-ID-RELEIDO.

           READ AGENDA.

           IF NOT FS-AGENDA-OK
              OR AGENDA-SECTOR NOT = WS-SECTOR-VIEJO
               ADD 1 TO WS-CONT-RECHAZADOS
               MOVE WS-ID-RELEIDO        TO WS-DET-ID
               MOVE 'NO REASIGNADO'      TO WS-DET-ACCION
               MOVE SPACES               TO WS-DET-DETALLE
               IF FS-AGENDA-OK
                   STRING 'CAMBIO DE SECTOR A '  DELIMITED BY SIZE
                          AGENDA-SECTOR          DELIMITED BY SIZE
                          ' DURANTE EL PROCESO'  DELIMITED BY SIZE
                     INTO WS-DET-DETALLE
                   END-STRING
               ELSE
                   MOVE 'EL CONTACTO YA NO EXISTE' TO WS-DET-DETALLE
                   MOVE WS-ID-RELEIDO TO AGENDA-ID
                   START AGENDA KEY IS > AGENDA-ID
                   IF NOT FS-AGENDA-OK
                       MOVE 'S' TO WS-FIN-BARRIDO
                   END-IF
               END-IF
               PERFORM 2700-GRABAR-LINEA
                  THRU 2700-GRABAR-LINEA-EXIT
               MOVE WS-ID-RELEIDO TO AGENDA-ID
               PERFORM 2420-LIBERAR-CLAIM
                  THRU 2420-LIBERAR-CLAIM-EXIT
               GO TO 2400-REASIGNAR-EXIT
           END-IF.

           MOVE AGENDA-APELLIDO  TO WS-ANTES-APELLIDO.
           MOVE AGENDA-NOMBRE    TO WS-ANTES-NOMBRE.
           MOVE AGENDA-TELEFONO  TO WS-ANTES-TELEFONO.
           MOVE AGENDA-DIRECCION TO WS-ANTES-DIRECCION.
           MOVE AGENDA-SECTOR    TO WS-ANTES-SECTOR.

           MOVE WS-DESTINO       TO AGENDA-SECTOR.

           IF AGENDA-ACTIVO
               ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-FHS-HORA  FROM TIME
               MOVE WS-FHS-FECHA TO AGENDA-FECHA-HORA-FECHA
               MOVE WS-FHS-HORA  TO AGENDA-FECHA-HORA-HORA
           END-IF.

           REWRITE REG-AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    ADD 1 TO WS-CONT-MOVIDOS
                    PERFORM 2450-GRABAR-LOG
                       THRU 2450-GRABAR-LOG-EXIT
                    MOVE AGENDA-ID       TO WS-DET-ID
                    MOVE 'REASIGNADO'    TO WS-DET-ACCION
                    MOVE SPACES          TO WS-DET-DETALLE
                    STRING WS-SECTOR-VIEJO  DELIMITED BY SIZE
                           ' -> '           DELIMITED BY SIZE
                           AGENDA-SECTOR    DELIMITED BY SIZE
                           '  '             DELIMITED BY SIZE
                           AGENDA-APELLIDO  DELIMITED BY SIZE
                      INTO WS-DET-DETALLE
                    END-STRING
                    PERFORM 2700-GRABAR-LINEA
                       THRU 2700-GRABAR-LINEA-EXIT
               WHEN OTHER
                    ADD 1 TO WS-CONT-RECHAZADOS
                    MOVE AGENDA-ID       TO WS-DET-ID
                    MOVE 'NO SE PUDO GRABAR' TO WS-DET-ACCION
                    MOVE SPACES          TO WS-DET-DETALLE
                    STRING 'FILE STATUS '   DELIMITED BY SIZE
                           FS-AGENDA        DELIMITED BY SIZE
                      INTO WS-DET-DETALLE
                    END-STRING
                    PERFORM 2700-GRABAR-LINEA
                       THRU 2700-GRABAR-LINEA-EXIT
           END-EVALUATE.

           PERFORM 2420-LIBERAR-CLAIM
              THRU 2420-LIBERAR-CLAIM-EXIT.

       2400-REASIGNAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-TOMAR-CLAIM.

      * LA RESERVA SE TOMA A NOMBRE DEL PROCESO. UNA RESERVA DEL
      * PROPIO PROCESO QUEDO DE UNA CORRIDA INTERRUMPIDA Y SE USA.

           MOVE 'N' TO WS-CLAIM-OK.

           MOVE AGENDA-ID        TO CLAIM-AGENDA-ID.
           MOVE WS-OPERADOR-LOTE TO CLAIM-OPERADOR.
           MOVE WS-FHS-FECHA     TO CLAIM-FECHA.
           MOVE WS-FHS-HORA      TO CLAIM-HORA.

           WRITE REG-AGENDA-CLAIM.

           EVALUATE TRUE
               WHEN FS-CLAIMS-OK
                    MOVE 'S' TO WS-CLAIM-OK
               WHEN FS-CLAIMS-DUPLICADO
                    MOVE AGENDA-ID TO CLAIM-AGENDA-ID
                    READ AGENDA-CLAIMS
                    IF NOT FS-CLAIMS-OK
                        MOVE SPACES TO CLAIM-OPERADOR
                    END-IF
                    IF CLAIM-OPERADOR = WS-OPERADOR-LOTE
                        MOVE 'S' TO WS-CLAIM-OK
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RESERVAS'
                    DISPLAY 'FILE STATUS: ' FS-CLAIMS
                    STOP RUN
           END-EVALUATE.

       2410-TOMAR-CLAIM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2420-LIBERAR-CLAIM.

           MOVE AGENDA-ID TO CLAIM-AGENDA-ID.

           READ AGENDA-CLAIMS.

           IF FS-CLAIMS-OK
              AND CLAIM-OPERADOR = WS-OPERADOR-LOTE
               DELETE AGENDA-CLAIMS
               IF NOT FS-CLAIMS-OK
                   DISPLAY 'ERROR AL LIBERAR LA RESERVA'
                   DISPLAY 'FILE STATUS: ' FS-CLAIMS
               END-IF
           END-IF.

       2420-LIBERAR-CLAIM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-GRABAR-LOG.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           MOVE AGENDA-ID          TO LOG-AGENDA-ID.
           MOVE 'SEC'              TO LOG-OPERACION.

           MOVE WS-ANTES-APELLIDO  TO LOG-ANTES-APELLIDO.
           MOVE WS-ANTES-NOMBRE    TO LOG-ANTES-NOMBRE.
           MOVE WS-ANTES-TELEFONO  TO LOG-ANTES-TELEFONO.
           MOVE WS-ANTES-DIRECCION TO LOG-ANTES-DIRECCION.
           MOVE WS-ANTES-SECTOR    TO LOG-ANTES-SECTOR.

           MOVE AGENDA-APELLIDO    TO LOG-DESPUES-APELLIDO.
           MOVE AGENDA-NOMBRE      TO LOG-DESPUES-NOMBRE.
           MOVE AGENDA-TELEFONO    TO LOG-DESPUES-TELEFONO.
           MOVE AGENDA-DIRECCION   TO LOG-DESPUES-DIRECCION.
           MOVE AGENDA-SECTOR      TO LOG-DESPUES-SECTOR.

           MOVE WS-FHS-FECHA       TO LOG-FECHA.
           MOVE WS-FHS-HORA        TO LOG-HORA.
           MOVE WS-OPERADOR-LOTE   TO LOG-OPERADOR.

           WRITE REG-AGENDA-LOG.

           IF NOT FS-AGENDALOG-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LOG'
               DISPLAY 'FILE STATUS: ' FS-AGENDALOG
           END-IF.

       2450-GRABAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-CONTAR-DESPUES.

           MOVE 'D' TO WS-FASE-CONTEO.

           MOVE 0 TO AGENDA-ID.

           START AGENDA KEY IS > AGENDA-ID.

           IF NOT FS-AGENDA-OK
               GO TO 2500-CONTAR-DESPUES-EXIT
           END-IF.

           PERFORM 1200-LEER-AGENDA
              THRU 1200-LEER-AGENDA-EXIT.

           PERFORM UNTIL FS-AGENDA-EOF
               MOVE AGENDA-SECTOR TO WS-SEC-BUSCADO
               MOVE 1             TO WS-SEC-CANT-SUMAR
               PERFORM 2160-SUMAR-SECTOR
                  THRU 2160-SUMAR-SECTOR-EXIT
               PERFORM 1200-LEER-AGENDA
                  THRU 1200-LEER-AGENDA-EXIT
           END-PERFORM.

       2500-CONTAR-DESPUES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-RETIRAR-SECTORES.

      * SE RETIRA CADA SECTOR VIEJO QUE QUEDO SIN CONTACTOS (NI
      * ACTIVOS NI DADOS DE BAJA). LOS QUE CONSERVAN CONTACTOS (POR
      * RESERVAS O POR DIVISIONES PARCIALES) SE INFORMAN.

           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > WS-CTL-CANT

               MOVE WS-CTL-VIEJO (CTL-IDX) TO WS-SEC-BUSCADO
               MOVE 'N' TO WS-YA-PROCESADO

               PERFORM VARYING CTL-IDX2 FROM 1 BY 1
                       UNTIL CTL-IDX2 >= CTL-IDX
                   IF WS-CTL-VIEJO (CTL-IDX2) = WS-SEC-BUSCADO
                       MOVE 'S' TO WS-YA-PROCESADO
                   END-IF
               END-PERFORM

               IF WS-YA-PROCESADO = 'N'
                   PERFORM 2560-RETIRAR-SECTOR
                      THRU 2560-RETIRAR-SECTOR-EXIT
               END-IF

           END-PERFORM.

       2550-RETIRAR-SECTORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2560-RETIRAR-SECTOR.

           MOVE 'N' TO WS-SEC-HALLADO.

           SET SEC-IDX TO 1.
           SEARCH WS-SEC-ENTRADA
               AT END
                   CONTINUE
               WHEN SEC-IDX > WS-SEC-CANT
                   CONTINUE
               WHEN WS-SEC-CODIGO (SEC-IDX) = WS-SEC-BUSCADO
                   MOVE 'S' TO WS-SEC-HALLADO
           END-SEARCH.

           IF WS-SEC-HALLADO = 'S'
              AND WS-SEC-DESPUES (SEC-IDX) > 0
               MOVE 0                        TO WS-DET-ID
               MOVE 'SECTOR NO RETIRADO'     TO WS-DET-ACCION
               MOVE WS-SEC-DESPUES (SEC-IDX) TO WS-TOT-CANT
               MOVE SPACES                   TO WS-DET-DETALLE
               STRING WS-SEC-BUSCADO         DELIMITED BY SIZE
                      ' CONSERVA '           DELIMITED BY SIZE
                      WS-TOT-CANT            DELIMITED BY SIZE
                      ' CONTACTOS'           DELIMITED BY SIZE
                 INTO WS-DET-DETALLE
               END-STRING
               PERFORM 2700-GRABAR-LINEA
                  THRU 2700-GRABAR-LINEA-EXIT
               GO TO 2560-RETIRAR-SECTOR-EXIT
           END-IF.

           MOVE WS-SEC-BUSCADO TO SECTOR-CODIGO.

           READ AGENDA-SECTORES.

           EVALUATE TRUE
               WHEN FS-SECTORES-OK
                    DELETE AGENDA-SECTORES
                    IF NOT FS-SECTORES-OK
                        DISPLAY 'ERROR AL BORRAR EL SECTOR '
                                WS-SEC-BUSCADO
                        DISPLAY 'FILE STATUS: ' FS-SECTORES
                        GO TO 2560-RETIRAR-SECTOR-EXIT
                    END-IF
                    ADD 1 TO WS-CONT-RETIRADOS
                    IF WS-SEC-HALLADO = 'S'
                        MOVE 'S' TO WS-SEC-RETIRADO (SEC-IDX)
                    END-IF
                    MOVE 0                  TO WS-DET-ID
                    MOVE 'SECTOR RETIRADO'  TO WS-DET-ACCION
                    MOVE SPACES             TO WS-DET-DETALLE
                    STRING WS-SEC-BUSCADO     DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           SECTOR-DESCRIPCION DELIMITED BY SIZE
                      INTO WS-DET-DETALLE
                    END-STRING
                    PERFORM 2700-GRABAR-LINEA
                       THRU 2700-GRABAR-LINEA-EXIT
               WHEN FS-SECTORES-NOTFOUND
      *             YA RETIRADO (REINICIO) O NUNCA DADO DE ALTA
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SECTORES'
                    DISPLAY 'FILE STATUS: ' FS-SECTORES
                    STOP RUN
           END-EVALUATE.

       2560-RETIRAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-IMPRIMIR-DOTACION.

      * DOTACION POR SECTOR ORDENADA POR CODIGO, BUSCANDO EN CADA
      * VUELTA EL MENOR CODIGO AUN NO IMPRESO. LOS CONTACTOS SIN
      * SECTOR SALEN PRIMERO.

           MOVE 0 TO WS-TOT-ANTES.
           MOVE 0 TO WS-TOT-DESPUES.

           MOVE WS-COLUMNAS-DOTACION TO WS-ENCABEZADO-2.
           MOVE 0 TO WS-CONT-LINEAS.

           MOVE 'S' TO WS-LIS-SEGUIR.

           PERFORM UNTIL WS-LIS-SEGUIR = 'N'

               MOVE 0           TO WS-LIS-POS
               MOVE HIGH-VALUES TO WS-LIS-MENOR

               PERFORM VARYING WS-LIS-SCAN FROM 1 BY 1
                       UNTIL WS-LIS-SCAN > WS-SEC-CANT
                   IF WS-SEC-IMPRESO (WS-LIS-SCAN) = 'N'
                      AND WS-SEC-CODIGO (WS-LIS-SCAN) < WS-LIS-MENOR
                       MOVE WS-SEC-CODIGO (WS-LIS-SCAN)
                         TO WS-LIS-MENOR
                       MOVE WS-LIS-SCAN TO WS-LIS-POS
                   END-IF
               END-PERFORM

               IF WS-LIS-POS = 0
                   MOVE 'N' TO WS-LIS-SEGUIR
               ELSE
                   MOVE 'S' TO WS-SEC-IMPRESO (WS-LIS-POS)
                   PERFORM 2650-IMPRIMIR-SECTOR
                      THRU 2650-IMPRIMIR-SECTOR-EXIT
               END-IF

           END-PERFORM.

           MOVE SPACES         TO WS-DETALLE-DOTACION.
           MOVE 'TOTAL'        TO WS-DOT-SECTOR.
           MOVE WS-TOT-ANTES   TO WS-DOT-ANTES.
           MOVE WS-TOT-DESPUES TO WS-DOT-DESPUES.
           COMPUTE WS-DOT-DIFERENCIA = WS-TOT-DESPUES - WS-TOT-ANTES.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2750-ESCRIBIR-LINEA
              THRU 2750-ESCRIBIR-LINEA-EXIT.

           MOVE WS-DETALLE-DOTACION TO LINEA-REPORTE.
           PERFORM 2750-ESCRIBIR-LINEA
              THRU 2750-ESCRIBIR-LINEA-EXIT.

           IF WS-TOT-ANTES = WS-TOT-DESPUES
               MOVE 'TOTALES ANTES Y DESPUES CUADRAN' TO LINEA-REPORTE
           ELSE
               MOVE '*** TOTALES ANTES Y DESPUES NO CUADRAN ***'
                 TO LINEA-REPORTE
           END-IF.
           PERFORM 2750-ESCRIBIR-LINEA
              THRU 2750-ESCRIBIR-LINEA-EXIT.

           IF WS-SEC-DESBORDE = 'S'
               MOVE '*** TABLA DE SECTORES DESBORDADA ***'
                 TO LINEA-REPORTE
               PERFORM 2750-ESCRIBIR-LINEA
                  THRU 2750-ESCRIBIR-LINEA-EXIT
           END-IF.

       2600-IMPRIMIR-DOTACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-IMPRIMIR-SECTOR.

           MOVE SPACES TO WS-DETALLE-DOTACION.

           IF WS-SEC-CODIGO (WS-LIS-POS) = SPACES
               MOVE '(SIN SECTOR)'    TO WS-DOT-DESCRIPCION
           ELSE
               MOVE WS-SEC-CODIGO (WS-LIS-POS) TO WS-DOT-SECTOR
               MOVE WS-SEC-CODIGO (WS-LIS-POS) TO SECTOR-CODIGO
               READ AGENDA-SECTORES
               EVALUATE TRUE
                   WHEN FS-SECTORES-OK
                        MOVE SECTOR-DESCRIPCION TO WS-DOT-DESCRIPCION
                   WHEN WS-SEC-RETIRADO (WS-LIS-POS) = 'S'
                        MOVE '(RETIRADO)'       TO WS-DOT-DESCRIPCION
                   WHEN OTHER
                        MOVE '(NO EXISTE EN SECTORES)'
                                                TO WS-DOT-DESCRIPCION
               END-EVALUATE
           END-IF.

           MOVE WS-SEC-ANTES (WS-LIS-POS)   TO WS-DOT-ANTES.
           MOVE WS-SEC-DESPUES (WS-LIS-POS) TO WS-DOT-DESPUES.
           COMPUTE WS-DOT-DIFERENCIA = WS-SEC-DESPUES (WS-LIS-POS)
                                     - WS-SEC-ANTES (WS-LIS-POS).

           ADD WS-SEC-ANTES (WS-LIS-POS)   TO WS-TOT-ANTES.
           ADD WS-SEC-DESPUES (WS-LIS-POS) TO WS-TOT-DESPUES.

           MOVE WS-DETALLE-DOTACION TO LINEA-REPORTE.
           PERFORM 2750-ESCRIBIR-LINEA
              THRU 2750-ESCRIBIR-LINEA-EXIT.

       2650-IMPRIMIR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-GRABAR-LINEA.

           MOVE WS-DETALLE         TO LINEA-REPORTE.

           PERFORM 2750-ESCRIBIR-LINEA
              THRU 2750-ESCRIBIR-LINEA-EXIT.

       2700-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2750-ESCRIBIR-LINEA.

           IF WS-CONT-LINEAS = 0
               PERFORM 2780-IMPRIMIR-ENCABEZADO
                  THRU 2780-IMPRIMIR-ENCABEZADO-EXIT
           END-IF.

           WRITE LINEA-REPORTE.

           ADD 1                   TO WS-CONT-LINEAS.

           IF WS-CONT-LINEAS >= WS-MAX-LINEAS
               MOVE 0 TO WS-CONT-LINEAS
           END-IF.

       2750-ESCRIBIR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2780-IMPRIMIR-ENCABEZADO.

      * EL ENCABEZADO PISA LINEA-REPORTE: SE GUARDA LA LINEA QUE
      * ESTABA POR SALIR Y SE REPONE AL FINAL.

           MOVE LINEA-REPORTE      TO WS-LINEA-GUARDADA.

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

           MOVE WS-LINEA-GUARDADA  TO LINEA-REPORTE.

       2780-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-CHECKPOINT.

           OPEN OUTPUT ARCH-CHKPT.

           IF NOT FS-CHKPT-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CHECKPOINT'
               DISPLAY 'FILE STATUS: ' FS-CHKPT
               GO TO 2800-GRABAR-CHECKPOINT-EXIT
           END-IF.

           MOVE WS-CHKPT-ESTADO  TO CHKPT-ESTADO.
           MOVE WS-FHS-FECHA     TO CHKPT-FECHA.
           MOVE WS-FHS-HORA      TO CHKPT-HORA.
           MOVE WS-CONT-LEIDOS   TO CHKPT-LEIDOS.
           MOVE WS-CONTADORES    TO CHKPT-CONTADORES.

           WRITE REG-AGENDA-CHKPT.

           IF NOT FS-CHKPT-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CHECKPOINT'
               DISPLAY 'FILE STATUS: ' FS-CHKPT
           END-IF.

           CLOSE ARCH-CHKPT.

       2800-GRABAR-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE 'FIN' TO WS-CHKPT-ESTADO.
           PERFORM 2800-GRABAR-CHECKPOINT
              THRU 2800-GRABAR-CHECKPOINT-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'CONTACTOS LEIDOS     : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-LEIDOS             TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'CONTACTOS REASIGNADOS: ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-MOVIDOS            TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'RESERVADOS, SIN MOVER: ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-RESERVADOS         TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'NO GRABADOS/OMITIDOS : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-RECHAZADOS         TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'SECTORES CREADOS     : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-CREADOS            TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'SECTORES RETIRADOS   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-RETIRADOS          TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CLOSE AGENDA.
           CLOSE AGENDALOG.
           CLOSE AGENDA-SECTORES.
           CLOSE AGENDA-CLAIMS.
           CLOSE REPORTE.

           DISPLAY 'Contactos leidos     : ' WS-CONT-LEIDOS.
           DISPLAY 'Reasignados          : ' WS-CONT-MOVIDOS.
           DISPLAY 'Reservados sin mover : ' WS-CONT-RESERVADOS.
           DISPLAY 'No grabados/omitidos : ' WS-CONT-RECHAZADOS.
           DISPLAY 'Sectores creados     : ' WS-CONT-CREADOS.
           DISPLAY 'Sectores retirados   : ' WS-CONT-RETIRADOS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNRESEC.
