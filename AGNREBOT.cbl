      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: PROCESO DE REBOTES DEL CORREO MASIVO
      * DESCRIPCION: LEE EL ARCHIVO DE REBOTES QUE DEVUELVE EL
      *              SISTEMA DE CORREO MASIVO (AGENDA.REBOTES) CON LAS
      *              DIRECCIONES QUE ENVIA AGNDELTA. UN REBOTE
      *              PERMANENTE DA DE BAJA LA DIRECCION. LOS REBOTES
      *              TEMPORALES SE CUENTAN POR DIRECCION EN
      *              AGENDA.REBCONT (UNO POR DIA) Y LA DIRECCION SE DA
      *              DE BAJA AL LLEGAR A LA CANTIDAD INDICADA DENTRO DE
      *              LA VENTANA DE DIAS INDICADA; SI LA VENTANA VENCE EL
      *              CONTADOR EMPIEZA DE NUEVO. LA BAJA BORRA LA
      *              DIRECCION DE AGENDA.MAILS EN TODOS LOS CONTACTOS
      *              QUE LA TENGAN (SIN DISTINGUIR MAYUSCULAS) Y GRABA
      *              UNA ENTRADA MBO EN AGENDA.LOG CON LA DIRECCION Y
      *              EL PROCESO COMO OPERADOR. EL LISTADO
      *              (AGENDA.REBOTRPT) DETALLA LAS BAJAS Y LOS REBOTES
      *              RECHAZADOS, Y LUEGO, POR SECTOR, LOS CONTACTOS
      *              ACTIVOS QUE QUEDARON SIN NINGUN CORREO PARA QUE SE
      *              LES CONSIGA UNO NUEVO. SI LA TABLA DE BAJAS SE
      *              LLENA, LOS TEMPORALES QUEDAN CONTADOS PARA LA
      *              PROXIMA CORRIDA Y LOS PERMANENTES QUE NO ENTRARON
      *              SE LISTAN Y SE CUENTAN EN LOS TOTALES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNREBOT.
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

       SELECT OPTIONAL AGENDA-MAILS
           ASSIGN TO '../AGENDA.MAILS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAIL-CLAVE
           FILE STATUS IS FS-MAILS.

       SELECT OPTIONAL AGENDA-SECTORES
           ASSIGN TO '../AGENDA.SECTORES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SECTOR-CODIGO
           FILE STATUS IS FS-SECTORES.

       SELECT OPTIONAL AGENDA-REBCONT
           ASSIGN TO '../AGENDA.REBCONT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RBC-DIRECCION
           FILE STATUS IS FS-REBCONT.

       SELECT ARCH-REBOTES
           ASSIGN TO '../AGENDA.REBOTES'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REBOTES.

       SELECT AGENDALOG
           ASSIGN TO '../AGENDA.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDALOG.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.REBOTRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA.
           COPY AGENDA.

       FD AGENDA-MAILS.
           COPY AGNMAIL.

       FD AGENDA-SECTORES.
           COPY AGNSECT.

       FD AGENDA-REBCONT.
           COPY AGNRBTC.

       FD ARCH-REBOTES.
           COPY AGNRBTE.

       FD AGENDALOG.
           COPY AGNLOG.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNMAILFS.

           COPY AGNSECFS.

       01 FS-STATUS-REBCONT.
          05 FS-REBCONT             PIC X(2).
             88 FS-REBCONT-OK            VALUE '00'.
             88 FS-REBCONT-CREADO        VALUE '05'.
             88 FS-REBCONT-NOTFOUND      VALUE '23'.

       01 FS-STATUS-REBOTES.
          05 FS-REBOTES             PIC X(2).
             88 FS-REBOTES-OK            VALUE '00'.
             88 FS-REBOTES-EOF           VALUE '10'.

       01 FS-STATUS-AGENDALOG.
          05 FS-AGENDALOG           PIC X(2).
             88 FS-AGENDALOG-OK          VALUE '00'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA           PIC 9(08).
          05 WS-FHS-HORA            PIC 9(06).

       01 WS-OPERADOR-LOTE          PIC X(08) VALUE 'AGNREBOT'.

       01 WS-CONTADORES.
           05 WS-CONT-REBOTES       PIC 9(06) VALUE 0.
           05 WS-CONT-PERMANENTES   PIC 9(06) VALUE 0.
           05 WS-CONT-TEMPORALES    PIC 9(06) VALUE 0.
           05 WS-CONT-REPETIDOS     PIC 9(06) VALUE 0.
           05 WS-CONT-INVALIDOS     PIC 9(06) VALUE 0.
           05 WS-CONT-A-BORRAR      PIC 9(06) VALUE 0.
           05 WS-CONT-NO-HALLADAS   PIC 9(06) VALUE 0.
           05 WS-CONT-MAILS-LEIDOS  PIC 9(06) VALUE 0.
           05 WS-CONT-BORRADOS      PIC 9(06) VALUE 0.
           05 WS-CONT-SIN-MAIL      PIC 9(06) VALUE 0.
           05 WS-CONT-SIN-LUGAR     PIC 9(06) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

      * PARAMETROS DE LA BAJA POR REBOTES TEMPORALES.
       01 WS-PARAMETROS.
           05 WS-ENTRADA            PIC X(03).
           05 WS-MAX-TEMPORALES     PIC 9(03) VALUE 3.
           05 WS-DIAS-VENTANA       PIC 9(03) VALUE 30.

       01 WS-DIRECCION-MAY          PIC X(40).
       01 WS-MOTIVO                 PIC X(01).
       01 WS-DIAS                   PIC S9(07).
       01 WS-HALLADO                PIC X(01).
       01 WS-SEGUIR                 PIC X(01).

      * DIRECCIONES A DAR DE BAJA EN ESTA CORRIDA, EN MAYUSCULAS.
       01 WS-TABLA-BAJAS.
           05 WS-BAJ-CANT            PIC 9(04) VALUE 0.
           05 WS-BAJ-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-BAJ-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY BAJ-IDX.
              10 WS-BAJ-DIRECCION    PIC X(40).
              10 WS-BAJ-MOTIVO       PIC X(01).
                 88 WS-BAJ-PERMANENTE     VALUE 'P'.
                 88 WS-BAJ-TEMPORAL       VALUE 'T'.
              10 WS-BAJ-HALLADA      PIC X(01).

      * CONTACTOS A LOS QUE SE LES BORRO ALGUN CORREO.
       01 WS-TABLA-AFECTADOS.
           05 WS-AFE-CANT            PIC 9(04) VALUE 0.
           05 WS-AFE-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-AFE-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY AFE-IDX.
              10 WS-AFE-ID           PIC 9(08).

      * CONTACTOS ACTIVOS QUE QUEDARON SIN CORREO.
       01 WS-TABLA-SIN-MAIL.
           05 WS-SIN-CANT            PIC 9(04) VALUE 0.
           05 WS-SIN-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY SIN-IDX.
              10 WS-SIN-CLAVE.
                 15 WS-SIN-SECTOR    PIC X(04).
                 15 WS-SIN-ID        PIC 9(08).
              10 WS-SIN-APELLIDO     PIC X(25).
              10 WS-SIN-NOMBRE       PIC X(20).
              10 WS-SIN-TELEFONO     PIC X(09).
              10 WS-SIN-IMPRESO      PIC X(01).

       01 WS-VARIABLES-LISTADO.
           05 WS-LIS-POS             PIC 9(04).
           05 WS-LIS-SCAN            PIC 9(04).
           05 WS-LIS-MENOR           PIC X(12).
           05 WS-LIS-SECTOR-ANT      PIC X(04).
           05 WS-LIS-PRIMERO         PIC X(01).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                     PIC 9(08).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-LINEA-GUARDADA         PIC X(90).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'REBOTES DEL CORREO MASIVO'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-2           PIC X(90).

       01 WS-COLUMNAS-BAJAS.
           05 FILLER                PIC X(10) VALUE 'ID'.
           05 FILLER                PIC X(42) VALUE 'CORREO'.
           05 FILLER                PIC X(25) VALUE 'MOTIVO'.

       01 WS-COLUMNAS-SIN-MAIL.
           05 FILLER                PIC X(10) VALUE 'ID'.
           05 FILLER                PIC X(27) VALUE 'APELLIDO'.
           05 FILLER                PIC X(22) VALUE 'NOMBRE'.
           05 FILLER                PIC X(09) VALUE 'TELEFONO'.

       01 WS-DETALLE-BAJA.
           05 WS-DBJ-ID             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DBJ-DIRECCION      PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DBJ-MOTIVO         PIC X(38).

       01 WS-DETALLE-SIN-MAIL.
           05 WS-DSM-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DSM-APELLIDO       PIC X(25).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DSM-NOMBRE         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DSM-TELEFONO       PIC X(09).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO          PIC X(40).
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

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           STRING WS-FECHA-DD    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FECHA-MM    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FECHA-AAAA  DELIMITED BY SIZE
             INTO WS-FECHA-EDITADA.

           DISPLAY 'Rebotes temporales para dar de baja (ENTER = 3): '
           ACCEPT WS-ENTRADA.

           IF WS-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                   DISPLAY 'CANTIDAD DE REBOTES INVALIDA'
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-MAX-TEMPORALES
           END-IF.

           DISPLAY 'Ventana en dias (ENTER = 30): '
           ACCEPT WS-ENTRADA.

           IF WS-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                   DISPLAY 'VENTANA INVALIDA'
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-DIAS-VENTANA
           END-IF.

           IF WS-MAX-TEMPORALES = 0 OR WS-DIAS-VENTANA = 0
               DISPLAY 'LA CANTIDAD Y LA VENTANA DEBEN SER MAYORES '
                       'QUE CERO'
               STOP RUN
           END-IF.

           OPEN INPUT ARCH-REBOTES.

           IF NOT FS-REBOTES-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REBOTES'
              DISPLAY 'FILE STATUS: ' FS-REBOTES
              STOP RUN
           END-IF.

           OPEN INPUT AGENDA.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA'
              DISPLAY 'FILE STATUS: ' FS-AGENDA
              STOP RUN
           END-IF.

           OPEN I-O AGENDA-MAILS.

           IF NOT FS-MAILS-OK AND NOT FS-MAILS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CORREOS'
              DISPLAY 'FILE STATUS: ' FS-MAILS
              STOP RUN
           END-IF.

           OPEN INPUT AGENDA-SECTORES.

           IF NOT FS-SECTORES-OK AND NOT FS-SECTORES-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SECTORES'
              DISPLAY 'FILE STATUS: ' FS-SECTORES
              STOP RUN
           END-IF.

           OPEN I-O AGENDA-REBCONT.

           IF NOT FS-REBCONT-OK AND NOT FS-REBCONT-CREADO
              DISPLAY 'ERROR AL ABRIR EL CONTADOR DE REBOTES'
              DISPLAY 'FILE STATUS: ' FS-REBCONT
              STOP RUN
           END-IF.

           OPEN EXTEND AGENDALOG.

           IF NOT FS-AGENDALOG-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG'
              DISPLAY 'FILE STATUS: ' FS-AGENDALOG
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
       1100-LEER-REBOTES.

           READ ARCH-REBOTES.

           EVALUATE TRUE
               WHEN FS-REBOTES-OK
                    ADD 1                   TO WS-CONT-REBOTES
               WHEN FS-REBOTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE REBOTES'
                    DISPLAY 'FILE STATUS: ' FS-REBOTES
                    STOP RUN
           END-EVALUATE.

       1100-LEER-REBOTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-MAILS.

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

       1200-LEER-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           MOVE WS-COLUMNAS-BAJAS TO WS-ENCABEZADO-2.

           PERFORM 1100-LEER-REBOTES
              THRU 1100-LEER-REBOTES-EXIT.

           PERFORM UNTIL FS-REBOTES-EOF

               PERFORM 2100-PROCESAR-REBOTE
                  THRU 2100-PROCESAR-REBOTE-EXIT

               PERFORM 1100-LEER-REBOTES
                  THRU 1100-LEER-REBOTES-EXIT

           END-PERFORM.

           IF WS-BAJ-CANT > 0
               PERFORM 2300-BORRAR-MAILS
                  THRU 2300-BORRAR-MAILS-EXIT
           END-IF.

           PERFORM 2400-BUSCAR-SIN-MAIL
              THRU 2400-BUSCAR-SIN-MAIL-EXIT.

           PERFORM 2500-IMPRIMIR-SIN-MAIL
              THRU 2500-IMPRIMIR-SIN-MAIL-EXIT.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-PROCESAR-REBOTE.

           IF REB-DIRECCION = SPACES
              OR (NOT REB-PERMANENTE AND NOT REB-TEMPORAL)
              OR REB-FECHA IS NOT NUMERIC
               PERFORM 2150-REBOTE-INVALIDO
                  THRU 2150-REBOTE-INVALIDO-EXIT
               GO TO 2100-PROCESAR-REBOTE-EXIT
           END-IF.

           IF REB-FECHA-MM < 1 OR REB-FECHA-MM > 12
              OR REB-FECHA-DD < 1 OR REB-FECHA-DD > 31
              OR REB-FECHA > WS-FECHA-SISTEMA-NUM
               PERFORM 2150-REBOTE-INVALIDO
                  THRU 2150-REBOTE-INVALIDO-EXIT
               GO TO 2100-PROCESAR-REBOTE-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE(REB-DIRECCION) TO WS-DIRECCION-MAY.

      *    UNA DIRECCION YA MARCADA PARA BAJA NO SE VUELVE A CONTAR

           PERFORM 2250-BUSCAR-BAJA
              THRU 2250-BUSCAR-BAJA-EXIT.

           IF WS-HALLADO = 'S'
               ADD 1 TO WS-CONT-REPETIDOS
               GO TO 2100-PROCESAR-REBOTE-EXIT
           END-IF.

           IF REB-PERMANENTE
               ADD 1   TO WS-CONT-PERMANENTES
               MOVE 'P' TO WS-MOTIVO
               PERFORM 2200-AGREGAR-BAJA
                  THRU 2200-AGREGAR-BAJA-EXIT
               IF WS-HALLADO = 'N'
                   PERFORM 2170-PERMANENTE-SIN-LUGAR
                      THRU 2170-PERMANENTE-SIN-LUGAR-EXIT
               END-IF
           ELSE
               ADD 1   TO WS-CONT-TEMPORALES
               PERFORM 2120-CONTAR-TEMPORAL
                  THRU 2120-CONTAR-TEMPORAL-EXIT
           END-IF.

       2100-PROCESAR-REBOTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-CONTAR-TEMPORAL.

      * SE CUENTA UN REBOTE POR DIA. SI EL PRIMER REBOTE CONTADO ES
      * DE MAS DE WS-DIAS-VENTANA DIAS ATRAS, LA CUENTA EMPIEZA DE
      * NUEVO CON ESTE.

           MOVE WS-DIRECCION-MAY TO RBC-DIRECCION.

           READ AGENDA-REBCONT.

           EVALUATE TRUE
               WHEN FS-REBCONT-OK
                    IF REB-FECHA <= RBC-FECHA-ULTIMA
                        ADD 1 TO WS-CONT-REPETIDOS
                        GO TO 2120-CONTAR-TEMPORAL-EXIT
                    END-IF
                    COMPUTE WS-DIAS =
                            FUNCTION INTEGER-OF-DATE(REB-FECHA)
                          - FUNCTION INTEGER-OF-DATE(RBC-FECHA-DESDE)
                    IF WS-DIAS > WS-DIAS-VENTANA
                        MOVE 1         TO RBC-CANT
                        MOVE REB-FECHA TO RBC-FECHA-DESDE
                    ELSE
                        ADD 1          TO RBC-CANT
                    END-IF
                    MOVE REB-FECHA TO RBC-FECHA-ULTIMA
               WHEN FS-REBCONT-NOTFOUND
                    MOVE 1         TO RBC-CANT
                    MOVE REB-FECHA TO RBC-FECHA-DESDE
                    MOVE REB-FECHA TO RBC-FECHA-ULTIMA
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL CONTADOR DE REBOTES'
                    DISPLAY 'FILE STATUS: ' FS-REBCONT
                    STOP RUN
           END-EVALUATE.

           IF RBC-CANT >= WS-MAX-TEMPORALES
               MOVE 'T' TO WS-MOTIVO
               PERFORM 2200-AGREGAR-BAJA
                  THRU 2200-AGREGAR-BAJA-EXIT
               IF WS-HALLADO = 'S'
                   GO TO 2120-CONTAR-TEMPORAL-EXIT
               END-IF
           END-IF.

      *    SIN LUGAR EN LA TABLA DE BAJAS EL CONTADOR SE GUARDA
      *    IGUAL Y LA BAJA SALE CON EL PROXIMO REBOTE

           IF FS-REBCONT-OK
               REWRITE REG-REBOTE-CONT
           ELSE
               WRITE REG-REBOTE-CONT
           END-IF.

           IF NOT FS-REBCONT-OK
               DISPLAY 'ERROR AL GRABAR EL CONTADOR DE REBOTES'
               DISPLAY 'FILE STATUS: ' FS-REBCONT
               STOP RUN
           END-IF.

       2120-CONTAR-TEMPORAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-REBOTE-INVALIDO.

           ADD 1 TO WS-CONT-INVALIDOS.

           MOVE SPACES           TO WS-DETALLE-BAJA.
           MOVE REB-DIRECCION    TO WS-DBJ-DIRECCION.
           MOVE SPACES           TO WS-DBJ-MOTIVO.
           STRING 'REBOTE RECHAZADO: ' DELIMITED BY SIZE
                  REB-TIPO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  REB-FECHA            DELIMITED BY SIZE
             INTO WS-DBJ-MOTIVO
           END-STRING.

           MOVE WS-DETALLE-BAJA  TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2150-REBOTE-INVALIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2170-PERMANENTE-SIN-LUGAR.

      * UN REBOTE PERMANENTE NO TIENE CONTADOR Y EL CORREO MASIVO NO
      * LO VUELVE A MANDAR: SI NO ENTRA EN LA TABLA DE BAJAS SE LISTA
      * PARA QUE LA DIRECCION SE DE DE BAJA A MANO O SE REPROCESE.

           ADD 1 TO WS-CONT-SIN-LUGAR.

           MOVE SPACES           TO WS-DETALLE-BAJA.
           MOVE REB-DIRECCION    TO WS-DBJ-DIRECCION.
           MOVE 'PERMANENTE SIN LUGAR - NO SE DIO BAJA'
                                 TO WS-DBJ-MOTIVO.

           MOVE WS-DETALLE-BAJA  TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           DISPLAY 'REBOTE PERMANENTE SIN LUGAR EN LA TABLA: '
                   REB-DIRECCION.

       2170-PERMANENTE-SIN-LUGAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-AGREGAR-BAJA.

      * DEVUELVE WS-HALLADO EN 'S' SI LA DIRECCION QUEDO EN LA TABLA.
      * EL CONTADOR DE TEMPORALES DE UNA DIRECCION QUE SE DA DE BAJA
      * YA NO SIRVE Y SE BORRA.

           MOVE 'N' TO WS-HALLADO.

           IF WS-BAJ-CANT >= 2000
               MOVE 'S' TO WS-BAJ-DESBORDE
               GO TO 2200-AGREGAR-BAJA-EXIT
           END-IF.

           ADD 1 TO WS-BAJ-CANT.
           SET BAJ-IDX TO WS-BAJ-CANT.

           MOVE WS-DIRECCION-MAY TO WS-BAJ-DIRECCION (BAJ-IDX).
           MOVE WS-MOTIVO        TO WS-BAJ-MOTIVO (BAJ-IDX).
           MOVE 'N'              TO WS-BAJ-HALLADA (BAJ-IDX).
           MOVE 'S'              TO WS-HALLADO.

           ADD 1 TO WS-CONT-A-BORRAR.

           MOVE WS-DIRECCION-MAY TO RBC-DIRECCION.

           DELETE AGENDA-REBCONT.

           IF NOT FS-REBCONT-OK AND NOT FS-REBCONT-NOTFOUND
               DISPLAY 'ERROR AL BORRAR EL CONTADOR DE REBOTES'
               DISPLAY 'FILE STATUS: ' FS-REBCONT
               STOP RUN
           END-IF.

       2200-AGREGAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCAR-BAJA.

           MOVE 'N' TO WS-HALLADO.

           SET BAJ-IDX TO 1.
           SEARCH WS-BAJ-ENTRADA
               AT END
                   CONTINUE
               WHEN BAJ-IDX > WS-BAJ-CANT
                   CONTINUE
               WHEN WS-BAJ-DIRECCION (BAJ-IDX) = WS-DIRECCION-MAY
                   MOVE 'S' TO WS-HALLADO
           END-SEARCH.

       2250-BUSCAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-BORRAR-MAILS.

      * UNA PASADA POR AGENDA.MAILS: LA DIRECCION NO ES CLAVE DEL
      * ARCHIVO Y PUEDE ESTAR CARGADA EN MAS DE UN CONTACTO.

           PERFORM 1200-LEER-MAILS
              THRU 1200-LEER-MAILS-EXIT.

           PERFORM UNTIL FS-MAILS-EOF

               ADD 1 TO WS-CONT-MAILS-LEIDOS

               MOVE FUNCTION UPPER-CASE(MAIL-DIRECCION)
                 TO WS-DIRECCION-MAY

               PERFORM 2250-BUSCAR-BAJA
                  THRU 2250-BUSCAR-BAJA-EXIT

               IF WS-HALLADO = 'S'
                   PERFORM 2350-BORRAR-MAIL
                      THRU 2350-BORRAR-MAIL-EXIT
               END-IF

               PERFORM 1200-LEER-MAILS
                  THRU 1200-LEER-MAILS-EXIT

           END-PERFORM.

      *    DIRECCIONES QUE NO ESTABAN EN NINGUN CONTACTO

           PERFORM VARYING BAJ-IDX FROM 1 BY 1
                   UNTIL BAJ-IDX > WS-BAJ-CANT
               IF WS-BAJ-HALLADA (BAJ-IDX) = 'N'
                   ADD 1 TO WS-CONT-NO-HALLADAS
                   MOVE SPACES   TO WS-DETALLE-BAJA
                   MOVE WS-BAJ-DIRECCION (BAJ-IDX) TO WS-DBJ-DIRECCION
                   MOVE 'NO ESTA EN LA AGENDA' TO WS-DBJ-MOTIVO
                   MOVE WS-DETALLE-BAJA TO LINEA-REPORTE
                   PERFORM 2800-GRABAR-LINEA
                      THRU 2800-GRABAR-LINEA-EXIT
               END-IF
           END-PERFORM.

       2300-BORRAR-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-BORRAR-MAIL.

           MOVE 'S' TO WS-BAJ-HALLADA (BAJ-IDX).

           DELETE AGENDA-MAILS.

           IF NOT FS-MAILS-OK
               DISPLAY 'ERROR AL BORRAR EL CORREO ' MAIL-DIRECCION
               DISPLAY 'FILE STATUS: ' FS-MAILS
               GO TO 2350-BORRAR-MAIL-EXIT
           END-IF.

           ADD 1 TO WS-CONT-BORRADOS.

           PERFORM 2450-GRABAR-LOG
              THRU 2450-GRABAR-LOG-EXIT.

           MOVE SPACES          TO WS-DETALLE-BAJA.
           MOVE MAIL-AGENDA-ID  TO WS-DBJ-ID.
           MOVE MAIL-DIRECCION  TO WS-DBJ-DIRECCION.

           IF WS-BAJ-PERMANENTE (BAJ-IDX)
               MOVE 'BORRADO - REBOTE PERMANENTE' TO WS-DBJ-MOTIVO
           ELSE
               MOVE 'BORRADO - REBOTES TEMPORALES' TO WS-DBJ-MOTIVO
           END-IF.

           MOVE WS-DETALLE-BAJA TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    EL CONTACTO SE REVISA DESPUES PARA VER SI LE QUEDA CORREO

           SET AFE-IDX TO 1.
           SEARCH WS-AFE-ENTRADA
               AT END
                   MOVE 'S' TO WS-AFE-DESBORDE
               WHEN AFE-IDX > WS-AFE-CANT
                   ADD 1 TO WS-AFE-CANT
                   MOVE MAIL-AGENDA-ID TO WS-AFE-ID (AFE-IDX)
               WHEN WS-AFE-ID (AFE-IDX) = MAIL-AGENDA-ID
                   CONTINUE
           END-SEARCH.

       2350-BORRAR-MAIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-BUSCAR-SIN-MAIL.

           PERFORM VARYING AFE-IDX FROM 1 BY 1
                   UNTIL AFE-IDX > WS-AFE-CANT

               MOVE 'N'                TO WS-HALLADO
               MOVE WS-AFE-ID (AFE-IDX) TO MAIL-AGENDA-ID
               MOVE LOW-VALUES         TO MAIL-DIRECCION

               START AGENDA-MAILS KEY IS >= MAIL-CLAVE

               IF FS-MAILS-OK
                   PERFORM 1200-LEER-MAILS
                      THRU 1200-LEER-MAILS-EXIT
                   IF FS-MAILS-OK
                      AND MAIL-AGENDA-ID = WS-AFE-ID (AFE-IDX)
                       MOVE 'S' TO WS-HALLADO
                   END-IF
               END-IF

               IF WS-HALLADO = 'N'
                   PERFORM 2410-AGREGAR-SIN-MAIL
                      THRU 2410-AGREGAR-SIN-MAIL-EXIT
               END-IF

           END-PERFORM.

       2400-BUSCAR-SIN-MAIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-AGREGAR-SIN-MAIL.

      * SOLO INTERESAN LOS CONTACTOS ACTIVOS.

           MOVE WS-AFE-ID (AFE-IDX) TO AGENDA-ID.

           READ AGENDA.

           IF NOT FS-AGENDA-OK
               GO TO 2410-AGREGAR-SIN-MAIL-EXIT
           END-IF.

           IF NOT AGENDA-ACTIVO
               GO TO 2410-AGREGAR-SIN-MAIL-EXIT
           END-IF.

           ADD 1 TO WS-CONT-SIN-MAIL.

           IF WS-SIN-CANT >= 2000
               GO TO 2410-AGREGAR-SIN-MAIL-EXIT
           END-IF.

           ADD 1 TO WS-SIN-CANT.
           SET SIN-IDX TO WS-SIN-CANT.

           MOVE AGENDA-SECTOR   TO WS-SIN-SECTOR (SIN-IDX).
           MOVE AGENDA-ID       TO WS-SIN-ID (SIN-IDX).
           MOVE AGENDA-APELLIDO TO WS-SIN-APELLIDO (SIN-IDX).
           MOVE AGENDA-NOMBRE   TO WS-SIN-NOMBRE (SIN-IDX).
           MOVE AGENDA-TELEFONO TO WS-SIN-TELEFONO (SIN-IDX).
           MOVE 'N'             TO WS-SIN-IMPRESO (SIN-IDX).

       2410-AGREGAR-SIN-MAIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-GRABAR-LOG.

      * BAJA DE UN CORREO: LA DIRECCION BORRADA VA EN LA IMAGEN
      * ANTERIOR, COMO EL MBO DE CL21EJ1.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           MOVE MAIL-AGENDA-ID     TO LOG-AGENDA-ID.
           MOVE 'MBO'              TO LOG-OPERACION.

           MOVE SPACES             TO LOG-ANTES.
           MOVE SPACES             TO LOG-DESPUES.

           MOVE MAIL-DIRECCION     TO LOG-ANTES-DIRECCION.

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
       2500-IMPRIMIR-SIN-MAIL.

      * CONTACTOS SIN CORREO ORDENADOS POR SECTOR E ID, BUSCANDO EN
      * CADA VUELTA LA MENOR CLAVE AUN NO IMPRESA. CADA SECTOR EMPIEZA
      * CON SU CODIGO Y DESCRIPCION.

           MOVE WS-COLUMNAS-SIN-MAIL TO WS-ENCABEZADO-2.
           MOVE 0 TO WS-CONT-LINEAS.

           MOVE 'CONTACTOS ACTIVOS QUE QUEDARON SIN CORREO'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF WS-SIN-CANT = 0
               MOVE 'NINGUNO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               GO TO 2500-IMPRIMIR-SIN-MAIL-EXIT
           END-IF.

           MOVE 'S' TO WS-LIS-PRIMERO.
           MOVE 'S' TO WS-SEGUIR.

           PERFORM UNTIL WS-SEGUIR = 'N'

               MOVE 0           TO WS-LIS-POS
               MOVE HIGH-VALUES TO WS-LIS-MENOR

               PERFORM VARYING WS-LIS-SCAN FROM 1 BY 1
                       UNTIL WS-LIS-SCAN > WS-SIN-CANT
                   IF WS-SIN-IMPRESO (WS-LIS-SCAN) = 'N'
                      AND WS-SIN-CLAVE (WS-LIS-SCAN) < WS-LIS-MENOR
                       MOVE WS-SIN-CLAVE (WS-LIS-SCAN) TO WS-LIS-MENOR
                       MOVE WS-LIS-SCAN TO WS-LIS-POS
                   END-IF
               END-PERFORM

               IF WS-LIS-POS = 0
                   MOVE 'N' TO WS-SEGUIR
               ELSE
                   MOVE 'S' TO WS-SIN-IMPRESO (WS-LIS-POS)
                   PERFORM 2550-IMPRIMIR-CONTACTO
                      THRU 2550-IMPRIMIR-CONTACTO-EXIT
               END-IF

           END-PERFORM.

       2500-IMPRIMIR-SIN-MAIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-IMPRIMIR-CONTACTO.

           IF WS-LIS-PRIMERO = 'S'
              OR WS-SIN-SECTOR (WS-LIS-POS) NOT = WS-LIS-SECTOR-ANT

               IF WS-LIS-PRIMERO = 'N'
                   MOVE SPACES TO LINEA-REPORTE
                   PERFORM 2800-GRABAR-LINEA
                      THRU 2800-GRABAR-LINEA-EXIT
               END-IF

               MOVE 'N' TO WS-LIS-PRIMERO
               MOVE WS-SIN-SECTOR (WS-LIS-POS) TO WS-LIS-SECTOR-ANT

               IF WS-LIS-SECTOR-ANT = SPACES
                   MOVE '(SIN SECTOR)' TO SECTOR-DESCRIPCION
               ELSE
                   MOVE WS-LIS-SECTOR-ANT TO SECTOR-CODIGO
                   READ AGENDA-SECTORES
                   IF NOT FS-SECTORES-OK
                       MOVE '(NO EXISTE EN SECTORES)'
                         TO SECTOR-DESCRIPCION
                   END-IF
               END-IF

               MOVE SPACES TO LINEA-REPORTE
               STRING 'SECTOR '           DELIMITED BY SIZE
                      WS-LIS-SECTOR-ANT   DELIMITED BY SIZE
                      ' - '               DELIMITED BY SIZE
                      SECTOR-DESCRIPCION  DELIMITED BY SIZE
                 INTO LINEA-REPORTE
               END-STRING
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT

           END-IF.

           MOVE WS-SIN-ID (WS-LIS-POS)       TO WS-DSM-ID.
           MOVE WS-SIN-APELLIDO (WS-LIS-POS) TO WS-DSM-APELLIDO.
           MOVE WS-SIN-NOMBRE (WS-LIS-POS)   TO WS-DSM-NOMBRE.
           MOVE WS-SIN-TELEFONO (WS-LIS-POS) TO WS-DSM-TELEFONO.

           MOVE WS-DETALLE-SIN-MAIL TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2550-IMPRIMIR-CONTACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-LINEA.

           IF WS-CONT-LINEAS = 0
               PERFORM 2850-IMPRIMIR-ENCABEZADO
                  THRU 2850-IMPRIMIR-ENCABEZADO-EXIT
           END-IF.

           WRITE LINEA-REPORTE.

           ADD 1                   TO WS-CONT-LINEAS.

           IF WS-CONT-LINEAS >= WS-MAX-LINEAS
               MOVE 0 TO WS-CONT-LINEAS
           END-IF.

       2800-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2850-IMPRIMIR-ENCABEZADO.

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

       2850-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'REBOTES LEIDOS                 : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-REBOTES     TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE '  PERMANENTES                  : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-PERMANENTES TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE '  TEMPORALES                   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-TEMPORALES  TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE '  REPETIDOS (NO CONTADOS)      : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-REPETIDOS   TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE '  RECHAZADOS                   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-INVALIDOS   TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'DIRECCIONES DADAS DE BAJA      : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-A-BORRAR    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE '  QUE NO ESTABAN EN LA AGENDA  : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-NO-HALLADAS TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'CORREOS BORRADOS DE AGENDA.MAILS: ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-BORRADOS    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'CONTACTOS ACTIVOS SIN CORREO   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-SIN-MAIL    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           IF WS-CONT-SIN-LUGAR > 0
               MOVE 'PERMANENTES SIN LUGAR (LISTADOS): ' TO WS-TOT-TEXTO
               MOVE WS-CONT-SIN-LUGAR   TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
           END-IF.

           IF WS-BAJ-DESBORDE = 'S'
               MOVE '*** TABLA DE BAJAS LLENA: LOS TEMPORALES SALEN EN '
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               MOVE '    LA PROXIMA CORRIDA; LOS PERMANENTES LISTADOS '
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               MOVE '    SE DEBEN DAR DE BAJA O REPROCESAR ***'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           IF WS-AFE-DESBORDE = 'S'
              OR WS-CONT-SIN-MAIL > WS-SIN-CANT
               MOVE '*** LISTA DE CONTACTOS SIN CORREO INCOMPLETA ***'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           CLOSE ARCH-REBOTES.
           CLOSE AGENDA.
           CLOSE AGENDA-MAILS.
           CLOSE AGENDA-SECTORES.
           CLOSE AGENDA-REBCONT.
           CLOSE AGENDALOG.
           CLOSE REPORTE.

           DISPLAY 'Rebotes leidos       : ' WS-CONT-REBOTES.
           DISPLAY 'Direcciones de baja  : ' WS-CONT-A-BORRAR.
           DISPLAY 'Correos borrados     : ' WS-CONT-BORRADOS.
           DISPLAY 'Contactos sin correo : ' WS-CONT-SIN-MAIL.
           IF WS-CONT-SIN-LUGAR > 0
               DISPLAY 'Permanentes sin lugar: ' WS-CONT-SIN-LUGAR
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTAL.

           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       3100-GRABAR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNREBOT.
