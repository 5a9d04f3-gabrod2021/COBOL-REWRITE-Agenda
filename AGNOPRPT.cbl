      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: REPORTE DE ACTIVIDAD POR OPERADOR
      * DESCRIPCION: LEE LAS ENTRADAS DE AUDITORIA DE UN RANGO DE
      *              FECHAS, TANTO DE LOS HISTORICOS MENSUALES
      *              AGENDA.LOG.AAAAMM QUE CORTA AGNLOGPUR COMO DEL
      *              AGENDA.LOG VIGENTE, Y CUENTA POR OPERADOR LAS
      *              OPERACIONES DE CADA TIPO (NEW, TEL, APE, NOM,
      *              DIR, SEC, DEL, REA, FUS, TAD/TBO Y OTRAS).
      *              LOS PROCESOS BATCH, QUE GRABAN SU NOMBRE DE
      *              PROGRAMA (AGNLOAD, AGNSYNC, AGNPURGE, ...) COMO
      *              OPERADOR, SALEN EN UNA SECCION APARTE DE LAS
      *              PERSONAS. SE MARCAN LOS CODIGOS QUE NO EXISTEN
      *              EN AGENDA.OPERS Y SE DETALLAN LAS ENTRADAS DE
      *              PERSONAS HECHAS FUERA DEL HORARIO HABIL O EN FIN
      *              DE SEMANA, Y LAS DE OPERACIONES QUE EL PERFIL
      *              ACTUAL DEL OPERADOR YA NO PERMITE. EL LISTADO
      *              SALE EN AGENDA.OPRPT.
      *              LOS CAMBIOS PROGRAMADOS QUE APLICA AGNAPROG DE
      *              NOCHE QUEDAN EN EL LOG A NOMBRE DEL OPERADOR QUE
      *              LOS CARGO; NO SE MARCAN COMO FUERA DE HORARIO SI
      *              COINCIDEN CON UN CAMBIO APLICADO DE AGENDA.PROG
      *              (MISMO ID, OPERACION Y OPERADOR, CERRADO EL DIA
      *              DE LA ENTRADA O EL ANTERIOR, POR SI LA CADENA
      *              TERMINA PASADA LA MEDIANOCHE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNOPRPT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT AGENDALOG-CON
           ASSIGN TO DYNAMIC WS-NOMBRE-LOG-CON
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG-CON.

       SELECT OPTIONAL AGENDA-OPERS
           ASSIGN TO '../AGENDA.OPERS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-CODIGO
           FILE STATUS IS FS-OPERS.

       SELECT OPTIONAL AGENDA-PROG
           ASSIGN TO '../AGENDA.PROG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PROG-NUMERO
           FILE STATUS IS FS-PROG.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.OPRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDALOG-CON.
           COPY AGNLOG.

       FD AGENDA-OPERS.
           COPY AGNOPER.

       FD AGENDA-PROG.
           COPY AGNPROG.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNOPERFS.
           COPY AGNPROGFS.

       01 FS-STATUS-LOG-CON.
          05 FS-LOG-CON             PIC X(2).
             88 FS-LOG-CON-OK            VALUE '00'.
             88 FS-LOG-CON-EOF           VALUE '10'.
             88 FS-LOG-CON-NFD           VALUE '35'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-NOMBRE-LOG-CON         PIC X(25).

       01 WS-CONTADORES.
           05 WS-CONT-ARCHIVOS      PIC 9(05) VALUE 0.
           05 WS-CONT-LEIDOS        PIC 9(07) VALUE 0.
           05 WS-CONT-EN-RANGO      PIC 9(07) VALUE 0.
           05 WS-CONT-SIN-OPER      PIC 9(07) VALUE 0.
           05 WS-CONT-OBSERVADAS    PIC 9(07) VALUE 0.
           05 WS-CONT-FUERA-HORA    PIC 9(07) VALUE 0.
           05 WS-CONT-SIN-PERMISO   PIC 9(07) VALUE 0.
           05 WS-CONT-NO-REG        PIC 9(05) VALUE 0.
           05 WS-CONT-PROGRAMADAS   PIC 9(07) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

      * HORARIO HABIL: DE LUNES A VIERNES, DE 08:00 A 18:00.
       01 WS-HORA-DESDE             PIC 9(06) VALUE 080000.
       01 WS-HORA-HASTA             PIC 9(06) VALUE 180000.

       01 WS-OPERS-ABIERTO          PIC X(01).

       01 WS-FECHA-DESDE.
           05 WS-DESDE-AAAAMM        PIC 9(06).
           05 WS-DESDE-DD            PIC 9(02).
       01 WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE
                                    PIC 9(08).

       01 WS-FECHA-HASTA.
           05 WS-HASTA-AAAAMM        PIC 9(06).
           05 WS-HASTA-DD            PIC 9(02).
       01 WS-FECHA-HASTA-NUM REDEFINES WS-FECHA-HASTA
                                    PIC 9(08).

       01 WS-PERIODO.
           05 WS-PER-AAAA            PIC 9(04).
           05 WS-PER-MM              PIC 9(02).
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO
                                    PIC 9(06).

       01 WS-PERIODO-ACTUAL         PIC 9(06).

       01 WS-DIA-SEMANA             PIC 9(01).
       01 WS-OP-IDX                 PIC 9(02).
       01 WS-MOTIVO                 PIC X(35).
       01 WS-PERMITIDO              PIC X(01).
       01 WS-OPE-HALLADO            PIC X(01).
       01 WS-DETALLE-GUARDADO       PIC X(90).
       01 WS-DIA-LOG                PIC 9(07).
       01 WS-DIA-CIERRE-MIN         PIC 9(07).
       01 WS-PRG-HALLADO            PIC X(01).

      * CAMBIOS PROGRAMADOS APLICADOS DENTRO DEL RANGO, PARA NO
      * OBSERVAR EL HORARIO DE LO QUE APLICO LA CADENA NOCTURNA.
       01 WS-TABLA-PROGRAMADOS.
           05 WS-PRG-CANT            PIC 9(05) VALUE 0.
           05 WS-PRG-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-PRG-ENTRADA OCCURS 2000 TIMES
                             INDEXED BY PRG-IDX.
              10 WS-PRG-ID           PIC 9(08).
              10 WS-PRG-OPERACION    PIC X(03).
              10 WS-PRG-OPERADOR     PIC X(08).
              10 WS-PRG-DIA          PIC 9(07).

       01 WS-TABLA-OPERADORES.
           05 WS-OPE-CANT            PIC 9(05) VALUE 0.
           05 WS-OPE-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-OPE-ENTRADA OCCURS 500 TIMES
                             INDEXED BY OPE-IDX.
              10 WS-OPE-CODIGO       PIC X(08).
              10 WS-OPE-TIPO         PIC X(01).
                 88 WS-OPE-PERSONA       VALUE 'P'.
                 88 WS-OPE-BATCH         VALUE 'B'.
              10 WS-OPE-EXISTE       PIC X(01).
              10 WS-OPE-PERFIL       PIC X(01).
              10 WS-OPE-IMPRESO      PIC X(01).
              10 WS-OPE-CONT         PIC 9(05) OCCURS 11 TIMES.
              10 WS-OPE-TOTAL        PIC 9(06).

       01 WS-VARIABLES-LISTADO.
           05 WS-LIS-TIPO            PIC X(01).
           05 WS-LIS-POS             PIC 9(05).
           05 WS-LIS-SCAN            PIC 9(05).
           05 WS-LIS-MENOR           PIC X(08).
           05 WS-LIS-SEGUIR          PIC X(01).
           05 WS-LIS-HAY             PIC X(01).

       01 WS-TOTALES-SECCION.
           05 WS-SEC-CONT            PIC 9(06) OCCURS 11 TIMES.
           05 WS-SEC-TOTAL           PIC 9(07).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'ACTIVIDAD POR OPERADOR'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-RANGO.
           05 FILLER                PIC X(08) VALUE 'DESDE: '.
           05 WS-ENCR-DESDE         PIC 9(08).
           05 FILLER                PIC X(10) VALUE '   HASTA: '.
           05 WS-ENCR-HASTA         PIC 9(08).

      * EL TITULO DE COLUMNAS CAMBIA SEGUN LA SECCION QUE SE ESTA
      * IMPRIMIENDO Y SE REPITE EN CADA PAGINA.
       01 WS-ENCABEZADO-2           PIC X(90).

       01 WS-COLUMNAS-OPERADOR.
           05 FILLER                PIC X(11) VALUE 'OPERADOR P'.
           05 FILLER                PIC X(36)
              VALUE '  NEW   TEL   APE   NOM   DIR   SEC'.
           05 FILLER                PIC X(30)
              VALUE '   DEL   REA   FUS TADBO   OTR'.
           05 FILLER                PIC X(06) VALUE ' TOTAL'.

       01 WS-COLUMNAS-OBSERVADAS.
           05 FILLER                PIC X(10) VALUE 'FECHA'.
           05 FILLER                PIC X(08) VALUE 'HORA'.
           05 FILLER                PIC X(10) VALUE 'OPERADOR'.
           05 FILLER                PIC X(05) VALUE 'OPE'.
           05 FILLER                PIC X(10) VALUE 'ID'.
           05 FILLER                PIC X(06) VALUE 'MOTIVO'.

       01 WS-DETALLE-OPERADOR.
           05 WS-DOP-CODIGO         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DOP-PERFIL         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DOP-CONT           PIC ZZZZ9B OCCURS 11 TIMES.
           05 WS-DOP-TOTAL          PIC ZZZZZ9.

       01 WS-DETALLE-OBSERVADA.
           05 WS-DOB-FECHA          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOB-HORA           PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOB-OPERADOR       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOB-OPERACION      PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOB-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DOB-MOTIVO         PIC X(35).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO          PIC X(35).
           05 WS-TOT-CANT           PIC ZZZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-PROCESAR
              THRU 2000-PROCESAR-EXIT.

           PERFORM 2500-IMPRIMIR-RESUMEN
              THRU 2500-IMPRIMIR-RESUMEN-EXIT.

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

           MOVE WS-FECHA-SISTEMA(1:6) TO WS-PERIODO-ACTUAL.

           DISPLAY 'Fecha desde (AAAAMMDD): ' ACCEPT WS-FECHA-DESDE.
           DISPLAY 'Fecha hasta (AAAAMMDD): ' ACCEPT WS-FECHA-HASTA.

           IF WS-FECHA-DESDE IS NOT NUMERIC
              OR WS-FECHA-HASTA IS NOT NUMERIC
              OR WS-FECHA-DESDE-NUM = 0
              OR WS-FECHA-DESDE-NUM > WS-FECHA-HASTA-NUM
              DISPLAY 'RANGO DE FECHAS INVALIDO'
              STOP RUN
           END-IF.

           MOVE 'S' TO WS-OPERS-ABIERTO.

           OPEN INPUT AGENDA-OPERS.

           IF NOT FS-OPERS-OK
               DISPLAY 'AVISO: NO HAY ARCHIVO DE OPERADORES, TODOS '
                       'LOS CODIGOS SALEN COMO NO REGISTRADOS.'
               DISPLAY 'FILE STATUS: ' FS-OPERS
               MOVE 'N' TO WS-OPERS-ABIERTO
           END-IF.

           PERFORM 1050-CARGAR-PROGRAMADOS
              THRU 1050-CARGAR-PROGRAMADOS-EXIT.

           OPEN OUTPUT REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-CARGAR-PROGRAMADOS.

      * SE GUARDAN LOS CAMBIOS APLICADOS CERRADOS DESDE EL DIA ANTERIOR
      * AL INICIO DEL RANGO HASTA SU FIN. SIN ARCHIVO NO HAY NADA QUE
      * EXCEPTUAR.

           MOVE 0   TO WS-PRG-CANT.
           MOVE 'N' TO WS-PRG-DESBORDE.

           COMPUTE WS-DIA-CIERRE-MIN =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE-NUM) - 1.

           OPEN INPUT AGENDA-PROG.

           IF FS-PROG-CREADO OR FS-PROG-NFD
               GO TO 1050-CARGAR-PROGRAMADOS-EXIT
           END-IF.

           IF NOT FS-PROG-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMBIOS '
                       'PROGRAMADOS'
               DISPLAY 'FILE STATUS: ' FS-PROG
               STOP RUN
           END-IF.

           PERFORM 1060-LEER-PROG
              THRU 1060-LEER-PROG-EXIT.

           PERFORM UNTIL FS-PROG-EOF

               IF PROG-APLICADO
                  AND PROG-FECHA-CIERRE <= WS-FECHA-HASTA-NUM
                  AND FUNCTION INTEGER-OF-DATE(PROG-FECHA-CIERRE)
                      >= WS-DIA-CIERRE-MIN
                   IF WS-PRG-CANT < 2000
                       ADD 1 TO WS-PRG-CANT
                       SET PRG-IDX TO WS-PRG-CANT
                       MOVE PROG-AGENDA-ID
                         TO WS-PRG-ID (PRG-IDX)
                       MOVE PROG-OPERACION
                         TO WS-PRG-OPERACION (PRG-IDX)
                       MOVE PROG-OPERADOR
                         TO WS-PRG-OPERADOR (PRG-IDX)
                       COMPUTE WS-PRG-DIA (PRG-IDX) =
                           FUNCTION INTEGER-OF-DATE(PROG-FECHA-CIERRE)
                   ELSE
                       MOVE 'S' TO WS-PRG-DESBORDE
                   END-IF
               END-IF

               PERFORM 1060-LEER-PROG
                  THRU 1060-LEER-PROG-EXIT

           END-PERFORM.

           CLOSE AGENDA-PROG.

       1050-CARGAR-PROGRAMADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1060-LEER-PROG.

           READ AGENDA-PROG NEXT RECORD.

           IF NOT FS-PROG-OK AND NOT FS-PROG-EOF
               DISPLAY 'ERROR AL LEER EL ARCHIVO DE CAMBIOS '
                       'PROGRAMADOS'
               DISPLAY 'FILE STATUS: ' FS-PROG
               STOP RUN
           END-IF.

       1060-LEER-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-LOG-CON.

           READ AGENDALOG-CON.

           EVALUATE TRUE
               WHEN FS-LOG-CON-OK
                    ADD 1                   TO WS-CONT-LEIDOS
               WHEN FS-LOG-CON-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE LOG '
                            WS-NOMBRE-LOG-CON
                    DISPLAY 'FILE STATUS: ' FS-LOG-CON
                    STOP RUN
           END-EVALUATE.

       1100-LEER-LOG-CON-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

      * UN HISTORICO AGENDA.LOG.AAAAMM GUARDA TODO LO QUE HABIA EN EL
      * LOG HASTA ESE MES, ASI QUE SI UN MES NO SE CORTO SUS ENTRADAS
      * QUEDAN EN EL HISTORICO DE UN MES POSTERIOR. POR ESO SE LEEN
      * TODOS LOS HISTORICOS DESDE EL MES INICIAL HASTA EL MES EN
      * CURSO, Y AL FINAL EL LOG VIGENTE, FILTRANDO POR FECHA. NO HAY
      * DOBLE CONTEO PORQUE CADA CORTE SACA DEL LOG LO QUE ARCHIVA.

           MOVE WS-DESDE-AAAAMM TO WS-PERIODO-NUM.

           PERFORM UNTIL WS-PERIODO-NUM > WS-PERIODO-ACTUAL

               MOVE SPACES TO WS-NOMBRE-LOG-CON
               STRING '../AGENDA.LOG.'  DELIMITED BY SIZE
                      WS-PERIODO-NUM    DELIMITED BY SIZE
                 INTO WS-NOMBRE-LOG-CON
               END-STRING

               PERFORM 2100-ESCANEAR-LOG
                  THRU 2100-ESCANEAR-LOG-EXIT

               IF WS-PER-MM = 12
                   ADD 1 TO WS-PER-AAAA
                   MOVE 1 TO WS-PER-MM
               ELSE
                   ADD 1 TO WS-PER-MM
               END-IF

           END-PERFORM.

           MOVE '../AGENDA.LOG' TO WS-NOMBRE-LOG-CON.

           PERFORM 2100-ESCANEAR-LOG
              THRU 2100-ESCANEAR-LOG-EXIT.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ESCANEAR-LOG.

           OPEN INPUT AGENDALOG-CON.

           IF FS-LOG-CON-NFD
               GO TO 2100-ESCANEAR-LOG-EXIT
           END-IF.

           IF NOT FS-LOG-CON-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG '
                       WS-NOMBRE-LOG-CON
               DISPLAY 'FILE STATUS: ' FS-LOG-CON
               STOP RUN
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS.
           DISPLAY 'Leyendo ' WS-NOMBRE-LOG-CON.

           PERFORM 1100-LEER-LOG-CON
              THRU 1100-LEER-LOG-CON-EXIT.

           PERFORM UNTIL FS-LOG-CON-EOF

               IF LOG-FECHA >= WS-FECHA-DESDE-NUM
                  AND LOG-FECHA <= WS-FECHA-HASTA-NUM
                   ADD 1 TO WS-CONT-EN-RANGO
                   PERFORM 2200-ACUMULAR-ENTRADA
                      THRU 2200-ACUMULAR-ENTRADA-EXIT
               END-IF

               PERFORM 1100-LEER-LOG-CON
                  THRU 1100-LEER-LOG-CON-EXIT

           END-PERFORM.

           CLOSE AGENDALOG-CON.

       2100-ESCANEAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-ENTRADA.

      * LAS ENTRADAS GRABADAS ANTES DE QUE EL LOG LLEVARA OPERADOR
      * SOLO SE CUENTAN.

           IF LOG-OPERADOR = SPACES
               ADD 1 TO WS-CONT-SIN-OPER
               GO TO 2200-ACUMULAR-ENTRADA-EXIT
           END-IF.

           PERFORM 2250-BUSCAR-OPERADOR
              THRU 2250-BUSCAR-OPERADOR-EXIT.

           IF WS-OPE-HALLADO = 'N'
               GO TO 2200-ACUMULAR-ENTRADA-EXIT
           END-IF.

           EVALUATE LOG-OPERACION
               WHEN 'NEW' MOVE 1  TO WS-OP-IDX
               WHEN 'TEL' MOVE 2  TO WS-OP-IDX
               WHEN 'APE' MOVE 3  TO WS-OP-IDX
               WHEN 'NOM' MOVE 4  TO WS-OP-IDX
               WHEN 'DIR' MOVE 5  TO WS-OP-IDX
               WHEN 'SEC' MOVE 6  TO WS-OP-IDX
               WHEN 'DEL' MOVE 7  TO WS-OP-IDX
               WHEN 'REA' MOVE 8  TO WS-OP-IDX
               WHEN 'FUS' MOVE 9  TO WS-OP-IDX
               WHEN 'TAD' MOVE 10 TO WS-OP-IDX
               WHEN 'TBO' MOVE 10 TO WS-OP-IDX
               WHEN OTHER MOVE 11 TO WS-OP-IDX
           END-EVALUATE.

           ADD 1 TO WS-OPE-CONT (OPE-IDX, WS-OP-IDX).
           ADD 1 TO WS-OPE-TOTAL (OPE-IDX).

           IF WS-OPE-PERSONA (OPE-IDX)
               PERFORM 2300-CONTROLAR-HORARIO
                  THRU 2300-CONTROLAR-HORARIO-EXIT
               PERFORM 2350-CONTROLAR-PERFIL
                  THRU 2350-CONTROLAR-PERFIL-EXIT
           END-IF.

       2200-ACUMULAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCAR-OPERADOR.

           MOVE 'S' TO WS-OPE-HALLADO.

           SET OPE-IDX TO 1.
           SEARCH WS-OPE-ENTRADA
               AT END
                   PERFORM 2260-AGREGAR-OPERADOR
                      THRU 2260-AGREGAR-OPERADOR-EXIT
               WHEN OPE-IDX > WS-OPE-CANT
                   PERFORM 2260-AGREGAR-OPERADOR
                      THRU 2260-AGREGAR-OPERADOR-EXIT
               WHEN WS-OPE-CODIGO (OPE-IDX) = LOG-OPERADOR
                   CONTINUE
           END-SEARCH.

       2250-BUSCAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-AGREGAR-OPERADOR.

      * LOS PROCESOS BATCH GRABAN COMO OPERADOR SU NOMBRE DE
      * PROGRAMA, QUE EMPIEZA CON AGN Y NO ESTA EN AGENDA.OPERS.

           IF WS-OPE-CANT >= 500
               MOVE 'S' TO WS-OPE-DESBORDE
               MOVE 'N' TO WS-OPE-HALLADO
               GO TO 2260-AGREGAR-OPERADOR-EXIT
           END-IF.

           ADD 1 TO WS-OPE-CANT.
           SET OPE-IDX TO WS-OPE-CANT.

           INITIALIZE WS-OPE-ENTRADA (OPE-IDX).
           MOVE LOG-OPERADOR TO WS-OPE-CODIGO (OPE-IDX).
           MOVE 'N'          TO WS-OPE-EXISTE (OPE-IDX).
           MOVE '?'          TO WS-OPE-PERFIL (OPE-IDX).
           MOVE 'N'          TO WS-OPE-IMPRESO (OPE-IDX).

           IF WS-OPERS-ABIERTO = 'S'
               MOVE LOG-OPERADOR TO OPER-CODIGO
               READ AGENDA-OPERS
               EVALUATE TRUE
                   WHEN FS-OPERS-OK
                        MOVE 'S'         TO WS-OPE-EXISTE (OPE-IDX)
                        MOVE OPER-PERFIL TO WS-OPE-PERFIL (OPE-IDX)
                   WHEN FS-OPERS-NOTFOUND
                        CONTINUE
                   WHEN OTHER
                        DISPLAY 'ERROR AL LEER EL ARCHIVO DE '
                                'OPERADORES'
                        DISPLAY 'FILE STATUS: ' FS-OPERS
                        STOP RUN
               END-EVALUATE
           END-IF.

           IF WS-OPE-EXISTE (OPE-IDX) = 'N'
              AND LOG-OPERADOR(1:3) = 'AGN'
               MOVE 'B' TO WS-OPE-TIPO (OPE-IDX)
               MOVE ' ' TO WS-OPE-PERFIL (OPE-IDX)
           ELSE
               MOVE 'P' TO WS-OPE-TIPO (OPE-IDX)
           END-IF.

           IF WS-OPE-PERSONA (OPE-IDX)
              AND WS-OPE-EXISTE (OPE-IDX) = 'N'
               ADD 1 TO WS-CONT-NO-REG
           END-IF.

       2260-AGREGAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-CONTROLAR-HORARIO.

      * INTEGER-OF-DATE DA 1 PARA EL LUNES 01/01/1601: EL RESTO DE
      * DIVIDIR POR 7 ES 0 EL DOMINGO Y 6 EL SABADO.

           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(LOG-FECHA) 7).

           EVALUATE TRUE
               WHEN WS-DIA-SEMANA = 0
                    MOVE 'OPERACION EN DOMINGO' TO WS-MOTIVO
               WHEN WS-DIA-SEMANA = 6
                    MOVE 'OPERACION EN SABADO'  TO WS-MOTIVO
               WHEN LOG-HORA < WS-HORA-DESDE
                 OR LOG-HORA >= WS-HORA-HASTA
                    MOVE 'OPERACION FUERA DE HORARIO'
                      TO WS-MOTIVO
               WHEN OTHER
                    GO TO 2300-CONTROLAR-HORARIO-EXIT
           END-EVALUATE.

           PERFORM 2320-BUSCAR-PROGRAMADO
              THRU 2320-BUSCAR-PROGRAMADO-EXIT.

           IF WS-PRG-HALLADO = 'S'
               ADD 1 TO WS-CONT-PROGRAMADAS
               GO TO 2300-CONTROLAR-HORARIO-EXIT
           END-IF.

           ADD 1 TO WS-CONT-FUERA-HORA.

           PERFORM 2400-GRABAR-OBSERVADA
              THRU 2400-GRABAR-OBSERVADA-EXIT.

       2300-CONTROLAR-HORARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2320-BUSCAR-PROGRAMADO.

      * AGNAPROG CIERRA EL CAMBIO CON LA FECHA DE NEGOCIO Y GRABA EL
      * LOG CON LA FECHA DEL SISTEMA, QUE PUEDE SER EL DIA SIGUIENTE.

           MOVE 'N' TO WS-PRG-HALLADO.

           IF WS-PRG-CANT = 0
               GO TO 2320-BUSCAR-PROGRAMADO-EXIT
           END-IF.

           COMPUTE WS-DIA-LOG = FUNCTION INTEGER-OF-DATE(LOG-FECHA).

           SET PRG-IDX TO 1.
           SEARCH WS-PRG-ENTRADA
               AT END
                   CONTINUE
               WHEN PRG-IDX > WS-PRG-CANT
                   CONTINUE
               WHEN WS-PRG-ID (PRG-IDX)        = LOG-AGENDA-ID
                AND WS-PRG-OPERACION (PRG-IDX) = LOG-OPERACION
                AND WS-PRG-OPERADOR (PRG-IDX)  = LOG-OPERADOR
                AND (WS-PRG-DIA (PRG-IDX) = WS-DIA-LOG
                  OR WS-PRG-DIA (PRG-IDX) + 1 = WS-DIA-LOG)
                   MOVE 'S' TO WS-PRG-HALLADO
           END-SEARCH.

       2320-BUSCAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-CONTROLAR-PERFIL.

      * MISMA REGLA QUE APLICA CL21EJ1 AL ELEGIR LA OPCION: LAS BAJAS,
      * FUSIONES Y RECUPEROS SON DE SUPERVISOR; LAS ACTUALIZACIONES
      * DE PERFIL A O S. SE COMPARA CONTRA EL PERFIL ACTUAL.

           IF WS-OPE-EXISTE (OPE-IDX) NOT = 'S'
               GO TO 2350-CONTROLAR-PERFIL-EXIT
           END-IF.

           MOVE 'S' TO WS-PERMITIDO.

           EVALUATE LOG-OPERACION
               WHEN 'DEL'
               WHEN 'FUS'
               WHEN 'REA'
                    IF WS-OPE-PERFIL (OPE-IDX) NOT = 'S'
                        MOVE 'N' TO WS-PERMITIDO
                    END-IF
               WHEN 'TEL'
               WHEN 'APE'
               WHEN 'NOM'
               WHEN 'DIR'
               WHEN 'SEC'
               WHEN 'NEW'
               WHEN 'TAD'
               WHEN 'TBO'
               WHEN 'MAD'
               WHEN 'MBO'
                    IF WS-OPE-PERFIL (OPE-IDX) NOT = 'A'
                       AND WS-OPE-PERFIL (OPE-IDX) NOT = 'S'
                        MOVE 'N' TO WS-PERMITIDO
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-PERMITIDO = 'N'
               MOVE SPACES TO WS-MOTIVO
               STRING 'PERFIL ACTUAL '       DELIMITED BY SIZE
                      WS-OPE-PERFIL (OPE-IDX) DELIMITED BY SIZE
                      ' NO PERMITE LA OPER.' DELIMITED BY SIZE
                 INTO WS-MOTIVO
               END-STRING
               ADD 1 TO WS-CONT-SIN-PERMISO
               PERFORM 2400-GRABAR-OBSERVADA
                  THRU 2400-GRABAR-OBSERVADA-EXIT
           END-IF.

       2350-CONTROLAR-PERFIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-OBSERVADA.

      * LAS ENTRADAS OBSERVADAS SE IMPRIMEN A MEDIDA QUE SE LEEN, EN
      * LA PRIMERA SECCION DEL LISTADO.

           IF WS-CONT-OBSERVADAS = 0
               MOVE WS-COLUMNAS-OBSERVADAS TO WS-ENCABEZADO-2
               MOVE 'ENTRADAS OBSERVADAS DE PERSONAS'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               MOVE SPACES TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           ADD 1 TO WS-CONT-OBSERVADAS.

           MOVE LOG-FECHA      TO WS-DOB-FECHA.
           MOVE LOG-HORA       TO WS-DOB-HORA.
           MOVE LOG-OPERADOR   TO WS-DOB-OPERADOR.
           MOVE LOG-OPERACION  TO WS-DOB-OPERACION.
           MOVE LOG-AGENDA-ID  TO WS-DOB-ID.
           MOVE WS-MOTIVO      TO WS-DOB-MOTIVO.

           MOVE WS-DETALLE-OBSERVADA TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2400-GRABAR-OBSERVADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-IMPRIMIR-RESUMEN.

           IF WS-CONT-OBSERVADAS > 0
               MOVE 0 TO WS-CONT-LINEAS
           END-IF.

           MOVE WS-COLUMNAS-OPERADOR TO WS-ENCABEZADO-2.

           MOVE 'P' TO WS-LIS-TIPO.
           PERFORM 2600-IMPRIMIR-SECCION
              THRU 2600-IMPRIMIR-SECCION-EXIT.

           MOVE 'B' TO WS-LIS-TIPO.
           PERFORM 2600-IMPRIMIR-SECCION
              THRU 2600-IMPRIMIR-SECCION-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'ARCHIVOS DE LOG LEIDOS           : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-ARCHIVOS                       TO WS-TOT-CANT.
           PERFORM 2700-GRABAR-TOTAL
              THRU 2700-GRABAR-TOTAL-EXIT.

           MOVE 'ENTRADAS DENTRO DEL RANGO        : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-EN-RANGO                       TO WS-TOT-CANT.
           PERFORM 2700-GRABAR-TOTAL
              THRU 2700-GRABAR-TOTAL-EXIT.

           MOVE 'ENTRADAS SIN OPERADOR (ANTIGUAS) : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-SIN-OPER                       TO WS-TOT-CANT.
           PERFORM 2700-GRABAR-TOTAL
              THRU 2700-GRABAR-TOTAL-EXIT.

           MOVE 'FUERA DE HORARIO / FIN DE SEMANA : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-FUERA-HORA                     TO WS-TOT-CANT.
           PERFORM 2700-GRABAR-TOTAL
              THRU 2700-GRABAR-TOTAL-EXIT.

           MOVE 'PROGRAMADAS APLICADAS DE NOCHE   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-PROGRAMADAS                    TO WS-TOT-CANT.
           PERFORM 2700-GRABAR-TOTAL
              THRU 2700-GRABAR-TOTAL-EXIT.

           MOVE 'NO PERMITIDAS POR EL PERFIL      : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-SIN-PERMISO                    TO WS-TOT-CANT.
           PERFORM 2700-GRABAR-TOTAL
              THRU 2700-GRABAR-TOTAL-EXIT.

           MOVE 'CODIGOS NO REGISTRADOS EN OPERS  : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-NO-REG                         TO WS-TOT-CANT.
           PERFORM 2700-GRABAR-TOTAL
              THRU 2700-GRABAR-TOTAL-EXIT.

           IF WS-OPE-DESBORDE = 'S'
               MOVE
              'AVISO: TABLA DE OPERADORES DESBORDADA, LISTADO PARCIAL'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           IF WS-PRG-DESBORDE = 'S'
               MOVE
              'AVISO: TABLA DE PROGRAMADOS DESBORDADA, HORARIO PARCIAL'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2500-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-IMPRIMIR-SECCION.

      * IMPRIME LOS OPERADORES DEL TIPO PEDIDO ORDENADOS POR CODIGO,
      * BUSCANDO EN CADA VUELTA EL MENOR CODIGO AUN NO IMPRESO.

           INITIALIZE WS-TOTALES-SECCION.
           MOVE 'N' TO WS-LIS-HAY.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF WS-LIS-TIPO = 'P'
               MOVE 'OPERADORES' TO LINEA-REPORTE
           ELSE
               MOVE 'PROCESOS BATCH' TO LINEA-REPORTE
           END-IF.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'S' TO WS-LIS-SEGUIR.

           PERFORM UNTIL WS-LIS-SEGUIR = 'N'

               MOVE 0          TO WS-LIS-POS
               MOVE HIGH-VALUES TO WS-LIS-MENOR

               PERFORM VARYING WS-LIS-SCAN FROM 1 BY 1
                       UNTIL WS-LIS-SCAN > WS-OPE-CANT
                   IF WS-OPE-TIPO (WS-LIS-SCAN) = WS-LIS-TIPO
                      AND WS-OPE-IMPRESO (WS-LIS-SCAN) = 'N'
                      AND WS-OPE-CODIGO (WS-LIS-SCAN) < WS-LIS-MENOR
                       MOVE WS-OPE-CODIGO (WS-LIS-SCAN)
                         TO WS-LIS-MENOR
                       MOVE WS-LIS-SCAN TO WS-LIS-POS
                   END-IF
               END-PERFORM

               IF WS-LIS-POS = 0
                   MOVE 'N' TO WS-LIS-SEGUIR
               ELSE
                   MOVE 'S' TO WS-OPE-IMPRESO (WS-LIS-POS)
                   MOVE 'S' TO WS-LIS-HAY
                   PERFORM 2650-IMPRIMIR-OPERADOR
                      THRU 2650-IMPRIMIR-OPERADOR-EXIT
               END-IF

           END-PERFORM.

           IF WS-LIS-HAY = 'N'
               MOVE 'SIN ACTIVIDAD EN EL RANGO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               GO TO 2600-IMPRIMIR-SECCION-EXIT
           END-IF.

           MOVE SPACES      TO WS-DETALLE-OPERADOR.
           MOVE 'TOTAL'     TO WS-DOP-CODIGO.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 11
               MOVE WS-SEC-CONT (WS-OP-IDX) TO WS-DOP-CONT (WS-OP-IDX)
           END-PERFORM.
           MOVE WS-SEC-TOTAL TO WS-DOP-TOTAL.

           MOVE WS-DETALLE-OPERADOR TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2600-IMPRIMIR-SECCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-IMPRIMIR-OPERADOR.

           MOVE WS-OPE-CODIGO (WS-LIS-POS) TO WS-DOP-CODIGO.
           MOVE WS-OPE-PERFIL (WS-LIS-POS) TO WS-DOP-PERFIL.

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 11
               MOVE WS-OPE-CONT (WS-LIS-POS, WS-OP-IDX)
                 TO WS-DOP-CONT (WS-OP-IDX)
               ADD WS-OPE-CONT (WS-LIS-POS, WS-OP-IDX)
                 TO WS-SEC-CONT (WS-OP-IDX)
           END-PERFORM.

           MOVE WS-OPE-TOTAL (WS-LIS-POS) TO WS-DOP-TOTAL.
           ADD WS-OPE-TOTAL (WS-LIS-POS)  TO WS-SEC-TOTAL.

           MOVE WS-DETALLE-OPERADOR TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF WS-OPE-PERSONA (WS-LIS-POS)
              AND WS-OPE-EXISTE (WS-LIS-POS) = 'N'
               MOVE '  ** CODIGO NO REGISTRADO EN AGENDA.OPERS'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2650-IMPRIMIR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-GRABAR-TOTAL.

           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2700-GRABAR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-LINEA.

      * LA LINEA A IMPRIMIR LLEGA CARGADA EN LINEA-REPORTE; SI HAY
      * QUE ABRIR PAGINA SE GUARDA MIENTRAS SE IMPRIME EL ENCABEZADO.

           IF WS-CONT-LINEAS = 0
               MOVE LINEA-REPORTE TO WS-DETALLE-GUARDADO
               PERFORM 2850-IMPRIMIR-ENCABEZADO
                  THRU 2850-IMPRIMIR-ENCABEZADO-EXIT
               MOVE WS-DETALLE-GUARDADO TO LINEA-REPORTE
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

           ADD 1                   TO WS-CONT-PAGINAS.

           IF WS-CONT-PAGINAS > 1
               MOVE X'0C'          TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           MOVE WS-FECHA-EDITADA   TO WS-ENC1-FECHA.
           MOVE WS-CONT-PAGINAS    TO WS-ENC1-PAGINA.

           MOVE WS-ENCABEZADO-1    TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE WS-FECHA-DESDE-NUM TO WS-ENCR-DESDE.
           MOVE WS-FECHA-HASTA-NUM TO WS-ENCR-HASTA.

           MOVE WS-ENCABEZADO-RANGO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE WS-ENCABEZADO-2    TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 5                  TO WS-CONT-LINEAS.

       2850-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           IF WS-OPERS-ABIERTO = 'S'
               CLOSE AGENDA-OPERS
           END-IF.

           CLOSE REPORTE.

           DISPLAY 'Archivos de log leidos   : ' WS-CONT-ARCHIVOS.
           DISPLAY 'Registros de log leidos  : ' WS-CONT-LEIDOS.
           DISPLAY 'Entradas en el rango     : ' WS-CONT-EN-RANGO.
           DISPLAY 'Operadores distintos     : ' WS-OPE-CANT.
           DISPLAY 'Entradas observadas      : ' WS-CONT-OBSERVADAS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNOPRPT.
