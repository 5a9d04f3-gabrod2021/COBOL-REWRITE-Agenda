      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: INFORME DE TENDENCIA MENSUAL DE LA AGENDA
      * DESCRIPCION: LEE EL HISTORICO DE ESTADISTICAS DIARIAS
      *              AGENDA.ESTADIS QUE GRABA AGNESTAD EN LA CADENA DE
      *              AGNEOD Y ARMA LOS DOCE MESES QUE TERMINAN EN EL
      *              MES PEDIDO (POR DEFECTO EL MES EN CURSO). EL
      *              VALOR DE CADA MES ES EL DE LA ULTIMA FECHA DE
      *              NEGOCIO GRABADA EN ESE MES (CIERRE DE MES), SALVO
      *              LOS MOVIMIENTOS DEL LOG, QUE SE SUMAN EN TODO EL
      *              MES. LOS MESES SIN DATOS SALEN EN BLANCO.
      *              IMPRIME LOS MESES EN COLUMNAS, LADO A LADO:
      *              - POR SECTOR, LOS CONTACTOS ACTIVOS Y DEBAJO LA
      *                VARIACION CONTRA EL MES ANTERIOR. CUANDO UN
      *                SECTOR CAE MAS DEL PORCENTAJE INDICADO (POR
      *                DEFECTO 10) DE UN MES AL SIGUIENTE, LA
      *                VARIACION SALE MARCADA CON '*'.
      *              - LOS TOTALES DE ACTIVOS, INACTIVOS, CONTACTOS
      *                CON TELEFONOS ADICIONALES, CON CORREOS, CON LA
      *                DIRECCION A REVISAR Y LOS MOVIMIENTOS DEL LOG.
      *              - AL FINAL, LA LISTA DE AVISOS DE CAIDA CON EL
      *                SECTOR, LOS DOS MESES, LOS ACTIVOS Y EL
      *                PORCENTAJE PERDIDO.
      *              EL LISTADO SALE EN AGENDA.TENDENCIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNTENDE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OPTIONAL ARCH-ESTADIS
           ASSIGN TO '../AGENDA.ESTADIS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-FECHA
           FILE STATUS IS FS-ESTADIS.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.TENDENCIA'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-ESTADIS.
           COPY AGNESTH.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNESTFS.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-CONTADORES.
           05 WS-CONT-REG-ESTADIS   PIC 9(06) VALUE 0.
           05 WS-CONT-MESES-DATOS   PIC 9(02) VALUE 0.
           05 WS-CONT-AVISOS        PIC 9(04) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

       01 WS-ENTRADA                PIC X(06).
       01 WS-UMBRAL                 PIC 9(03) VALUE 10.

       01 WS-MES-FINAL.
           05 WS-MFI-AAAA            PIC 9(04).
           05 WS-MFI-MM              PIC 9(02).

       01 WS-MES-FINAL-NUM REDEFINES WS-MES-FINAL
                                     PIC 9(06).

      * LOS MESES SE NUMERAN COMO AAAA * 12 + MM - 1 PARA PODER
      * RESTARLOS SIN MIRAR EL CAMBIO DE ANO.
       01 WS-NRO-MES-FINAL          PIC 9(06).
       01 WS-NRO-MES-INICIAL        PIC 9(06).
       01 WS-NRO-MES                PIC 9(06).
       01 WS-NRO-AAAA               PIC 9(04).
       01 WS-NRO-MM                 PIC 9(02).

       01 WS-FECHA-REGISTRO.
           05 WS-FRE-AAAA            PIC 9(04).
           05 WS-FRE-MM              PIC 9(02).
           05 WS-FRE-DD              PIC 9(02).

       01 WS-FECHA-REGISTRO-NUM REDEFINES WS-FECHA-REGISTRO
                                     PIC 9(08).

       01 WS-FECHA-DESDE            PIC 9(08).
       01 WS-FIN-LECTURA            PIC X(01).

       01 WS-MES-IDX                PIC 9(02).
       01 WS-MES-ANT                PIC 9(02).
       01 WS-SEC-POS                PIC 9(03).
       01 WS-EST-IDX                PIC 9(03).
       01 WS-HALLADO                PIC X(01).

       01 WS-TABLA-MESES.
           05 WS-MES-ENTRADA OCCURS 12 TIMES.
              10 WS-MES-AAAAMM       PIC 9(06).
              10 WS-MES-ETIQUETA     PIC X(05).
              10 WS-MES-ETIQ-LARGA   PIC X(07).
              10 WS-MES-FECHA        PIC 9(08).
              10 WS-MES-ACTIVOS      PIC 9(07).
              10 WS-MES-INACTIVOS    PIC 9(07).
              10 WS-MES-CON-TELS     PIC 9(07).
              10 WS-MES-CON-MAILS    PIC 9(07).
              10 WS-MES-DIR-REVISAR  PIC 9(07).
              10 WS-MES-MOVIMIENTOS  PIC 9(09).

       01 WS-TABLA-SECTORES.
           05 WS-SEC-CANT            PIC 9(03) VALUE 0.
           05 WS-SEC-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-SEC-ENTRADA OCCURS 300 TIMES
                             INDEXED BY SEC-IDX.
              10 WS-SEC-CODIGO       PIC X(04).
              10 WS-SEC-IMPRESO      PIC X(01).
              10 WS-SEC-ACTIVOS      PIC 9(07) OCCURS 12 TIMES.

       01 WS-VARIABLES-LISTADO.
           05 WS-LIS-SEGUIR          PIC X(01).
           05 WS-LIS-POS             PIC 9(03).
           05 WS-LIS-SCAN            PIC 9(03).
           05 WS-LIS-MENOR           PIC X(04).

       01 WS-VALOR-ANT              PIC 9(09).
       01 WS-VALOR-ACT              PIC 9(09).
       01 WS-VARIACION              PIC S9(09).
       01 WS-PCT-CAIDA              PIC 9(03)V9.

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-LINEA-GUARDADA         PIC X(90).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'TENDENCIA MENSUAL DE LA AGENDA'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-ENC2-COLUMNA OCCURS 12 TIMES.
              10 FILLER             PIC X(02).
              10 WS-ENC2-MES        PIC X(05).

      * CADA COLUMNA LLEVA UNA POSICION DE MARCA Y SEIS DEL VALOR,
      * QUE SEGUN LA FILA ES UNA CANTIDAD, UNA VARIACION CON SIGNO
      * O BLANCOS PARA LOS MESES SIN DATOS.
       01 WS-DETALLE-MESES.
           05 WS-DET-ETIQUETA       PIC X(06).
           05 WS-DET-CELDA OCCURS 12 TIMES.
              10 WS-DET-MARCA       PIC X(01).
              10 WS-DET-VALOR       PIC ZZZZZ9.
              10 WS-DET-VARIAC REDEFINES WS-DET-VALOR
                                    PIC +ZZZZ9.
              10 WS-DET-BLANCO REDEFINES WS-DET-VALOR
                                    PIC X(06).

       01 WS-DETALLE-AVISO.
           05 FILLER                PIC X(07) VALUE 'SECTOR '.
           05 WS-AVI-SECTOR         PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AVI-MES-ANT        PIC X(07).
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 WS-AVI-MES            PIC X(07).
           05 FILLER                PIC X(11) VALUE '  ACTIVOS: '.
           05 WS-AVI-ANTERIOR       PIC ZZZZZ9.
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 WS-AVI-ACTUAL         PIC ZZZZZ9.
           05 FILLER                PIC X(09) VALUE '  CAIDA: '.
           05 WS-AVI-PCT            PIC ZZ9,9.
           05 FILLER                PIC X(01) VALUE '%'.

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO          PIC X(35).
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

           MOVE WS-FECHA-AAAA TO WS-MFI-AAAA.
           MOVE WS-FECHA-MM   TO WS-MFI-MM.

           DISPLAY 'Ultimo mes del informe (AAAAMM, ENTER = mes '
                   'actual): '
           ACCEPT WS-ENTRADA.

           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA IS NOT NUMERIC
                   DISPLAY 'MES INVALIDO, FORMATO AAAAMM'
                   STOP RUN
               END-IF
               MOVE WS-ENTRADA TO WS-MES-FINAL
           END-IF.

           IF WS-MFI-MM < 1 OR WS-MFI-MM > 12
               DISPLAY 'MES INVALIDO, FORMATO AAAAMM'
               STOP RUN
           END-IF.

           DISPLAY 'Porcentaje de caida para avisar (ENTER = 10): '
           ACCEPT WS-ENTRADA.

           IF WS-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                   DISPLAY 'PORCENTAJE INVALIDO'
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-UMBRAL
           END-IF.

           IF WS-UMBRAL = 0 OR WS-UMBRAL > 100
               DISPLAY 'EL PORCENTAJE DEBE ESTAR ENTRE 1 Y 100'
               STOP RUN
           END-IF.

           PERFORM 1200-ARMAR-MESES
              THRU 1200-ARMAR-MESES-EXIT.

           OPEN INPUT ARCH-ESTADIS.

           IF NOT FS-ESTADIS-OK AND NOT FS-ESTADIS-CREADO
              DISPLAY 'ERROR AL ABRIR EL HISTORICO DE ESTADISTICAS'
              DISPLAY 'FILE STATUS: ' FS-ESTADIS
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
       1100-LEER-ESTADIS.

           READ ARCH-ESTADIS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-ESTADIS-OK
                    ADD 1                   TO WS-CONT-REG-ESTADIS
               WHEN FS-ESTADIS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL HISTORICO DE '
                            'ESTADISTICAS'
                    DISPLAY 'FILE STATUS: ' FS-ESTADIS
                    STOP RUN
           END-EVALUATE.

       1100-LEER-ESTADIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-ARMAR-MESES.

      * LA COLUMNA 12 ES EL MES PEDIDO Y LA 1 EL DE ONCE MESES ANTES.

           INITIALIZE WS-TABLA-MESES.

           COMPUTE WS-NRO-MES-FINAL = WS-MFI-AAAA * 12 + WS-MFI-MM - 1.
           COMPUTE WS-NRO-MES-INICIAL = WS-NRO-MES-FINAL - 11.

           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               COMPUTE WS-NRO-MES = WS-NRO-MES-INICIAL + WS-MES-IDX - 1
               DIVIDE WS-NRO-MES BY 12
                   GIVING WS-NRO-AAAA REMAINDER WS-NRO-MM
               ADD 1 TO WS-NRO-MM
               COMPUTE WS-MES-AAAAMM (WS-MES-IDX) =
                       WS-NRO-AAAA * 100 + WS-NRO-MM
               STRING WS-NRO-MM           DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-NRO-AAAA (3:2)   DELIMITED BY SIZE
                 INTO WS-MES-ETIQUETA (WS-MES-IDX)
               STRING WS-NRO-MM           DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-NRO-AAAA         DELIMITED BY SIZE
                 INTO WS-MES-ETIQ-LARGA (WS-MES-IDX)
               MOVE SPACES TO WS-ENC2-COLUMNA (WS-MES-IDX)
               MOVE WS-MES-ETIQUETA (WS-MES-IDX)
                 TO WS-ENC2-MES (WS-MES-IDX)
           END-PERFORM.

           COMPUTE WS-FECHA-DESDE = WS-MES-AAAAMM (1) * 100 + 1.

       1200-ARMAR-MESES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           PERFORM 2100-CARGAR-HISTORIA
              THRU 2100-CARGAR-HISTORIA-EXIT.

           IF WS-CONT-MESES-DATOS = 0
               MOVE 'NO HAY ESTADISTICAS GRABADAS EN LOS MESES PEDIDOS'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               GO TO 2000-PROCESAR-EXIT
           END-IF.

           PERFORM 2300-IMPRIMIR-SECTORES
              THRU 2300-IMPRIMIR-SECTORES-EXIT.

           PERFORM 2400-IMPRIMIR-TOTALES
              THRU 2400-IMPRIMIR-TOTALES-EXIT.

           PERFORM 2500-IMPRIMIR-AVISOS
              THRU 2500-IMPRIMIR-AVISOS-EXIT.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-HISTORIA.

      * EL HISTORICO ESTA ORDENADO POR FECHA: EL ULTIMO REGISTRO
      * LEIDO DE CADA MES ES SU CIERRE Y PISA A LOS ANTERIORES.

           IF FS-ESTADIS-CREADO
               GO TO 2100-CARGAR-HISTORIA-EXIT
           END-IF.

           MOVE WS-FECHA-DESDE TO EST-FECHA.

           START ARCH-ESTADIS KEY IS >= EST-FECHA.

           IF NOT FS-ESTADIS-OK
               GO TO 2100-CARGAR-HISTORIA-EXIT
           END-IF.

           MOVE 'N' TO WS-FIN-LECTURA.

           PERFORM 1100-LEER-ESTADIS
              THRU 1100-LEER-ESTADIS-EXIT.

           PERFORM UNTIL FS-ESTADIS-EOF
                      OR WS-FIN-LECTURA = 'S'

               MOVE EST-FECHA TO WS-FECHA-REGISTRO-NUM

               IF WS-FRE-AAAA * 100 + WS-FRE-MM > WS-MES-FINAL-NUM
                   MOVE 'S' TO WS-FIN-LECTURA
               ELSE
                   PERFORM 2150-CARGAR-REGISTRO
                      THRU 2150-CARGAR-REGISTRO-EXIT
                   PERFORM 1100-LEER-ESTADIS
                      THRU 1100-LEER-ESTADIS-EXIT
               END-IF

           END-PERFORM.

       2100-CARGAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-CARGAR-REGISTRO.

           COMPUTE WS-MES-IDX = WS-FRE-AAAA * 12 + WS-FRE-MM - 1
                              - WS-NRO-MES-INICIAL + 1.

           IF WS-MES-FECHA (WS-MES-IDX) = 0
               ADD 1 TO WS-CONT-MESES-DATOS
           END-IF.

           MOVE EST-FECHA         TO WS-MES-FECHA (WS-MES-IDX).
           MOVE EST-TOT-ACTIVOS   TO WS-MES-ACTIVOS (WS-MES-IDX).
           MOVE EST-TOT-INACTIVOS TO WS-MES-INACTIVOS (WS-MES-IDX).
           MOVE EST-CON-TELS      TO WS-MES-CON-TELS (WS-MES-IDX).
           MOVE EST-CON-MAILS     TO WS-MES-CON-MAILS (WS-MES-IDX).
           MOVE EST-DIR-REVISAR   TO WS-MES-DIR-REVISAR (WS-MES-IDX).
           ADD EST-LOG-TOTAL      TO WS-MES-MOVIMIENTOS (WS-MES-IDX).

      * LOS SECTORES DEL MES SE VUELVEN A CARGAR DESDE CERO CON EL
      * REGISTRO MAS NUEVO.
           PERFORM VARYING WS-SEC-POS FROM 1 BY 1
                   UNTIL WS-SEC-POS > WS-SEC-CANT
               MOVE 0 TO WS-SEC-ACTIVOS (WS-SEC-POS, WS-MES-IDX)
           END-PERFORM.

           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > EST-SEC-CANT
               PERFORM 2200-ACUMULAR-SECTOR
                  THRU 2200-ACUMULAR-SECTOR-EXIT
           END-PERFORM.

       2150-CARGAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-SECTOR.

           MOVE 'S' TO WS-HALLADO.

           SET SEC-IDX TO 1.
           SEARCH WS-SEC-ENTRADA
               AT END
                   PERFORM 2210-AGREGAR-SECTOR
                      THRU 2210-AGREGAR-SECTOR-EXIT
               WHEN SEC-IDX > WS-SEC-CANT
                   PERFORM 2210-AGREGAR-SECTOR
                      THRU 2210-AGREGAR-SECTOR-EXIT
               WHEN WS-SEC-CODIGO (SEC-IDX) =
                    EST-SEC-CODIGO (WS-EST-IDX)
                   CONTINUE
           END-SEARCH.

           IF WS-HALLADO = 'N'
               GO TO 2200-ACUMULAR-SECTOR-EXIT
           END-IF.

           MOVE EST-SEC-ACTIVOS (WS-EST-IDX)
             TO WS-SEC-ACTIVOS (SEC-IDX, WS-MES-IDX).

       2200-ACUMULAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-AGREGAR-SECTOR.

           IF WS-SEC-CANT < 300
               ADD 1 TO WS-SEC-CANT
               SET SEC-IDX TO WS-SEC-CANT
               INITIALIZE WS-SEC-ENTRADA (SEC-IDX)
               MOVE EST-SEC-CODIGO (WS-EST-IDX)
                 TO WS-SEC-CODIGO (SEC-IDX)
               MOVE 'N' TO WS-SEC-IMPRESO (SEC-IDX)
           ELSE
               MOVE 'S' TO WS-SEC-DESBORDE
               MOVE 'N' TO WS-HALLADO
           END-IF.

       2210-AGREGAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-IMPRIMIR-SECTORES.

      * SECTORES ORDENADOS POR CODIGO, BUSCANDO EN CADA VUELTA EL
      * MENOR CODIGO AUN NO IMPRESO. LOS CONTACTOS SIN SECTOR SALEN
      * PRIMERO.

           MOVE 'CONTACTOS ACTIVOS POR SECTOR AL CIERRE DE CADA MES'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'S' TO WS-LIS-SEGUIR.

           PERFORM UNTIL WS-LIS-SEGUIR = 'N'

               PERFORM 2310-BUSCAR-MENOR-SECTOR
                  THRU 2310-BUSCAR-MENOR-SECTOR-EXIT

               IF WS-LIS-POS = 0
                   MOVE 'N' TO WS-LIS-SEGUIR
               ELSE
                   MOVE 'S' TO WS-SEC-IMPRESO (WS-LIS-POS)
                   PERFORM 2350-IMPRIMIR-SECTOR
                      THRU 2350-IMPRIMIR-SECTOR-EXIT
               END-IF

           END-PERFORM.

           IF WS-SEC-DESBORDE = 'S'
               MOVE '*** TABLA DE SECTORES DESBORDADA ***'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2300-IMPRIMIR-SECTORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-BUSCAR-MENOR-SECTOR.

           MOVE 0           TO WS-LIS-POS.
           MOVE HIGH-VALUES TO WS-LIS-MENOR.

           PERFORM VARYING WS-LIS-SCAN FROM 1 BY 1
                   UNTIL WS-LIS-SCAN > WS-SEC-CANT
               IF WS-SEC-IMPRESO (WS-LIS-SCAN) = 'N'
                  AND WS-SEC-CODIGO (WS-LIS-SCAN) < WS-LIS-MENOR
                   MOVE WS-SEC-CODIGO (WS-LIS-SCAN) TO WS-LIS-MENOR
                   MOVE WS-LIS-SCAN TO WS-LIS-POS
               END-IF
           END-PERFORM.

       2310-BUSCAR-MENOR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-IMPRIMIR-SECTOR.

      *    FILA DE ACTIVOS

           MOVE SPACES TO WS-DETALLE-MESES.

           IF WS-SEC-CODIGO (WS-LIS-POS) = SPACES
               MOVE 'S/SEC' TO WS-DET-ETIQUETA
           ELSE
               MOVE WS-SEC-CODIGO (WS-LIS-POS) TO WS-DET-ETIQUETA
           END-IF.

           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-SEC-ACTIVOS (WS-LIS-POS, WS-MES-IDX)
                     TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.

           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    FILA DE VARIACION CONTRA EL MES ANTERIOR

           MOVE SPACES  TO WS-DETALLE-MESES.
           MOVE '  VAR' TO WS-DET-ETIQUETA.

           PERFORM VARYING WS-MES-IDX FROM 2 BY 1
                   UNTIL WS-MES-IDX > 12
               COMPUTE WS-MES-ANT = WS-MES-IDX - 1
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                  AND WS-MES-FECHA (WS-MES-ANT) > 0
                   MOVE WS-SEC-ACTIVOS (WS-LIS-POS, WS-MES-ANT)
                     TO WS-VALOR-ANT
                   MOVE WS-SEC-ACTIVOS (WS-LIS-POS, WS-MES-IDX)
                     TO WS-VALOR-ACT
                   COMPUTE WS-VARIACION = WS-VALOR-ACT - WS-VALOR-ANT
                   MOVE WS-VARIACION TO WS-DET-VARIAC (WS-MES-IDX)
                   IF WS-VALOR-ACT < WS-VALOR-ANT
                       COMPUTE WS-PCT-CAIDA ROUNDED =
                               (WS-VALOR-ANT - WS-VALOR-ACT) * 100
                               / WS-VALOR-ANT
                       IF WS-PCT-CAIDA > WS-UMBRAL
                           MOVE '*' TO WS-DET-MARCA (WS-MES-IDX)
                           ADD 1 TO WS-CONT-AVISOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2350-IMPRIMIR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-TOTALES.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'TOTALES DE LA AGENDA AL CIERRE DE CADA MES'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    ACTIVOS Y SU VARIACION

           MOVE SPACES   TO WS-DETALLE-MESES.
           MOVE 'ACTIV.' TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-MES-ACTIVOS (WS-MES-IDX)
                     TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES  TO WS-DETALLE-MESES.
           MOVE '  VAR' TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 2 BY 1
                   UNTIL WS-MES-IDX > 12
               COMPUTE WS-MES-ANT = WS-MES-IDX - 1
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                  AND WS-MES-FECHA (WS-MES-ANT) > 0
                   COMPUTE WS-VARIACION = WS-MES-ACTIVOS (WS-MES-IDX)
                                        - WS-MES-ACTIVOS (WS-MES-ANT)
                   MOVE WS-VARIACION TO WS-DET-VARIAC (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    INACTIVOS

           MOVE SPACES   TO WS-DETALLE-MESES.
           MOVE 'INACT.' TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-MES-INACTIVOS (WS-MES-IDX)
                     TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    CON TELEFONOS ADICIONALES

           MOVE SPACES   TO WS-DETALLE-MESES.
           MOVE 'C/TEL' TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-MES-CON-TELS (WS-MES-IDX)
                     TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    CON CORREOS

           MOVE SPACES   TO WS-DETALLE-MESES.
           MOVE 'C/MAIL' TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-MES-CON-MAILS (WS-MES-IDX)
                     TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    DIRECCIONES A REVISAR

           MOVE SPACES   TO WS-DETALLE-MESES.
           MOVE 'DIR.R' TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-MES-DIR-REVISAR (WS-MES-IDX)
                     TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    MOVIMIENTOS DEL LOG EN EL MES

           MOVE SPACES   TO WS-DETALLE-MESES.
           MOVE 'MOVIM.' TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-MES-MOVIMIENTOS (WS-MES-IDX)
                     TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

      *    DIA DE NEGOCIO TOMADO COMO CIERRE DE CADA MES

           MOVE SPACES   TO WS-DETALLE-MESES.
           MOVE 'DIA'    TO WS-DET-ETIQUETA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                   MOVE WS-MES-FECHA (WS-MES-IDX)
                     TO WS-FECHA-REGISTRO-NUM
                   MOVE WS-FRE-DD TO WS-DET-VALOR (WS-MES-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-DETALLE-MESES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'ACTIV./INACT. = CONTACTOS ACTIVOS / INACTIVOS'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE
               'C/TEL = CON TELEFONOS ADICIONALES, C/MAIL = CON CORREOS'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE
           'DIR.R = DIRECCION A REVISAR, MOVIM. = MOVIMIENTOS DEL LOG'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE
               'EN EL MES, DIA = FECHA DE NEGOCIO TOMADA COMO CIERRE'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2400-IMPRIMIR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-IMPRIMIR-AVISOS.

      * SEGUNDA VUELTA POR LOS SECTORES, EN EL MISMO ORDEN, LISTANDO
      * CADA CAIDA QUE SUPERA EL PORCENTAJE PEDIDO.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'AVISOS DE CAIDA DE SECTORES' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF WS-CONT-AVISOS = 0
               MOVE 'NINGUN SECTOR CAYO MAS DEL PORCENTAJE INDICADO'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           ELSE
               PERFORM VARYING WS-LIS-SCAN FROM 1 BY 1
                       UNTIL WS-LIS-SCAN > WS-SEC-CANT
                   MOVE 'N' TO WS-SEC-IMPRESO (WS-LIS-SCAN)
               END-PERFORM

               MOVE 'S' TO WS-LIS-SEGUIR

               PERFORM UNTIL WS-LIS-SEGUIR = 'N'

                   PERFORM 2310-BUSCAR-MENOR-SECTOR
                      THRU 2310-BUSCAR-MENOR-SECTOR-EXIT

                   IF WS-LIS-POS = 0
                       MOVE 'N' TO WS-LIS-SEGUIR
                   ELSE
                       MOVE 'S' TO WS-SEC-IMPRESO (WS-LIS-POS)
                       PERFORM 2550-AVISOS-SECTOR
                          THRU 2550-AVISOS-SECTOR-EXIT
                   END-IF

               END-PERFORM
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'MESES CON DATOS            : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-MESES-DATOS TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL      TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'PORCENTAJE DE CAIDA PEDIDO : ' TO WS-TOT-TEXTO.
           MOVE WS-UMBRAL           TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL      TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'AVISOS DE CAIDA            : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-AVISOS      TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL      TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2500-IMPRIMIR-AVISOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-AVISOS-SECTOR.

           PERFORM VARYING WS-MES-IDX FROM 2 BY 1
                   UNTIL WS-MES-IDX > 12
               COMPUTE WS-MES-ANT = WS-MES-IDX - 1
               MOVE WS-SEC-ACTIVOS (WS-LIS-POS, WS-MES-ANT)
                 TO WS-VALOR-ANT
               MOVE WS-SEC-ACTIVOS (WS-LIS-POS, WS-MES-IDX)
                 TO WS-VALOR-ACT
               IF WS-MES-FECHA (WS-MES-IDX) > 0
                  AND WS-MES-FECHA (WS-MES-ANT) > 0
                  AND WS-VALOR-ACT < WS-VALOR-ANT
                   COMPUTE WS-PCT-CAIDA ROUNDED =
                           (WS-VALOR-ANT - WS-VALOR-ACT) * 100
                           / WS-VALOR-ANT
                   IF WS-PCT-CAIDA > WS-UMBRAL
                       PERFORM 2560-IMPRIMIR-AVISO
                          THRU 2560-IMPRIMIR-AVISO-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       2550-AVISOS-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2560-IMPRIMIR-AVISO.

           IF WS-SEC-CODIGO (WS-LIS-POS) = SPACES
               MOVE 'S/SEC' TO WS-AVI-SECTOR
           ELSE
               MOVE WS-SEC-CODIGO (WS-LIS-POS) TO WS-AVI-SECTOR
           END-IF.

           MOVE WS-MES-ETIQ-LARGA (WS-MES-ANT) TO WS-AVI-MES-ANT.
           MOVE WS-MES-ETIQ-LARGA (WS-MES-IDX) TO WS-AVI-MES.
           MOVE WS-VALOR-ANT                   TO WS-AVI-ANTERIOR.
           MOVE WS-VALOR-ACT                   TO WS-AVI-ACTUAL.
           MOVE WS-PCT-CAIDA                   TO WS-AVI-PCT.

           MOVE WS-DETALLE-AVISO TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2560-IMPRIMIR-AVISO-EXIT.
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

           CLOSE ARCH-ESTADIS.
           CLOSE REPORTE.

           DISPLAY 'Registros leidos     : ' WS-CONT-REG-ESTADIS.
           DISPLAY 'Meses con datos      : ' WS-CONT-MESES-DATOS.
           DISPLAY 'Avisos de caida      : ' WS-CONT-AVISOS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNTENDE.
