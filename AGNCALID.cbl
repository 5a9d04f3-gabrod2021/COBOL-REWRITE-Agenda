      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: INDICE DE CALIDAD DE DATOS DE LA AGENDA POR SECTOR
      * DESCRIPCION: RECORRE LOS CONTACTOS ACTIVOS Y LES TOMA CINCO
      *              CRITERIOS DE COMPLETITUD:
      *              DIR - DIRECCION REVISADA (AGENDA-DIR-ESTADO
      *                    DISTINTO DE 'R') CON LOCALIDAD Y CODIGO
      *                    POSTAL CARGADOS.
      *              SEC - SECTOR ASIGNADO.
      *              MAIL- AL MENOS UN CORREO DE TRABAJO (TRAB) EN
      *                    AGENDA.MAILS.
      *              MOV - AL MENOS UN TELEFONO MOVIL EN AGENDA.TELS.
      *              ACT - ACTUALIZADO EN EL ULTIMO ANO SEGUN
      *                    AGENDA-FECHA-HORA.
      *              EL PUNTAJE DEL CONTACTO ES LA CANTIDAD DE
      *              CRITERIOS QUE CUMPLE (0 A 5). POR SECTOR SE
      *              INFORMA EL PORCENTAJE DE CONTACTOS QUE CUMPLE
      *              CADA CRITERIO, CON LA DESCRIPCION DE
      *              AGENDA.SECTORES, Y EL PUNTAJE DEL SECTOR (CRITERIOS
      *              CUMPLIDOS SOBRE CRITERIOS POSIBLES), MAS EL TOTAL
      *              GENERAL. CADA PUNTAJE SE COMPARA CON EL DE LA
      *              CORRIDA ANTERIOR GUARDADA EN AGENDA.CALIDHIS, AL
      *              QUE LUEGO SE AGREGAN LOS VALORES DE ESTA CORRIDA
      *              (SI YA SE CORRIO EN EL DIA, REEMPLAZAN A LOS
      *              GRABADOS ANTES ESE MISMO DIA).
      *              A CONTINUACION IMPRIME, POR SECTOR, LA LISTA DE
      *              TRABAJO CON LOS CONTACTOS INCOMPLETOS DE MENOR
      *              PUNTAJE Y LO QUE LE FALTA A CADA UNO, PARA
      *              CORREGIRLOS EN CL21EJ1. EL LISTADO SALE EN
      *              AGENDA.CALIDAD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNCALID.
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

       SELECT OPTIONAL AGENDA-SECTORES
           ASSIGN TO '../AGENDA.SECTORES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SECTOR-CODIGO
           FILE STATUS IS FS-SECTORES.

       SELECT OPTIONAL ARCH-HISTORIA
           ASSIGN TO '../AGENDA.CALIDHIS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORIA.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.CALIDAD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA.
           COPY AGENDA.

       FD AGENDA-TELS.
           COPY AGNTEL.

       FD AGENDA-MAILS.
           COPY AGNMAIL.

       FD AGENDA-SECTORES.
           COPY AGNSECT.

       FD ARCH-HISTORIA.
           COPY AGNCALH.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNTELFS.

           COPY AGNMAILFS.

           COPY AGNSECFS.

       01 FS-STATUS-HISTORIA.
          05 FS-HISTORIA            PIC X(2).
             88 FS-HISTORIA-OK           VALUE '00'.
             88 FS-HISTORIA-CREADO       VALUE '05'.
             88 FS-HISTORIA-EOF          VALUE '10'.
             88 FS-HISTORIA-NOTFOUND     VALUE '23'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-CONTADORES.
           05 WS-CONT-REG-AGENDA    PIC 9(06) VALUE 0.
           05 WS-CONT-ACTIVOS       PIC 9(06) VALUE 0.
           05 WS-CONT-HIS-BORRADOS  PIC 9(05) VALUE 0.
           05 WS-CONT-COMPLETOS     PIC 9(06) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

      * CANTIDAD DE CONTACTOS DE LA LISTA DE TRABAJO DE CADA SECTOR.
       01 WS-MAX-TRABAJO            PIC 9(02) VALUE 10.

       01 WS-CANT-CRITERIOS         PIC 9(01) VALUE 5.

       01 WS-NOMBRES-CRITERIO-VAL   PIC X(20)
                                    VALUE 'DIR SEC MAILMOV ACT '.
       01 WS-NOMBRES-CRITERIO REDEFINES WS-NOMBRES-CRITERIO-VAL.
           05 WS-NOMBRE-CRITERIO    PIC X(04) OCCURS 5 TIMES.

       01 WS-CRI-IDX                PIC 9(01).

      * CRITERIOS DEL CONTACTO EN CURSO: 'S' CUMPLE, 'N' NO CUMPLE.
       01 WS-CONTACTO-CRITERIOS.
           05 WS-CTO-CUMPLE         PIC X(01) OCCURS 5 TIMES.

       01 WS-CTO-PUNTAJE            PIC 9(01).
       01 WS-CTO-FALTANTES          PIC X(24).
       01 WS-HALLADO                PIC X(01).
       01 WS-SEC-HALLADO            PIC X(01).
       01 WS-POS-FALTA              PIC 9(02).

       01 WS-FECHA-LIMITE           PIC 9(08).
       01 WS-FECHA-ANTERIOR         PIC 9(08) VALUE 0.
       01 WS-HAY-ANTERIOR           PIC X(01) VALUE 'N'.
       01 WS-ANT-TOTAL              PIC 9(03)V9 VALUE 0.

       01 WS-PCT                    PIC 9(03)V9.
       01 WS-PUNTAJE                PIC 9(03)V9.
       01 WS-VARIACION              PIC S9(03)V9.
       01 WS-SUMA-CUMPLE            PIC 9(08).
       01 WS-TOT-CUMPLE             PIC 9(07) OCCURS 5 TIMES.

       01 WS-TABLA-SECTORES.
           05 WS-SEC-CANT            PIC 9(03) VALUE 0.
           05 WS-SEC-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-SEC-ENTRADA OCCURS 300 TIMES
                             INDEXED BY SEC-IDX.
              10 WS-SEC-CODIGO       PIC X(04).
              10 WS-SEC-CONTACTOS    PIC 9(06).
              10 WS-SEC-CUMPLE       PIC 9(06) OCCURS 5 TIMES.
              10 WS-SEC-IMPRESO      PIC X(01).
              10 WS-SEC-TRB-CANT     PIC 9(02).
              10 WS-SEC-TRABAJO OCCURS 10 TIMES
                                INDEXED BY TRB-IDX.
                 15 WS-TRB-ID        PIC 9(08).
                 15 WS-TRB-APELLIDO  PIC X(25).
                 15 WS-TRB-NOMBRE    PIC X(15).
                 15 WS-TRB-PUNTAJE   PIC 9(01).
                 15 WS-TRB-FALTANTES PIC X(24).
                 15 WS-TRB-IMPRESO   PIC X(01).

       01 WS-TABLA-ANTERIOR.
           05 WS-ANT-CANT            PIC 9(03) VALUE 0.
           05 WS-ANT-ENTRADA OCCURS 300 TIMES
                             INDEXED BY ANT-IDX.
              10 WS-ANT-SECTOR       PIC X(04).
              10 WS-ANT-PUNTAJE      PIC 9(03)V9.

       01 WS-VARIABLES-LISTADO.
           05 WS-LIS-SEGUIR          PIC X(01).
           05 WS-LIS-POS             PIC 9(03).
           05 WS-LIS-SCAN            PIC 9(03).
           05 WS-LIS-MENOR           PIC X(04).
           05 WS-TRB-POS             PIC 9(02).
           05 WS-TRB-SCAN            PIC 9(02).
           05 WS-TRB-MENOR           PIC 9(09).
           05 WS-TRB-CLAVE           PIC 9(09).
           05 WS-TRB-PEOR            PIC 9(02).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                     PIC 9(08).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-FECHA-ANT-EDITADA.
           05 WS-FAE-DD              PIC 9(02).
           05 FILLER                 PIC X(01) VALUE '/'.
           05 WS-FAE-MM              PIC 9(02).
           05 FILLER                 PIC X(01) VALUE '/'.
           05 WS-FAE-AAAA            PIC 9(04).

       01 WS-FECHA-ANT-DESARMADA.
           05 WS-FAD-AAAA            PIC 9(04).
           05 WS-FAD-MM              PIC 9(02).
           05 WS-FAD-DD              PIC 9(02).

       01 WS-FECHA-ANT-DESARMADA-NUM REDEFINES WS-FECHA-ANT-DESARMADA
                                     PIC 9(08).

       01 WS-LINEA-GUARDADA         PIC X(90).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'CALIDAD DE DATOS DE LA AGENDA'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-2           PIC X(90).

       01 WS-COLUMNAS-RESUMEN.
           05 FILLER                PIC X(05) VALUE 'SECT'.
           05 FILLER                PIC X(21) VALUE 'DESCRIPCION'.
           05 FILLER                PIC X(06) VALUE ' CONT.'.
           05 FILLER                PIC X(06) VALUE '   DIR'.
           05 FILLER                PIC X(06) VALUE '   SEC'.
           05 FILLER                PIC X(06) VALUE '  MAIL'.
           05 FILLER                PIC X(06) VALUE '   MOV'.
           05 FILLER                PIC X(06) VALUE '   ACT'.
           05 FILLER                PIC X(07) VALUE '  PUNT.'.
           05 FILLER                PIC X(06) VALUE ' ANT.'.
           05 FILLER                PIC X(07) VALUE '  VAR.'.

       01 WS-COLUMNAS-TRABAJO.
           05 FILLER                PIC X(10) VALUE 'ID'.
           05 FILLER                PIC X(27) VALUE 'APELLIDO'.
           05 FILLER                PIC X(17) VALUE 'NOMBRE'.
           05 FILLER                PIC X(06) VALUE 'PUNT.'.
           05 FILLER                PIC X(09) VALUE 'FALTA'.

       01 WS-DETALLE-RESUMEN.
           05 WS-RES-SECTOR         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RES-DESCRIPCION    PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RES-CONTACTOS      PIC ZZZZZ9.
           05 WS-RES-CRITERIO OCCURS 5 TIMES.
              10 FILLER             PIC X(01).
              10 WS-RES-PCT         PIC ZZ9,9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RES-PUNTAJE        PIC ZZ9,9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RES-ANTERIOR       PIC ZZ9,9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RES-VARIACION      PIC +ZZ9,9.

       01 WS-DETALLE-TRABAJO.
           05 WS-DTR-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTR-APELLIDO       PIC X(25).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTR-NOMBRE         PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTR-PUNTAJE        PIC 9(01).
           05 FILLER                PIC X(02) VALUE '/5'.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DTR-FALTANTES      PIC X(24).

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

      * UN CONTACTO ESTA ACTUALIZADO SI SU ULTIMA MODIFICACION ES DE
      * LA MISMA FECHA DEL ANO PASADO O POSTERIOR.
           COMPUTE WS-FECHA-LIMITE = WS-FECHA-SISTEMA-NUM - 10000.

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

           PERFORM 1400-CARGAR-HISTORIA
              THRU 1400-CARGAR-HISTORIA-EXIT.

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
       1400-CARGAR-HISTORIA.

      * SE QUEDA CON LOS PUNTAJES DE LA ULTIMA FECHA ANTERIOR A HOY.
      * EL ARCHIVO SE LEE EN ORDEN DE CLAVE, FECHA Y SECTOR.

           OPEN INPUT ARCH-HISTORIA.

           IF NOT FS-HISTORIA-OK AND NOT FS-HISTORIA-CREADO
              DISPLAY 'ERROR AL ABRIR EL HISTORICO DE CALIDAD'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              STOP RUN
           END-IF.

           IF FS-HISTORIA-CREADO
               CLOSE ARCH-HISTORIA
               GO TO 1400-CARGAR-HISTORIA-EXIT
           END-IF.

           READ ARCH-HISTORIA NEXT RECORD.

           PERFORM UNTIL NOT FS-HISTORIA-OK

               IF HIS-FECHA < WS-FECHA-SISTEMA-NUM
                   IF HIS-FECHA > WS-FECHA-ANTERIOR
                       MOVE HIS-FECHA TO WS-FECHA-ANTERIOR
                       MOVE 0         TO WS-ANT-CANT
                       MOVE 'N'       TO WS-HAY-ANTERIOR
                   END-IF
                   IF HIS-FECHA = WS-FECHA-ANTERIOR
                       PERFORM 1450-GUARDAR-ANTERIOR
                          THRU 1450-GUARDAR-ANTERIOR-EXIT
                   END-IF
               END-IF

               READ ARCH-HISTORIA NEXT RECORD

           END-PERFORM.

           IF NOT FS-HISTORIA-EOF
              DISPLAY 'ERROR AL LEER EL HISTORICO DE CALIDAD'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              STOP RUN
           END-IF.

           CLOSE ARCH-HISTORIA.

       1400-CARGAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1450-GUARDAR-ANTERIOR.

           IF HIS-ES-TOTAL
               MOVE 'S'         TO WS-HAY-ANTERIOR
               MOVE HIS-PUNTAJE TO WS-ANT-TOTAL
               GO TO 1450-GUARDAR-ANTERIOR-EXIT
           END-IF.

           IF WS-ANT-CANT < 300
               ADD 1 TO WS-ANT-CANT
               SET ANT-IDX TO WS-ANT-CANT
               MOVE HIS-SECTOR  TO WS-ANT-SECTOR (ANT-IDX)
               MOVE HIS-PUNTAJE TO WS-ANT-PUNTAJE (ANT-IDX)
           END-IF.

       1450-GUARDAR-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           PERFORM 1100-LEER-AGENDA
              THRU 1100-LEER-AGENDA-EXIT.

           PERFORM UNTIL FS-AGENDA-EOF

               IF AGENDA-ACTIVO
                   ADD 1 TO WS-CONT-ACTIVOS
                   PERFORM 2100-EVALUAR-CONTACTO
                      THRU 2100-EVALUAR-CONTACTO-EXIT
                   PERFORM 2200-ACUMULAR-SECTOR
                      THRU 2200-ACUMULAR-SECTOR-EXIT
               END-IF

               PERFORM 1100-LEER-AGENDA
                  THRU 1100-LEER-AGENDA-EXIT

           END-PERFORM.

           PERFORM 2300-IMPRIMIR-RESUMEN
              THRU 2300-IMPRIMIR-RESUMEN-EXIT.

           PERFORM 2400-IMPRIMIR-TRABAJO
              THRU 2400-IMPRIMIR-TRABAJO-EXIT.

           PERFORM 2500-GRABAR-HISTORIA
              THRU 2500-GRABAR-HISTORIA-EXIT.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-EVALUAR-CONTACTO.

           MOVE ALL 'S' TO WS-CONTACTO-CRITERIOS.

           IF AGENDA-DIR-REVISAR
              OR AGENDA-DIR-LOCALIDAD = SPACES
              OR AGENDA-DIR-CP = SPACES
               MOVE 'N' TO WS-CTO-CUMPLE (1)
           END-IF.

           IF AGENDA-SECTOR = SPACES
               MOVE 'N' TO WS-CTO-CUMPLE (2)
           END-IF.

           PERFORM 2120-BUSCAR-MAIL-TRABAJO
              THRU 2120-BUSCAR-MAIL-TRABAJO-EXIT.

           IF WS-HALLADO = 'N'
               MOVE 'N' TO WS-CTO-CUMPLE (3)
           END-IF.

           PERFORM 2110-BUSCAR-MOVIL
              THRU 2110-BUSCAR-MOVIL-EXIT.

           IF WS-HALLADO = 'N'
               MOVE 'N' TO WS-CTO-CUMPLE (4)
           END-IF.

           IF AGENDA-FECHA-HORA-FECHA IS NOT NUMERIC
              OR AGENDA-FECHA-HORA-FECHA < WS-FECHA-LIMITE
               MOVE 'N' TO WS-CTO-CUMPLE (5)
           END-IF.

           MOVE 0      TO WS-CTO-PUNTAJE.
           MOVE SPACES TO WS-CTO-FALTANTES.
           MOVE 1      TO WS-POS-FALTA.

           PERFORM VARYING WS-CRI-IDX FROM 1 BY 1
                   UNTIL WS-CRI-IDX > WS-CANT-CRITERIOS
               IF WS-CTO-CUMPLE (WS-CRI-IDX) = 'S'
                   ADD 1 TO WS-CTO-PUNTAJE
               ELSE
                   MOVE WS-NOMBRE-CRITERIO (WS-CRI-IDX)
                     TO WS-CTO-FALTANTES (WS-POS-FALTA:4)
                   ADD 5 TO WS-POS-FALTA
               END-IF
           END-PERFORM.

           IF WS-CTO-PUNTAJE = WS-CANT-CRITERIOS
               ADD 1 TO WS-CONT-COMPLETOS
           END-IF.

       2100-EVALUAR-CONTACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-MOVIL.

           MOVE 'N'        TO WS-HALLADO.

           MOVE AGENDA-ID  TO TEL-AGENDA-ID.
           MOVE LOW-VALUES TO TEL-NUMERO.

           START AGENDA-TELS KEY IS >= TEL-CLAVE.

           IF NOT FS-TELS-OK
               GO TO 2110-BUSCAR-MOVIL-EXIT
           END-IF.

           PERFORM 1200-LEER-TELS
              THRU 1200-LEER-TELS-EXIT.

           PERFORM UNTIL FS-TELS-EOF
                      OR TEL-AGENDA-ID NOT = AGENDA-ID
                      OR WS-HALLADO = 'S'
               IF TEL-TIPO-MOVIL
                   MOVE 'S' TO WS-HALLADO
               ELSE
                   PERFORM 1200-LEER-TELS
                      THRU 1200-LEER-TELS-EXIT
               END-IF
           END-PERFORM.

       2110-BUSCAR-MOVIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-BUSCAR-MAIL-TRABAJO.

           MOVE 'N'        TO WS-HALLADO.

           MOVE AGENDA-ID  TO MAIL-AGENDA-ID.
           MOVE LOW-VALUES TO MAIL-DIRECCION.

           START AGENDA-MAILS KEY IS >= MAIL-CLAVE.

           IF NOT FS-MAILS-OK
               GO TO 2120-BUSCAR-MAIL-TRABAJO-EXIT
           END-IF.

           PERFORM 1300-LEER-MAILS
              THRU 1300-LEER-MAILS-EXIT.

           PERFORM UNTIL FS-MAILS-EOF
                      OR MAIL-AGENDA-ID NOT = AGENDA-ID
                      OR WS-HALLADO = 'S'
               IF MAIL-TIPO-TRABAJO
                   MOVE 'S' TO WS-HALLADO
               ELSE
                   PERFORM 1300-LEER-MAILS
                      THRU 1300-LEER-MAILS-EXIT
               END-IF
           END-PERFORM.

       2120-BUSCAR-MAIL-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-SECTOR.

           MOVE 'S' TO WS-SEC-HALLADO.

           SET SEC-IDX TO 1.
           SEARCH WS-SEC-ENTRADA
               AT END
                   PERFORM 2210-AGREGAR-SECTOR
                      THRU 2210-AGREGAR-SECTOR-EXIT
               WHEN SEC-IDX > WS-SEC-CANT
                   PERFORM 2210-AGREGAR-SECTOR
                      THRU 2210-AGREGAR-SECTOR-EXIT
               WHEN WS-SEC-CODIGO (SEC-IDX) = AGENDA-SECTOR
                   CONTINUE
           END-SEARCH.

           IF WS-SEC-HALLADO = 'N'
               GO TO 2200-ACUMULAR-SECTOR-EXIT
           END-IF.

           ADD 1 TO WS-SEC-CONTACTOS (SEC-IDX).

           PERFORM VARYING WS-CRI-IDX FROM 1 BY 1
                   UNTIL WS-CRI-IDX > WS-CANT-CRITERIOS
               IF WS-CTO-CUMPLE (WS-CRI-IDX) = 'S'
                   ADD 1 TO WS-SEC-CUMPLE (SEC-IDX, WS-CRI-IDX)
               END-IF
           END-PERFORM.

           IF WS-CTO-PUNTAJE < WS-CANT-CRITERIOS
               PERFORM 2250-ANOTAR-TRABAJO
                  THRU 2250-ANOTAR-TRABAJO-EXIT
           END-IF.

       2200-ACUMULAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-AGREGAR-SECTOR.

           IF WS-SEC-CANT < 300
               ADD 1 TO WS-SEC-CANT
               SET SEC-IDX TO WS-SEC-CANT
               INITIALIZE WS-SEC-ENTRADA (SEC-IDX)
               MOVE AGENDA-SECTOR TO WS-SEC-CODIGO (SEC-IDX)
               MOVE 'N'           TO WS-SEC-IMPRESO (SEC-IDX)
           ELSE
               MOVE 'S' TO WS-SEC-DESBORDE
               MOVE 'N' TO WS-SEC-HALLADO
           END-IF.

       2210-AGREGAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-ANOTAR-TRABAJO.

      * CADA SECTOR GUARDA LOS WS-MAX-TRABAJO CONTACTOS DE MENOR
      * PUNTAJE. CON LA LISTA LLENA, EL NUEVO REEMPLAZA AL DE MAYOR
      * PUNTAJE SI TIENE UNO MENOR; A IGUAL PUNTAJE QUEDA EL DE ID
      * MAS BAJO, QUE SE LEYO PRIMERO.

           IF WS-SEC-TRB-CANT (SEC-IDX) < WS-MAX-TRABAJO
               ADD 1 TO WS-SEC-TRB-CANT (SEC-IDX)
               SET TRB-IDX TO WS-SEC-TRB-CANT (SEC-IDX)
               PERFORM 2260-GUARDAR-TRABAJO
                  THRU 2260-GUARDAR-TRABAJO-EXIT
               GO TO 2250-ANOTAR-TRABAJO-EXIT
           END-IF.

           MOVE 1 TO WS-TRB-PEOR.

           PERFORM VARYING WS-TRB-SCAN FROM 2 BY 1
                   UNTIL WS-TRB-SCAN > WS-SEC-TRB-CANT (SEC-IDX)
               IF WS-TRB-PUNTAJE (SEC-IDX, WS-TRB-SCAN) >
                  WS-TRB-PUNTAJE (SEC-IDX, WS-TRB-PEOR)
                   MOVE WS-TRB-SCAN TO WS-TRB-PEOR
               END-IF
           END-PERFORM.

           IF WS-CTO-PUNTAJE < WS-TRB-PUNTAJE (SEC-IDX, WS-TRB-PEOR)
               SET TRB-IDX TO WS-TRB-PEOR
               PERFORM 2260-GUARDAR-TRABAJO
                  THRU 2260-GUARDAR-TRABAJO-EXIT
           END-IF.

       2250-ANOTAR-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-GUARDAR-TRABAJO.

           MOVE AGENDA-ID        TO WS-TRB-ID (SEC-IDX, TRB-IDX).
           MOVE AGENDA-APELLIDO  TO WS-TRB-APELLIDO (SEC-IDX, TRB-IDX).
           MOVE AGENDA-NOMBRE    TO WS-TRB-NOMBRE (SEC-IDX, TRB-IDX).
           MOVE WS-CTO-PUNTAJE   TO WS-TRB-PUNTAJE (SEC-IDX, TRB-IDX).
           MOVE WS-CTO-FALTANTES TO WS-TRB-FALTANTES (SEC-IDX, TRB-IDX).
           MOVE 'N'              TO WS-TRB-IMPRESO (SEC-IDX, TRB-IDX).

       2260-GUARDAR-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-IMPRIMIR-RESUMEN.

      * RESUMEN POR SECTOR ORDENADO POR CODIGO, BUSCANDO EN CADA
      * VUELTA EL MENOR CODIGO AUN NO IMPRESO. LOS CONTACTOS SIN
      * SECTOR SALEN PRIMERO.

           MOVE WS-COLUMNAS-RESUMEN TO WS-ENCABEZADO-2.

           INITIALIZE WS-TOT-CUMPLE (1) WS-TOT-CUMPLE (2)
                      WS-TOT-CUMPLE (3) WS-TOT-CUMPLE (4)
                      WS-TOT-CUMPLE (5).

           IF WS-SEC-CANT = 0
               MOVE 'NO HAY CONTACTOS ACTIVOS' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               GO TO 2300-IMPRIMIR-RESUMEN-EXIT
           END-IF.

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

      *    TOTAL GENERAL

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES            TO WS-DETALLE-RESUMEN.
           MOVE 'TOTAL GENERAL'   TO WS-RES-DESCRIPCION.
           MOVE WS-CONT-ACTIVOS   TO WS-RES-CONTACTOS.
           MOVE 0                 TO WS-SUMA-CUMPLE.

           PERFORM VARYING WS-CRI-IDX FROM 1 BY 1
                   UNTIL WS-CRI-IDX > WS-CANT-CRITERIOS
               COMPUTE WS-PCT ROUNDED =
                       WS-TOT-CUMPLE (WS-CRI-IDX) * 100
                       / WS-CONT-ACTIVOS
               MOVE WS-PCT TO WS-RES-PCT (WS-CRI-IDX)
               ADD WS-TOT-CUMPLE (WS-CRI-IDX) TO WS-SUMA-CUMPLE
           END-PERFORM.

           COMPUTE WS-PUNTAJE ROUNDED =
                   WS-SUMA-CUMPLE * 100
                   / (WS-CONT-ACTIVOS * WS-CANT-CRITERIOS).
           MOVE WS-PUNTAJE TO WS-RES-PUNTAJE.

           IF WS-HAY-ANTERIOR = 'S'
               MOVE WS-ANT-TOTAL TO WS-RES-ANTERIOR
               COMPUTE WS-VARIACION = WS-PUNTAJE - WS-ANT-TOTAL
               MOVE WS-VARIACION TO WS-RES-VARIACION
           END-IF.

           MOVE WS-DETALLE-RESUMEN TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF WS-FECHA-ANTERIOR > 0
               MOVE WS-FECHA-ANTERIOR TO WS-FECHA-ANT-DESARMADA-NUM
               MOVE WS-FAD-DD         TO WS-FAE-DD
               MOVE WS-FAD-MM         TO WS-FAE-MM
               MOVE WS-FAD-AAAA       TO WS-FAE-AAAA
               MOVE SPACES TO LINEA-REPORTE
               STRING 'PUNTAJE ANTERIOR DEL '  DELIMITED BY SIZE
                      WS-FECHA-ANT-EDITADA     DELIMITED BY SIZE
                 INTO LINEA-REPORTE
               END-STRING
           ELSE
               MOVE 'SIN CORRIDA ANTERIOR PARA COMPARAR'
                 TO LINEA-REPORTE
           END-IF.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'CONTACTOS ACTIVOS          : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-ACTIVOS   TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL    TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'CONTACTOS COMPLETOS (5/5)  : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-COMPLETOS TO WS-TOT-CANT.
           MOVE WS-LINEA-TOTAL    TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF WS-SEC-DESBORDE = 'S'
               MOVE '*** TABLA DE SECTORES DESBORDADA ***'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2300-IMPRIMIR-RESUMEN-EXIT.
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
       2320-DESCRIPCION-SECTOR.

           IF WS-SEC-CODIGO (WS-LIS-POS) = SPACES
               MOVE '(SIN SECTOR)' TO SECTOR-DESCRIPCION
               GO TO 2320-DESCRIPCION-SECTOR-EXIT
           END-IF.

           MOVE WS-SEC-CODIGO (WS-LIS-POS) TO SECTOR-CODIGO.

           READ AGENDA-SECTORES.

           IF NOT FS-SECTORES-OK
               MOVE '(NO EXISTE EN SECTORES)' TO SECTOR-DESCRIPCION
           END-IF.

       2320-DESCRIPCION-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-IMPRIMIR-SECTOR.

           PERFORM 2320-DESCRIPCION-SECTOR
              THRU 2320-DESCRIPCION-SECTOR-EXIT.

           MOVE SPACES                     TO WS-DETALLE-RESUMEN.
           MOVE WS-SEC-CODIGO (WS-LIS-POS) TO WS-RES-SECTOR.
           MOVE SECTOR-DESCRIPCION         TO WS-RES-DESCRIPCION.
           MOVE WS-SEC-CONTACTOS (WS-LIS-POS) TO WS-RES-CONTACTOS.
           MOVE 0                          TO WS-SUMA-CUMPLE.

           PERFORM VARYING WS-CRI-IDX FROM 1 BY 1
                   UNTIL WS-CRI-IDX > WS-CANT-CRITERIOS
               COMPUTE WS-PCT ROUNDED =
                       WS-SEC-CUMPLE (WS-LIS-POS, WS-CRI-IDX) * 100
                       / WS-SEC-CONTACTOS (WS-LIS-POS)
               MOVE WS-PCT TO WS-RES-PCT (WS-CRI-IDX)
               ADD WS-SEC-CUMPLE (WS-LIS-POS, WS-CRI-IDX)
                 TO WS-SUMA-CUMPLE
               ADD WS-SEC-CUMPLE (WS-LIS-POS, WS-CRI-IDX)
                 TO WS-TOT-CUMPLE (WS-CRI-IDX)
           END-PERFORM.

           COMPUTE WS-PUNTAJE ROUNDED =
                   WS-SUMA-CUMPLE * 100
                   / (WS-SEC-CONTACTOS (WS-LIS-POS)
                      * WS-CANT-CRITERIOS).
           MOVE WS-PUNTAJE TO WS-RES-PUNTAJE.

           SET ANT-IDX TO 1.
           SEARCH WS-ANT-ENTRADA
               AT END
                   CONTINUE
               WHEN ANT-IDX > WS-ANT-CANT
                   CONTINUE
               WHEN WS-ANT-SECTOR (ANT-IDX) = WS-SEC-CODIGO (WS-LIS-POS)
                   MOVE WS-ANT-PUNTAJE (ANT-IDX) TO WS-RES-ANTERIOR
                   COMPUTE WS-VARIACION =
                           WS-PUNTAJE - WS-ANT-PUNTAJE (ANT-IDX)
                   MOVE WS-VARIACION TO WS-RES-VARIACION
           END-SEARCH.

           MOVE WS-DETALLE-RESUMEN TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2350-IMPRIMIR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-TRABAJO.

      * LISTA DE TRABAJO: NUEVA PAGINA, UN BLOQUE POR SECTOR EN EL
      * MISMO ORDEN DEL RESUMEN, CONTACTOS DE MENOR A MAYOR PUNTAJE.

           IF WS-SEC-CANT = 0
               GO TO 2400-IMPRIMIR-TRABAJO-EXIT
           END-IF.

           MOVE WS-COLUMNAS-TRABAJO TO WS-ENCABEZADO-2.
           MOVE 0 TO WS-CONT-LINEAS.

           PERFORM VARYING WS-LIS-SCAN FROM 1 BY 1
                   UNTIL WS-LIS-SCAN > WS-SEC-CANT
               MOVE 'N' TO WS-SEC-IMPRESO (WS-LIS-SCAN)
           END-PERFORM.

           MOVE 'S' TO WS-LIS-SEGUIR.

           PERFORM UNTIL WS-LIS-SEGUIR = 'N'

               PERFORM 2310-BUSCAR-MENOR-SECTOR
                  THRU 2310-BUSCAR-MENOR-SECTOR-EXIT

               IF WS-LIS-POS = 0
                   MOVE 'N' TO WS-LIS-SEGUIR
               ELSE
                   MOVE 'S' TO WS-SEC-IMPRESO (WS-LIS-POS)
                   IF WS-SEC-TRB-CANT (WS-LIS-POS) > 0
                       PERFORM 2450-IMPRIMIR-LISTA-SECTOR
                          THRU 2450-IMPRIMIR-LISTA-SECTOR-EXIT
                   END-IF
               END-IF

           END-PERFORM.

       2400-IMPRIMIR-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-IMPRIMIR-LISTA-SECTOR.

           PERFORM 2320-DESCRIPCION-SECTOR
              THRU 2320-DESCRIPCION-SECTOR-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           STRING 'SECTOR '                   DELIMITED BY SIZE
                  WS-SEC-CODIGO (WS-LIS-POS)  DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  SECTOR-DESCRIPCION          DELIMITED BY SIZE
             INTO LINEA-REPORTE
           END-STRING.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'S' TO WS-HALLADO.

           PERFORM UNTIL WS-HALLADO = 'N'

      *        CLAVE DE ORDEN: PUNTAJE Y LUEGO ID
               MOVE 0           TO WS-TRB-POS
               MOVE 999999999   TO WS-TRB-MENOR

               PERFORM VARYING WS-TRB-SCAN FROM 1 BY 1
                       UNTIL WS-TRB-SCAN > WS-SEC-TRB-CANT (WS-LIS-POS)
                   COMPUTE WS-TRB-CLAVE =
                       WS-TRB-PUNTAJE (WS-LIS-POS, WS-TRB-SCAN)
                       * 100000000
                       + WS-TRB-ID (WS-LIS-POS, WS-TRB-SCAN)
                   IF WS-TRB-IMPRESO (WS-LIS-POS, WS-TRB-SCAN) = 'N'
                      AND WS-TRB-CLAVE < WS-TRB-MENOR
                       MOVE WS-TRB-CLAVE TO WS-TRB-MENOR
                       MOVE WS-TRB-SCAN  TO WS-TRB-POS
                   END-IF
               END-PERFORM

               IF WS-TRB-POS = 0
                   MOVE 'N' TO WS-HALLADO
               ELSE
                   MOVE 'S' TO WS-TRB-IMPRESO (WS-LIS-POS, WS-TRB-POS)
                   MOVE WS-TRB-ID (WS-LIS-POS, WS-TRB-POS)
                     TO WS-DTR-ID
                   MOVE WS-TRB-APELLIDO (WS-LIS-POS, WS-TRB-POS)
                     TO WS-DTR-APELLIDO
                   MOVE WS-TRB-NOMBRE (WS-LIS-POS, WS-TRB-POS)
                     TO WS-DTR-NOMBRE
                   MOVE WS-TRB-PUNTAJE (WS-LIS-POS, WS-TRB-POS)
                     TO WS-DTR-PUNTAJE
                   MOVE WS-TRB-FALTANTES (WS-LIS-POS, WS-TRB-POS)
                     TO WS-DTR-FALTANTES
                   MOVE WS-DETALLE-TRABAJO TO LINEA-REPORTE
                   PERFORM 2800-GRABAR-LINEA
                      THRU 2800-GRABAR-LINEA-EXIT
               END-IF

           END-PERFORM.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2450-IMPRIMIR-LISTA-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-HISTORIA.

           IF WS-SEC-CANT = 0
               GO TO 2500-GRABAR-HISTORIA-EXIT
           END-IF.

           OPEN I-O ARCH-HISTORIA.

           IF NOT FS-HISTORIA-OK AND NOT FS-HISTORIA-CREADO
              DISPLAY 'ERROR AL ABRIR EL HISTORICO DE CALIDAD'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              GO TO 2500-GRABAR-HISTORIA-EXIT
           END-IF.

           PERFORM 2520-BORRAR-FECHA
              THRU 2520-BORRAR-FECHA-EXIT.

           PERFORM VARYING SEC-IDX FROM 1 BY 1
                   UNTIL SEC-IDX > WS-SEC-CANT

               MOVE WS-FECHA-SISTEMA-NUM      TO HIS-FECHA
               MOVE WS-SEC-CODIGO (SEC-IDX)    TO HIS-SECTOR
               MOVE WS-SEC-CONTACTOS (SEC-IDX) TO HIS-CONTACTOS
               MOVE 0                          TO WS-SUMA-CUMPLE

               PERFORM VARYING WS-CRI-IDX FROM 1 BY 1
                       UNTIL WS-CRI-IDX > WS-CANT-CRITERIOS
                   COMPUTE HIS-PCT-CRITERIO (WS-CRI-IDX) ROUNDED =
                           WS-SEC-CUMPLE (SEC-IDX, WS-CRI-IDX) * 100
                           / WS-SEC-CONTACTOS (SEC-IDX)
                   ADD WS-SEC-CUMPLE (SEC-IDX, WS-CRI-IDX)
                     TO WS-SUMA-CUMPLE
               END-PERFORM

               COMPUTE HIS-PUNTAJE ROUNDED =
                       WS-SUMA-CUMPLE * 100
                       / (WS-SEC-CONTACTOS (SEC-IDX)
                          * WS-CANT-CRITERIOS)

               PERFORM 2550-ESCRIBIR-HISTORIA
                  THRU 2550-ESCRIBIR-HISTORIA-EXIT

           END-PERFORM.

           MOVE WS-FECHA-SISTEMA-NUM TO HIS-FECHA.
           MOVE '*TOT'               TO HIS-SECTOR.
           MOVE WS-CONT-ACTIVOS      TO HIS-CONTACTOS.
           MOVE 0                    TO WS-SUMA-CUMPLE.

           PERFORM VARYING WS-CRI-IDX FROM 1 BY 1
                   UNTIL WS-CRI-IDX > WS-CANT-CRITERIOS
               COMPUTE HIS-PCT-CRITERIO (WS-CRI-IDX) ROUNDED =
                       WS-TOT-CUMPLE (WS-CRI-IDX) * 100
                       / WS-CONT-ACTIVOS
               ADD WS-TOT-CUMPLE (WS-CRI-IDX) TO WS-SUMA-CUMPLE
           END-PERFORM.

           COMPUTE HIS-PUNTAJE ROUNDED =
                   WS-SUMA-CUMPLE * 100
                   / (WS-CONT-ACTIVOS * WS-CANT-CRITERIOS).

           PERFORM 2550-ESCRIBIR-HISTORIA
              THRU 2550-ESCRIBIR-HISTORIA-EXIT.

           CLOSE ARCH-HISTORIA.

       2500-GRABAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2520-BORRAR-FECHA.

      * SI YA SE CORRIO HOY SE BORRA LO GRABADO ENTONCES, ASI LA FECHA
      * QUEDA SOLO CON LOS SECTORES DE ESTA CORRIDA.

           MOVE WS-FECHA-SISTEMA-NUM TO HIS-FECHA.
           MOVE LOW-VALUES           TO HIS-SECTOR.

           START ARCH-HISTORIA KEY IS >= HIS-CLAVE.

           IF NOT FS-HISTORIA-OK
               GO TO 2520-BORRAR-FECHA-EXIT
           END-IF.

           READ ARCH-HISTORIA NEXT RECORD.

           PERFORM UNTIL NOT FS-HISTORIA-OK
                      OR HIS-FECHA NOT = WS-FECHA-SISTEMA-NUM
               DELETE ARCH-HISTORIA
               IF NOT FS-HISTORIA-OK
                   DISPLAY 'ERROR AL BORRAR EL HISTORICO DE CALIDAD'
                   DISPLAY 'FILE STATUS: ' FS-HISTORIA
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-HIS-BORRADOS
               READ ARCH-HISTORIA NEXT RECORD
           END-PERFORM.

           IF WS-CONT-HIS-BORRADOS > 0
               DISPLAY 'Historico de calidad de la fecha '
                       WS-FECHA-SISTEMA-NUM ' reemplazado.'
           END-IF.

       2520-BORRAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-ESCRIBIR-HISTORIA.

           WRITE REG-CALIDAD-HIS.

           IF NOT FS-HISTORIA-OK
               DISPLAY 'ERROR AL GRABAR EL HISTORICO DE CALIDAD'
               DISPLAY 'FILE STATUS: ' FS-HISTORIA
           END-IF.

       2550-ESCRIBIR-HISTORIA-EXIT.
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

           CLOSE AGENDA.
           CLOSE AGENDA-TELS.
           CLOSE AGENDA-MAILS.
           CLOSE AGENDA-SECTORES.
           CLOSE REPORTE.

           DISPLAY 'Contactos leidos     : ' WS-CONT-REG-AGENDA.
           DISPLAY 'Contactos activos    : ' WS-CONT-ACTIVOS.
           DISPLAY 'Contactos completos  : ' WS-CONT-COMPLETOS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNCALID.
