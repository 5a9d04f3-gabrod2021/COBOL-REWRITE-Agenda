      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: CONCILIACION COMPLETA CON EL DIRECTORIO DE LA CENTRAL
      * DESCRIPCION: COMPARA LA EXPORTACION COMPLETA DEL DIRECTORIO
      *              DE LA CENTRAL TELEFONICA (AGENDA.CENTRAL) CONTRA
      *              TODOS LOS CONTACTOS ACTIVOS, TOMANDO EL TELEFONO
      *              PRINCIPAL (AGENDA-TELEFONO) Y CADA NUMERO DE
      *              AGENDA.TELS. AMBOS LADOS SE CARGAN EN UN ARCHIVO
      *              DE TRABAJO INDEXADO POR NUMERO (AGENDA.FONOWRK)
      *              QUE SE RECORRE UNA VEZ, NUMERO POR NUMERO. INFORMA
      *              EN AGENDA.FONOCON LOS NUMEROS QUE ESTAN SOLO EN LA
      *              CENTRAL, LOS QUE ESTAN SOLO EN LA AGENDA, LOS QUE
      *              CADA LADO TIENE ASIGNADOS A UNA PERSONA DISTINTA Y
      *              LOS QUE SIGUEN EN LA CENTRAL PARA CONTACTOS DADOS
      *              DE BAJA O DEPURADOS. GRABA ADEMAS EN
      *              AGENDA.FONOCORR LAS NOVEDADES, CON EL LAYOUT DE
      *              AGENDA.FONO, QUE DEJAN LA CENTRAL IGUAL A LA
      *              AGENDA: BAJA (B) DE LO QUE SOBRA EN LA CENTRAL Y
      *              ALTA (A) DE LO QUE LE FALTA. NO TOCA EL PUNTO DE
      *              ULTIMA CORRIDA DE AGNFONO (AGENDA.FONOCHK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNFONCO.
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

       SELECT OPTIONAL AGENDA-TELS
           ASSIGN TO '../AGENDA.TELS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEL-CLAVE
           ALTERNATE RECORD KEY IS TEL-NUMERO WITH DUPLICATES
           FILE STATUS IS FS-TELS.

       SELECT ARCH-CENTRAL
           ASSIGN TO '../AGENDA.CENTRAL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CENTRAL.

       SELECT ARCH-TRABAJO
           ASSIGN TO '../AGENDA.FONOWRK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WRK-CLAVE
           FILE STATUS IS FS-TRABAJO.

       SELECT ARCH-FONO
           ASSIGN TO '../AGENDA.FONOCORR'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FONO.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.FONOCON'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA.
           COPY AGENDA.

       FD AGENDA-TELS.
           COPY AGNTEL.

       FD ARCH-CENTRAL.
           COPY AGNCENT.

       FD ARCH-TRABAJO.
       01 REG-CONCILIA.
          05 WRK-CLAVE.
             10 WRK-TELEFONO            PIC X(09).
             10 WRK-ORIGEN              PIC X(01).
                88 WRK-DE-AGENDA            VALUE 'A'.
                88 WRK-DE-CENTRAL           VALUE 'C'.
             10 WRK-AGENDA-ID           PIC 9(08).
          05 WRK-APELLIDO               PIC X(25).
          05 WRK-NOMBRE                 PIC X(25).

       FD ARCH-FONO.
           COPY AGNFONOR.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNTELFS.

       01 FS-STATUS-CENTRAL.
          05 FS-CENTRAL             PIC X(2).
             88 FS-CENTRAL-OK            VALUE '00'.
             88 FS-CENTRAL-EOF           VALUE '10'.

       01 FS-STATUS-TRABAJO.
          05 FS-TRABAJO             PIC X(2).
             88 FS-TRABAJO-OK            VALUE '00'.
             88 FS-TRABAJO-EOF           VALUE '10'.
             88 FS-TRABAJO-DUPLICADO     VALUE '22'.

       01 FS-STATUS-FONO.
          05 FS-FONO                PIC X(2).
             88 FS-FONO-OK               VALUE '00'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-CONTADORES.
           05 WS-CONT-REG-AGENDA    PIC 9(06) VALUE 0.
           05 WS-CONT-NUM-AGENDA    PIC 9(06) VALUE 0.
           05 WS-CONT-NUM-CENTRAL   PIC 9(06) VALUE 0.
           05 WS-CONT-CEN-INVALIDOS PIC 9(06) VALUE 0.
           05 WS-CONT-CEN-REPETIDOS PIC 9(06) VALUE 0.
           05 WS-CONT-COINCIDEN     PIC 9(06) VALUE 0.
           05 WS-CONT-SOLO-CENTRAL  PIC 9(06) VALUE 0.
           05 WS-CONT-SOLO-AGENDA   PIC 9(06) VALUE 0.
           05 WS-CONT-DISTINTOS     PIC 9(06) VALUE 0.
           05 WS-CONT-INACTIVOS     PIC 9(06) VALUE 0.
           05 WS-CONT-DEPURADOS     PIC 9(06) VALUE 0.
           05 WS-CONT-FONO-ALTAS    PIC 9(06) VALUE 0.
           05 WS-CONT-FONO-BAJAS    PIC 9(06) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

      * ENTRADAS DE UN MISMO NUMERO, DE UN LADO Y DEL OTRO.
       01 WS-GRUPO.
           05 WS-GRP-TELEFONO        PIC X(09).
           05 WS-GRP-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-GRP-A-CANT          PIC 9(02).
           05 WS-GRP-A-ENTRADA OCCURS 20 TIMES.
              10 WS-GRP-A-ID         PIC 9(08).
              10 WS-GRP-A-APELLIDO   PIC X(25).
              10 WS-GRP-A-NOMBRE     PIC X(25).
              10 WS-GRP-A-MARCA      PIC X(01).
           05 WS-GRP-C-CANT          PIC 9(02).
           05 WS-GRP-C-ENTRADA OCCURS 20 TIMES.
              10 WS-GRP-C-ID         PIC 9(08).
              10 WS-GRP-C-APELLIDO   PIC X(25).
              10 WS-GRP-C-NOMBRE     PIC X(25).
              10 WS-GRP-C-MARCA      PIC X(01).

       01 WS-A-IDX                  PIC 9(02).
       01 WS-C-IDX                  PIC 9(02).
       01 WS-A-PEND                 PIC 9(02).
       01 WS-C-PEND                 PIC 9(02).
       01 WS-A-PRIMERO              PIC 9(02).
       01 WS-C-PRIMERO              PIC 9(02).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-LINEA-GUARDADA         PIC X(90).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'CONCILIACION CON LA CENTRAL'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER                PIC X(11) VALUE 'TELEFONO'.
           05 FILLER                PIC X(20) VALUE 'SITUACION'.
           05 FILLER                PIC X(10) VALUE 'ID AGENDA'.
           05 FILLER                PIC X(11) VALUE 'ID CENTRAL'.
           05 FILLER                PIC X(06) VALUE 'NOMBRE'.

       01 WS-DETALLE.
           05 WS-DET-TELEFONO       PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-SITUACION      PIC X(18).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-ID-AGENDA      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-ID-CENTRAL     PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DET-NOMBRE         PIC X(38).

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

           OPEN INPUT ARCH-CENTRAL.

           IF NOT FS-CENTRAL-OK
              DISPLAY 'ERROR AL ABRIR LA EXPORTACION DE LA CENTRAL'
              DISPLAY 'FILE STATUS: ' FS-CENTRAL
              STOP RUN
           END-IF.

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

      *    EL ARCHIVO DE TRABAJO SE ARMA DE CERO EN CADA CORRIDA

           OPEN OUTPUT ARCH-TRABAJO.

           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO'
              DISPLAY 'FILE STATUS: ' FS-TRABAJO
              STOP RUN
           END-IF.

           OPEN OUTPUT ARCH-FONO.

           IF NOT FS-FONO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CORRECCIONES'
              DISPLAY 'FILE STATUS: ' FS-FONO
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
       1300-LEER-CENTRAL.

           READ ARCH-CENTRAL.

           EVALUATE TRUE
               WHEN FS-CENTRAL-OK
                    CONTINUE
               WHEN FS-CENTRAL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA EXPORTACION DE LA '
                            'CENTRAL'
                    DISPLAY 'FILE STATUS: ' FS-CENTRAL
                    STOP RUN
           END-EVALUATE.

       1300-LEER-CENTRAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-LEER-TRABAJO.

           READ ARCH-TRABAJO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-TRABAJO-OK
                    CONTINUE
               WHEN FS-TRABAJO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TRABAJO'
                    DISPLAY 'FILE STATUS: ' FS-TRABAJO
                    STOP RUN
           END-EVALUATE.

       1400-LEER-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           PERFORM 2100-CARGAR-AGENDA
              THRU 2100-CARGAR-AGENDA-EXIT.

           PERFORM 2200-CARGAR-CENTRAL
              THRU 2200-CARGAR-CENTRAL-EXIT.

           CLOSE ARCH-TRABAJO.

           OPEN INPUT ARCH-TRABAJO.

           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO'
              DISPLAY 'FILE STATUS: ' FS-TRABAJO
              STOP RUN
           END-IF.

           PERFORM 1400-LEER-TRABAJO
              THRU 1400-LEER-TRABAJO-EXIT.

           PERFORM UNTIL FS-TRABAJO-EOF

               MOVE WRK-TELEFONO TO WS-GRP-TELEFONO
               MOVE 0            TO WS-GRP-A-CANT
               MOVE 0            TO WS-GRP-C-CANT

               PERFORM UNTIL FS-TRABAJO-EOF
                          OR WRK-TELEFONO NOT = WS-GRP-TELEFONO
                   PERFORM 2300-AGREGAR-A-GRUPO
                      THRU 2300-AGREGAR-A-GRUPO-EXIT
                   PERFORM 1400-LEER-TRABAJO
                      THRU 1400-LEER-TRABAJO-EXIT
               END-PERFORM

               PERFORM 2400-CONCILIAR-NUMERO
                  THRU 2400-CONCILIAR-NUMERO-EXIT

           END-PERFORM.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-AGENDA.

      * LADO AGENDA: EL TELEFONO PRINCIPAL Y LOS ADICIONALES DE CADA
      * CONTACTO ACTIVO. UN NUMERO REPETIDO EN EL MISMO CONTACTO
      * QUEDA UNA SOLA VEZ (LA CLAVE YA EXISTE).

           PERFORM 1100-LEER-AGENDA
              THRU 1100-LEER-AGENDA-EXIT.

           PERFORM UNTIL FS-AGENDA-EOF

               IF AGENDA-ACTIVO
                   IF AGENDA-TELEFONO NOT = SPACES
                       MOVE AGENDA-TELEFONO TO WRK-TELEFONO
                       PERFORM 2150-GRABAR-AGENDA
                          THRU 2150-GRABAR-AGENDA-EXIT
                   END-IF
                   PERFORM 2120-CARGAR-ADICIONALES
                      THRU 2120-CARGAR-ADICIONALES-EXIT
               END-IF

               PERFORM 1100-LEER-AGENDA
                  THRU 1100-LEER-AGENDA-EXIT

           END-PERFORM.

       2100-CARGAR-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-CARGAR-ADICIONALES.

           MOVE AGENDA-ID  TO TEL-AGENDA-ID.
           MOVE LOW-VALUES TO TEL-NUMERO.

           START AGENDA-TELS KEY IS >= TEL-CLAVE.

           IF NOT FS-TELS-OK
               GO TO 2120-CARGAR-ADICIONALES-EXIT
           END-IF.

           PERFORM 1200-LEER-TELS
              THRU 1200-LEER-TELS-EXIT.

           PERFORM UNTIL FS-TELS-EOF
                      OR TEL-AGENDA-ID NOT = AGENDA-ID
               MOVE TEL-NUMERO TO WRK-TELEFONO
               PERFORM 2150-GRABAR-AGENDA
                  THRU 2150-GRABAR-AGENDA-EXIT
               PERFORM 1200-LEER-TELS
                  THRU 1200-LEER-TELS-EXIT
           END-PERFORM.

       2120-CARGAR-ADICIONALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-GRABAR-AGENDA.

           MOVE 'A'             TO WRK-ORIGEN.
           MOVE AGENDA-ID       TO WRK-AGENDA-ID.
           MOVE AGENDA-APELLIDO TO WRK-APELLIDO.
           MOVE AGENDA-NOMBRE   TO WRK-NOMBRE.

           WRITE REG-CONCILIA.

           EVALUATE TRUE
               WHEN FS-TRABAJO-OK
                    ADD 1 TO WS-CONT-NUM-AGENDA
               WHEN FS-TRABAJO-DUPLICADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE TRABAJO'
                    DISPLAY 'FILE STATUS: ' FS-TRABAJO
                    STOP RUN
           END-EVALUATE.

       2150-GRABAR-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-CENTRAL.

      * LADO CENTRAL: UN ID EN BLANCO, EN CERO O NO NUMERICO ES UN
      * NUMERO CARGADO DIRECTAMENTE EN LA CENTRAL Y QUEDA CON ID 0.

           PERFORM 1300-LEER-CENTRAL
              THRU 1300-LEER-CENTRAL-EXIT.

           PERFORM UNTIL FS-CENTRAL-EOF

               IF CEN-TELEFONO = SPACES
                   ADD 1 TO WS-CONT-CEN-INVALIDOS
               ELSE
                   MOVE CEN-TELEFONO TO WRK-TELEFONO
                   MOVE 'C'          TO WRK-ORIGEN
                   IF CEN-AGENDA-ID IS NUMERIC
                       MOVE CEN-AGENDA-ID-NUM TO WRK-AGENDA-ID
                   ELSE
                       MOVE 0                 TO WRK-AGENDA-ID
                   END-IF
                   MOVE CEN-APELLIDO TO WRK-APELLIDO
                   MOVE CEN-NOMBRE   TO WRK-NOMBRE

                   WRITE REG-CONCILIA

                   EVALUATE TRUE
                       WHEN FS-TRABAJO-OK
                            ADD 1 TO WS-CONT-NUM-CENTRAL
                       WHEN FS-TRABAJO-DUPLICADO
                            ADD 1 TO WS-CONT-CEN-REPETIDOS
                       WHEN OTHER
                            DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE '
                                    'TRABAJO'
                            DISPLAY 'FILE STATUS: ' FS-TRABAJO
                            STOP RUN
                   END-EVALUATE
               END-IF

               PERFORM 1300-LEER-CENTRAL
                  THRU 1300-LEER-CENTRAL-EXIT

           END-PERFORM.

       2200-CARGAR-CENTRAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-AGREGAR-A-GRUPO.

           IF WRK-DE-AGENDA
               IF WS-GRP-A-CANT < 20
                   ADD 1 TO WS-GRP-A-CANT
                   MOVE WRK-AGENDA-ID TO WS-GRP-A-ID (WS-GRP-A-CANT)
                   MOVE WRK-APELLIDO
                     TO WS-GRP-A-APELLIDO (WS-GRP-A-CANT)
                   MOVE WRK-NOMBRE    TO WS-GRP-A-NOMBRE (WS-GRP-A-CANT)
                   MOVE 'N'           TO WS-GRP-A-MARCA (WS-GRP-A-CANT)
               ELSE
                   MOVE 'S' TO WS-GRP-DESBORDE
               END-IF
           ELSE
               IF WS-GRP-C-CANT < 20
                   ADD 1 TO WS-GRP-C-CANT
                   MOVE WRK-AGENDA-ID TO WS-GRP-C-ID (WS-GRP-C-CANT)
                   MOVE WRK-APELLIDO
                     TO WS-GRP-C-APELLIDO (WS-GRP-C-CANT)
                   MOVE WRK-NOMBRE    TO WS-GRP-C-NOMBRE (WS-GRP-C-CANT)
                   MOVE 'N'           TO WS-GRP-C-MARCA (WS-GRP-C-CANT)
               ELSE
                   MOVE 'S' TO WS-GRP-DESBORDE
               END-IF
           END-IF.

       2300-AGREGAR-A-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-CONCILIAR-NUMERO.

      * MARCAS: 'N' SIN RESOLVER, 'S' COINCIDE CON EL OTRO LADO,
      * 'X' YA INFORMADA (CONTACTO INACTIVO O DEPURADO).

      *    1) EL MISMO ID EN LOS DOS LADOS: EL NUMERO ESTA BIEN

           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-GRP-C-CANT
               PERFORM VARYING WS-A-IDX FROM 1 BY 1
                       UNTIL WS-A-IDX > WS-GRP-A-CANT
                   IF WS-GRP-A-MARCA (WS-A-IDX) = 'N'
                      AND WS-GRP-C-MARCA (WS-C-IDX) = 'N'
                      AND WS-GRP-A-ID (WS-A-IDX) =
                          WS-GRP-C-ID (WS-C-IDX)
                       MOVE 'S' TO WS-GRP-A-MARCA (WS-A-IDX)
                       MOVE 'S' TO WS-GRP-C-MARCA (WS-C-IDX)
                       ADD 1 TO WS-CONT-COINCIDEN
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    2) EN LA CENTRAL PARA UN CONTACTO DADO DE BAJA O DEPURADO

           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-GRP-C-CANT
               IF WS-GRP-C-MARCA (WS-C-IDX) = 'N'
                  AND WS-GRP-C-ID (WS-C-IDX) > 0
                   PERFORM 2450-CONTROLAR-BAJA
                      THRU 2450-CONTROLAR-BAJA-EXIT
               END-IF
           END-PERFORM.

      *    3) LO QUE QUEDA: SOLO EN UN LADO O DISTINTA PERSONA

           MOVE 0 TO WS-A-PEND WS-C-PEND WS-A-PRIMERO WS-C-PRIMERO.

           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-GRP-A-CANT
               IF WS-GRP-A-MARCA (WS-A-IDX) = 'N'
                   ADD 1 TO WS-A-PEND
                   IF WS-A-PRIMERO = 0
                       MOVE WS-A-IDX TO WS-A-PRIMERO
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-GRP-C-CANT
               IF WS-GRP-C-MARCA (WS-C-IDX) = 'N'
                   ADD 1 TO WS-C-PEND
                   IF WS-C-PRIMERO = 0
                       MOVE WS-C-IDX TO WS-C-PRIMERO
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-GRP-C-CANT
               IF WS-GRP-C-MARCA (WS-C-IDX) = 'N'
                   PERFORM 2500-SOBRA-EN-CENTRAL
                      THRU 2500-SOBRA-EN-CENTRAL-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-GRP-A-CANT
               IF WS-GRP-A-MARCA (WS-A-IDX) = 'N'
                   PERFORM 2550-FALTA-EN-CENTRAL
                      THRU 2550-FALTA-EN-CENTRAL-EXIT
               END-IF
           END-PERFORM.

       2400-CONCILIAR-NUMERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-CONTROLAR-BAJA.

           MOVE WS-GRP-C-ID (WS-C-IDX) TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    IF AGENDA-ACTIVO
                        GO TO 2450-CONTROLAR-BAJA-EXIT
                    END-IF
                    ADD 1 TO WS-CONT-INACTIVOS
                    MOVE 'CONTACTO DE BAJA'  TO WS-DET-SITUACION
               WHEN FS-AGENDA-NOTFOUND
                    ADD 1 TO WS-CONT-DEPURADOS
                    MOVE 'CONTACTO DEPURADO' TO WS-DET-SITUACION
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

           MOVE 'X' TO WS-GRP-C-MARCA (WS-C-IDX).

           MOVE SPACES                 TO WS-DET-ID-AGENDA.
           MOVE WS-GRP-C-ID (WS-C-IDX) TO WS-DET-ID-CENTRAL.
           PERFORM 2600-NOMBRE-CENTRAL
              THRU 2600-NOMBRE-CENTRAL-EXIT.
           PERFORM 2700-IMPRIMIR-DETALLE
              THRU 2700-IMPRIMIR-DETALLE-EXIT.

           PERFORM 2750-GRABAR-BAJA
              THRU 2750-GRABAR-BAJA-EXIT.

       2450-CONTROLAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-SOBRA-EN-CENTRAL.

      * SI LA AGENDA TIENE EL NUMERO PARA OTRO CONTACTO SE INFORMA
      * CONTRA EL PRIMERO DE ELLOS; SI NO, EL NUMERO SOLO ESTA EN LA
      * CENTRAL. EN LOS DOS CASOS SE DA DE BAJA EN LA CENTRAL.

           IF WS-A-PEND > 0
               ADD 1 TO WS-CONT-DISTINTOS
               MOVE 'DISTINTA PERSONA'          TO WS-DET-SITUACION
               MOVE WS-GRP-A-ID (WS-A-PRIMERO)  TO WS-DET-ID-AGENDA
           ELSE
               ADD 1 TO WS-CONT-SOLO-CENTRAL
               MOVE 'SOLO EN CENTRAL'           TO WS-DET-SITUACION
               MOVE SPACES                      TO WS-DET-ID-AGENDA
           END-IF.

           IF WS-GRP-C-ID (WS-C-IDX) > 0
               MOVE WS-GRP-C-ID (WS-C-IDX) TO WS-DET-ID-CENTRAL
           ELSE
               MOVE 'SIN ID'               TO WS-DET-ID-CENTRAL
           END-IF.

           PERFORM 2600-NOMBRE-CENTRAL
              THRU 2600-NOMBRE-CENTRAL-EXIT.
           PERFORM 2700-IMPRIMIR-DETALLE
              THRU 2700-IMPRIMIR-DETALLE-EXIT.

           PERFORM 2750-GRABAR-BAJA
              THRU 2750-GRABAR-BAJA-EXIT.

       2500-SOBRA-EN-CENTRAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-FALTA-EN-CENTRAL.

      * CUANDO LA CENTRAL TIENE EL NUMERO PARA OTRA PERSONA, EL
      * PRIMER CONTACTO YA SALIO INFORMADO EN LA LINEA DE LA CENTRAL;
      * LOS DEMAS SE INFORMAN AQUI. TODOS SE DAN DE ALTA.

           IF WS-C-PEND > 0
               IF WS-A-IDX NOT = WS-A-PRIMERO
                   ADD 1 TO WS-CONT-DISTINTOS
                   MOVE 'DISTINTA PERSONA'         TO WS-DET-SITUACION
                   MOVE WS-GRP-A-ID (WS-A-IDX)     TO WS-DET-ID-AGENDA
                   IF WS-GRP-C-ID (WS-C-PRIMERO) > 0
                       MOVE WS-GRP-C-ID (WS-C-PRIMERO)
                         TO WS-DET-ID-CENTRAL
                   ELSE
                       MOVE 'SIN ID'               TO WS-DET-ID-CENTRAL
                   END-IF
                   PERFORM 2650-NOMBRE-AGENDA
                      THRU 2650-NOMBRE-AGENDA-EXIT
                   PERFORM 2700-IMPRIMIR-DETALLE
                      THRU 2700-IMPRIMIR-DETALLE-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-CONT-SOLO-AGENDA
               MOVE 'SOLO EN AGENDA'               TO WS-DET-SITUACION
               MOVE WS-GRP-A-ID (WS-A-IDX)         TO WS-DET-ID-AGENDA
               MOVE SPACES                         TO WS-DET-ID-CENTRAL
               PERFORM 2650-NOMBRE-AGENDA
                  THRU 2650-NOMBRE-AGENDA-EXIT
               PERFORM 2700-IMPRIMIR-DETALLE
                  THRU 2700-IMPRIMIR-DETALLE-EXIT
           END-IF.

           MOVE SPACES                         TO REG-FONO.
           MOVE 'A'                            TO FONO-ACCION.
           MOVE WS-GRP-A-ID (WS-A-IDX)         TO FONO-AGENDA-ID.
           MOVE WS-GRP-TELEFONO                TO FONO-TELEFONO-NUE.
           MOVE WS-GRP-A-APELLIDO (WS-A-IDX)   TO FONO-APELLIDO.
           MOVE WS-GRP-A-NOMBRE (WS-A-IDX)     TO FONO-NOMBRE.

           PERFORM 2800-GRABAR-FONO
              THRU 2800-GRABAR-FONO-EXIT.

           ADD 1 TO WS-CONT-FONO-ALTAS.

       2550-FALTA-EN-CENTRAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-NOMBRE-CENTRAL.

           MOVE SPACES TO WS-DET-NOMBRE.

           STRING WS-GRP-C-APELLIDO (WS-C-IDX) DELIMITED BY '  '
                  ', '                         DELIMITED BY SIZE
                  WS-GRP-C-NOMBRE (WS-C-IDX)   DELIMITED BY '  '
             INTO WS-DET-NOMBRE
           END-STRING.

       2600-NOMBRE-CENTRAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-NOMBRE-AGENDA.

           MOVE SPACES TO WS-DET-NOMBRE.

           STRING WS-GRP-A-APELLIDO (WS-A-IDX) DELIMITED BY '  '
                  ', '                         DELIMITED BY SIZE
                  WS-GRP-A-NOMBRE (WS-A-IDX)   DELIMITED BY '  '
             INTO WS-DET-NOMBRE
           END-STRING.

       2650-NOMBRE-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-IMPRIMIR-DETALLE.

           MOVE WS-GRP-TELEFONO TO WS-DET-TELEFONO.

           MOVE WS-DETALLE      TO LINEA-REPORTE.

           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

       2700-IMPRIMIR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2750-GRABAR-BAJA.

           MOVE SPACES                         TO REG-FONO.
           MOVE 'B'                            TO FONO-ACCION.
           MOVE WS-GRP-C-ID (WS-C-IDX)         TO FONO-AGENDA-ID.
           MOVE WS-GRP-TELEFONO                TO FONO-TELEFONO-ANT.
           MOVE WS-GRP-C-APELLIDO (WS-C-IDX)   TO FONO-APELLIDO.
           MOVE WS-GRP-C-NOMBRE (WS-C-IDX)     TO FONO-NOMBRE.

           PERFORM 2800-GRABAR-FONO
              THRU 2800-GRABAR-FONO-EXIT.

           ADD 1 TO WS-CONT-FONO-BAJAS.

       2750-GRABAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-FONO.

           WRITE REG-FONO.

           IF NOT FS-FONO-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CORRECCIONES'
               DISPLAY 'FILE STATUS: ' FS-FONO
               STOP RUN
           END-IF.

       2800-GRABAR-FONO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-LINEA.

           IF WS-CONT-LINEAS = 0
               PERFORM 2950-IMPRIMIR-ENCABEZADO
                  THRU 2950-IMPRIMIR-ENCABEZADO-EXIT
           END-IF.

           WRITE LINEA-REPORTE.

           ADD 1                   TO WS-CONT-LINEAS.

           IF WS-CONT-LINEAS >= WS-MAX-LINEAS
               MOVE 0 TO WS-CONT-LINEAS
           END-IF.

       2900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2950-IMPRIMIR-ENCABEZADO.

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

       2950-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE 'NUMEROS EN LA AGENDA (ACTIVOS)   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-NUM-AGENDA    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'NUMEROS EN LA CENTRAL            : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-NUM-CENTRAL   TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE '  LINEAS SIN NUMERO (IGNORADAS)  : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-CEN-INVALIDOS TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE '  LINEAS REPETIDAS (IGNORADAS)   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-CEN-REPETIDOS TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'COINCIDEN                        : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-COINCIDEN     TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'SOLO EN LA CENTRAL               : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-SOLO-CENTRAL  TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'SOLO EN LA AGENDA                : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-SOLO-AGENDA   TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'ASIGNADOS A DISTINTA PERSONA     : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-DISTINTOS     TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'EN CENTRAL DE CONTACTOS DE BAJA  : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-INACTIVOS     TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'EN CENTRAL DE CONTACTOS DEPURADOS: ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-DEPURADOS     TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'CORRECCIONES DE ALTA (A)         : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-FONO-ALTAS    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'CORRECCIONES DE BAJA (B)         : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-FONO-BAJAS    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           IF WS-GRP-DESBORDE = 'S'
               MOVE '*** NUMEROS CON MAS DE 20 TITULARES: CONCILIACION'
                 TO LINEA-REPORTE
               PERFORM 2900-GRABAR-LINEA
                  THRU 2900-GRABAR-LINEA-EXIT
               MOVE '    INCOMPLETA ***' TO LINEA-REPORTE
               PERFORM 2900-GRABAR-LINEA
                  THRU 2900-GRABAR-LINEA-EXIT
           END-IF.

           CLOSE ARCH-CENTRAL.
           CLOSE AGENDA.
           CLOSE AGENDA-TELS.
           CLOSE ARCH-TRABAJO.
           CLOSE ARCH-FONO.
           CLOSE REPORTE.

           DISPLAY 'Numeros en la agenda  : ' WS-CONT-NUM-AGENDA.
           DISPLAY 'Numeros en la central : ' WS-CONT-NUM-CENTRAL.
           DISPLAY 'Correcciones de alta  : ' WS-CONT-FONO-ALTAS.
           DISPLAY 'Correcciones de baja  : ' WS-CONT-FONO-BAJAS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTAL.

           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.

           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

       3100-GRABAR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNFONCO.
