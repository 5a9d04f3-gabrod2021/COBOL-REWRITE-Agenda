      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: CONTROL CRUZADO DE LOS ARCHIVOS COMPANEROS DE AGENDA
      * DESCRIPCION: VERIFICA QUE LOS ARCHIVOS QUE ACOMPANAN A
      *              AGENDA.VSAM SEAN CONSISTENTES ENTRE SI:
      *              - SECTOR DEL CONTACTO QUE NO EXISTE EN
      *                AGENDA.SECTORES.
      *              - TELEFONOS (AGENDA.TELS) Y CORREOS (AGENDA.MAILS)
      *                CUYO ID YA NO EXISTE EN LA AGENDA (HUERFANOS)
      *                O QUE SIGUEN COLGADOS DE UN CONTACTO DADO DE
      *                BAJA.
      *              - TELEFONOS ADICIONALES QUE SON EL TELEFONO
      *                PRINCIPAL DE OTRO CONTACTO ACTIVO.
      *              - RESERVAS DE EDICION (AGENDA.CLAIMS) DE CONTACTOS
      *                INEXISTENTES, DE SESIONES CAIDAS (TOMADAS UN DIA
      *                ANTERIOR) Y DEMORADAS (MAS DE UNA HORA EN EL
      *                DIA).
      *              POR DEFECTO SOLO INFORMA (MODO R). EN MODO DE
      *              REPARACION (MODO C), CON CODIGO Y CLAVE DE UN
      *              SUPERVISOR, BORRA LOS TELEFONOS Y CORREOS
      *              HUERFANOS Y LIBERA LAS RESERVAS DE SESIONES
      *              CAIDAS O SIN CONTACTO. CADA REPARACION QUEDA EN
      *              AGENDA.LOG A NOMBRE DEL SUPERVISOR: TBO CON EL
      *              NUMERO EN LA IMAGEN ANTERIOR, MBO CON LA
      *              DIRECCION DE CORREO EN LA IMAGEN ANTERIOR Y LIB
      *              PARA LA RESERVA LIBERADA. LO DEMAS SE INFORMA
      *              PARA QUE LO RESUELVA UN OPERADOR EN LINEA.
      *              GENERA EL LISTADO AGENDA.INTEG CON ENCABEZADO,
      *              QUIEBRE DE PAGINA Y TOTALES POR CONTROL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNINTEG.
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

       SELECT OPTIONAL AGENDA-CLAIMS
           ASSIGN TO '../AGENDA.CLAIMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-AGENDA-ID
           FILE STATUS IS FS-CLAIMS.

       SELECT OPTIONAL AGENDA-SECTORES
           ASSIGN TO '../AGENDA.SECTORES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SECTOR-CODIGO
           FILE STATUS IS FS-SECTORES.

       SELECT OPTIONAL AGENDA-OPERS
           ASSIGN TO '../AGENDA.OPERS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-CODIGO
           FILE STATUS IS FS-OPERS.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.INTEG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA.
           COPY AGENDA.

       FD AGENDALOG.
           COPY AGNLOG.

       FD AGENDA-TELS.
           COPY AGNTEL.

       FD AGENDA-MAILS.
           COPY AGNMAIL.

       FD AGENDA-CLAIMS.
           COPY AGNCLAIM.

       FD AGENDA-SECTORES.
           COPY AGNSECT.

       FD AGENDA-OPERS.
           COPY AGNOPER.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNTELFS.

           COPY AGNMAILFS.

           COPY AGNSECFS.

           COPY AGNOPERFS.

       01 FS-STATUS-AGENDALOG.
          05 FS-AGENDALOG           PIC X(2).
             88 FS-AGENDALOG-OK          VALUE '00'.

       01 FS-STATUS-CLAIMS.
          05 FS-CLAIMS              PIC X(2).
             88 FS-CLAIMS-OK             VALUE '00'.
             88 FS-CLAIMS-CREADO         VALUE '05'.
             88 FS-CLAIMS-EOF            VALUE '10'.
             88 FS-CLAIMS-NOTFOUND       VALUE '23'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-CONTADORES.
           05 WS-CONT-REG-AGENDA    PIC 9(05) VALUE 0.
           05 WS-CONT-REG-TELS      PIC 9(05) VALUE 0.
           05 WS-CONT-REG-MAILS     PIC 9(05) VALUE 0.
           05 WS-CONT-REG-CLAIMS    PIC 9(05) VALUE 0.
           05 WS-CONT-SECTOR-INEX   PIC 9(05) VALUE 0.
           05 WS-CONT-TEL-HUERF     PIC 9(05) VALUE 0.
           05 WS-CONT-TEL-BAJA      PIC 9(05) VALUE 0.
           05 WS-CONT-TEL-PRINC     PIC 9(05) VALUE 0.
           05 WS-CONT-MAIL-HUERF    PIC 9(05) VALUE 0.
           05 WS-CONT-MAIL-BAJA     PIC 9(05) VALUE 0.
           05 WS-CONT-CLAIM-SIN-ID  PIC 9(05) VALUE 0.
           05 WS-CONT-CLAIM-CAIDA   PIC 9(05) VALUE 0.
           05 WS-CONT-CLAIM-DEMORA  PIC 9(05) VALUE 0.
           05 WS-CONT-REPARADOS     PIC 9(05) VALUE 0.
           05 WS-CONT-EXCEPCIONES   PIC 9(05) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

      * UNA RESERVA DEL DIA SE CONSIDERA DEMORADA PASADA UNA HORA.
       01 WS-MAX-SEG-RESERVA        PIC 9(05) VALUE 3600.

       01 WS-MODO                   PIC X(01).
          88 WS-MODO-INFORME            VALUE 'R'.
          88 WS-MODO-REPARACION         VALUE 'C'.

       01 WS-OPERADOR               PIC X(08).
       01 WS-PASSWORD               PIC X(08).
       01 WS-CONFIRMA               PIC X(01).

       01 WS-LOG-OPERACION          PIC X(03).

       01 WS-EXISTE-CONTACTO        PIC X(01).
       01 WS-ESTADO-CONTACTO        PIC X(01).

       01 WS-REPARAR                PIC X(01).

       01 WS-SEG-AHORA              PIC 9(05).
       01 WS-SEG-RESERVA            PIC 9(05).

       01 WS-HORA-CALCULO.
           05 WS-HC-HH               PIC 9(02).
           05 WS-HC-MI               PIC 9(02).
           05 WS-HC-SS               PIC 9(02).

       01 WS-HORA-CALCULO-NUM REDEFINES WS-HORA-CALCULO
                                     PIC 9(06).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA           PIC 9(08).
          05 WS-FHS-HORA            PIC 9(06).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

       01 WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                     PIC 9(08).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-ENCABEZADO-1.
           05 FILLER                PIC X(30)
              VALUE 'CONTROL CRUZADO DE AGENDA'.
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-MODO.
           05 FILLER                PIC X(06) VALUE 'MODO: '.
           05 WS-ENCM-TEXTO         PIC X(30).
           05 WS-ENCM-SUPERVISOR    PIC X(08).

       01 WS-ENCABEZADO-2.
           05 FILLER                PIC X(10) VALUE 'ID'.
           05 FILLER                PIC X(30) VALUE 'TIPO DE EXCEPCION'.
           05 FILLER                PIC X(07) VALUE 'DETALLE'.

       01 WS-DETALLE.
           05 WS-EXC-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-TIPO           PIC X(28).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-DETALLE        PIC X(50).

       01 WS-TOTAL.
           05 WS-TOT-TEXTO          PIC X(35).
           05 WS-TOT-CANT           PIC ZZZZ9.
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

           DISPLAY 'Modo R = solo informe, C = informe y reparacion '
                   '(R): '
           ACCEPT WS-MODO.

           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.

           IF WS-MODO = SPACES
               MOVE 'R' TO WS-MODO
           END-IF.

           IF NOT WS-MODO-INFORME AND NOT WS-MODO-REPARACION
              DISPLAY 'MODO INVALIDO'
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-OPERADOR.

           OPEN INPUT AGENDA.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA'
              DISPLAY 'FILE STATUS: ' FS-AGENDA
              STOP RUN
           END-IF.

           OPEN INPUT AGENDA-SECTORES.

           IF NOT FS-SECTORES-OK AND NOT FS-SECTORES-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SECTORES'
              DISPLAY 'FILE STATUS: ' FS-SECTORES
              STOP RUN
           END-IF.

           IF WS-MODO-REPARACION
               PERFORM 1100-AUTORIZAR-REPARACION
                  THRU 1100-AUTORIZAR-REPARACION-EXIT
               OPEN I-O AGENDA-TELS
               OPEN I-O AGENDA-MAILS
               OPEN I-O AGENDA-CLAIMS
           ELSE
               OPEN INPUT AGENDA-TELS
               OPEN INPUT AGENDA-MAILS
               OPEN INPUT AGENDA-CLAIMS
           END-IF.

           IF NOT FS-TELS-OK AND NOT FS-TELS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TELEFONOS'
              DISPLAY 'FILE STATUS: ' FS-TELS
              STOP RUN
           END-IF.

           IF NOT FS-MAILS-OK AND NOT FS-MAILS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CORREOS'
              DISPLAY 'FILE STATUS: ' FS-MAILS
              STOP RUN
           END-IF.

           IF NOT FS-CLAIMS-OK AND NOT FS-CLAIMS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
              DISPLAY 'FILE STATUS: ' FS-CLAIMS
              STOP RUN
           END-IF.

           IF WS-MODO-REPARACION
               OPEN EXTEND AGENDALOG
               IF NOT FS-AGENDALOG-OK
                  DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG'
                  DISPLAY 'FILE STATUS: ' FS-AGENDALOG
                  STOP RUN
               END-IF
               MOVE 'INFORME Y REPARACION, AUTORIZO' TO WS-ENCM-TEXTO
               MOVE WS-OPERADOR TO WS-ENCM-SUPERVISOR
           ELSE
               MOVE 'SOLO INFORME'  TO WS-ENCM-TEXTO
               MOVE SPACES          TO WS-ENCM-SUPERVISOR
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
       1100-AUTORIZAR-REPARACION.

      * LA REPARACION BORRA REGISTROS: SOLO LA AUTORIZA UN SUPERVISOR
      * DADO DE ALTA EN AGENDA.OPERS, CON SU CLAVE, Y LAS ENTRADAS DEL
      * LOG QUEDAN A SU NOMBRE.

           OPEN INPUT AGENDA-OPERS.

           IF NOT FS-OPERS-OK
              DISPLAY 'ARCHIVO DE OPERADORES INEXISTENTE O VACIO, '
                      'NO SE PUEDE AUTORIZAR LA REPARACION'
              STOP RUN
           END-IF.

           DISPLAY 'Codigo de supervisor: '
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.

           DISPLAY 'Clave: '
           ACCEPT WS-PASSWORD.

           MOVE WS-OPERADOR TO OPER-CODIGO.

           READ AGENDA-OPERS.

           EVALUATE TRUE
               WHEN FS-OPERS-OK
                    IF OPER-PASSWORD NOT = WS-PASSWORD
                       OR NOT OPER-PERFIL-SUPERVISOR
                        DISPLAY 'OPERADOR NO AUTORIZADO PARA REPARAR'
                        STOP RUN
                    END-IF
               WHEN FS-OPERS-NOTFOUND
                    DISPLAY 'OPERADOR NO AUTORIZADO PARA REPARAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERS
                    STOP RUN
           END-EVALUATE.

           CLOSE AGENDA-OPERS.

           DISPLAY 'Se borraran telefonos y correos huerfanos y se '
                   'liberaran reservas caidas.'
           DISPLAY 'Confirma la reparacion (S/N): '
           ACCEPT WS-CONFIRMA.

           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
              DISPLAY 'REPARACION CANCELADA POR EL OPERADOR'
              STOP RUN
           END-IF.

       1100-AUTORIZAR-REPARACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1120-OBTENER-FECHA-HORA.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

       1120-OBTENER-FECHA-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-AGENDA.

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

       1200-LEER-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-LEER-TELS.

           READ AGENDA-TELS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-TELS-OK
                    ADD 1                   TO WS-CONT-REG-TELS
               WHEN FS-TELS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TELEFONOS'
                    DISPLAY 'FILE STATUS: ' FS-TELS
                    STOP RUN
           END-EVALUATE.

       1300-LEER-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-LEER-MAILS.

           READ AGENDA-MAILS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-MAILS-OK
                    ADD 1                   TO WS-CONT-REG-MAILS
               WHEN FS-MAILS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CORREOS'
                    DISPLAY 'FILE STATUS: ' FS-MAILS
                    STOP RUN
           END-EVALUATE.

       1400-LEER-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-CLAIMS.

           READ AGENDA-CLAIMS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CLAIMS-OK
                    ADD 1                   TO WS-CONT-REG-CLAIMS
               WHEN FS-CLAIMS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE RESERVAS'
                    DISPLAY 'FILE STATUS: ' FS-CLAIMS
                    STOP RUN
           END-EVALUATE.

       1500-LEER-CLAIMS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1600-BUSCAR-CONTACTO.

      * LECTURA AL AZAR DEL CONTACTO DUENO DE UN REGISTRO COMPANERO.
      * DEVUELVE SI EXISTE Y SU ESTADO.

           MOVE 'N'    TO WS-EXISTE-CONTACTO.
           MOVE SPACES TO WS-ESTADO-CONTACTO.

           READ AGENDA KEY IS AGENDA-ID.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    MOVE 'S'           TO WS-EXISTE-CONTACTO
                    MOVE AGENDA-ESTADO TO WS-ESTADO-CONTACTO
               WHEN FS-AGENDA-NOTFOUND
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

       1600-BUSCAR-CONTACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           PERFORM 2100-CONTROLAR-SECTORES
              THRU 2100-CONTROLAR-SECTORES-EXIT.

           PERFORM 2200-CONTROLAR-TELS
              THRU 2200-CONTROLAR-TELS-EXIT.

           PERFORM 2300-CONTROLAR-MAILS
              THRU 2300-CONTROLAR-MAILS-EXIT.

           PERFORM 2400-CONTROLAR-CLAIMS
              THRU 2400-CONTROLAR-CLAIMS-EXIT.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-SECTORES.

      * LOS CONTACTOS SIN SECTOR ASIGNADO (EN BLANCO) SON VALIDOS.

           PERFORM 1200-LEER-AGENDA
              THRU 1200-LEER-AGENDA-EXIT.

           PERFORM UNTIL FS-AGENDA-EOF

               IF AGENDA-SECTOR NOT = SPACES
                   MOVE AGENDA-SECTOR TO SECTOR-CODIGO
                   READ AGENDA-SECTORES
                   EVALUATE TRUE
                       WHEN FS-SECTORES-OK
                            CONTINUE
                       WHEN FS-SECTORES-NOTFOUND
                       WHEN FS-SECTORES-NFD
                            ADD 1 TO WS-CONT-SECTOR-INEX
                            MOVE AGENDA-ID TO WS-EXC-ID
                            MOVE 'SECTOR INEXISTENTE' TO WS-EXC-TIPO
                            MOVE SPACES TO WS-EXC-DETALLE
                            STRING 'SECTOR '       DELIMITED BY SIZE
                                   AGENDA-SECTOR   DELIMITED BY SIZE
                                   ' ESTADO '      DELIMITED BY SIZE
                                   AGENDA-ESTADO   DELIMITED BY SIZE
                              INTO WS-EXC-DETALLE
                            END-STRING
                            PERFORM 2800-GRABAR-LINEA
                               THRU 2800-GRABAR-LINEA-EXIT
                       WHEN OTHER
                            DISPLAY 'ERROR AL LEER EL ARCHIVO DE '
                                    'SECTORES'
                            DISPLAY 'FILE STATUS: ' FS-SECTORES
                            STOP RUN
                   END-EVALUATE
               END-IF

               PERFORM 1200-LEER-AGENDA
                  THRU 1200-LEER-AGENDA-EXIT

           END-PERFORM.

       2100-CONTROLAR-SECTORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CONTROLAR-TELS.

           PERFORM 1300-LEER-TELS
              THRU 1300-LEER-TELS-EXIT.

           PERFORM UNTIL FS-TELS-EOF

               MOVE TEL-AGENDA-ID TO AGENDA-ID
               PERFORM 1600-BUSCAR-CONTACTO
                  THRU 1600-BUSCAR-CONTACTO-EXIT

               EVALUATE TRUE
                   WHEN WS-EXISTE-CONTACTO = 'N'
                        PERFORM 2210-TEL-HUERFANO
                           THRU 2210-TEL-HUERFANO-EXIT
                   WHEN WS-ESTADO-CONTACTO = 'B'
                        ADD 1 TO WS-CONT-TEL-BAJA
                        MOVE TEL-AGENDA-ID TO WS-EXC-ID
                        MOVE 'TEL DE CONTACTO DADO DE BAJA'
                                           TO WS-EXC-TIPO
                        MOVE SPACES        TO WS-EXC-DETALLE
                        STRING 'NUMERO '   DELIMITED BY SIZE
                               TEL-NUMERO  DELIMITED BY SIZE
                               ' TIPO '    DELIMITED BY SIZE
                               TEL-TIPO    DELIMITED BY SIZE
                          INTO WS-EXC-DETALLE
                        END-STRING
                        PERFORM 2800-GRABAR-LINEA
                           THRU 2800-GRABAR-LINEA-EXIT
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE

               IF WS-EXISTE-CONTACTO = 'S'
                   PERFORM 2250-TEL-ES-PRINCIPAL
                      THRU 2250-TEL-ES-PRINCIPAL-EXIT
               END-IF

               PERFORM 1300-LEER-TELS
                  THRU 1300-LEER-TELS-EXIT

           END-PERFORM.

       2200-CONTROLAR-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-TEL-HUERFANO.

           ADD 1 TO WS-CONT-TEL-HUERF.

           MOVE TEL-AGENDA-ID TO WS-EXC-ID.
           MOVE 'TEL HUERFANO' TO WS-EXC-TIPO.
           MOVE 'N'            TO WS-REPARAR.

           IF WS-MODO-REPARACION
               DELETE AGENDA-TELS
               IF FS-TELS-OK
                   MOVE 'S'    TO WS-REPARAR
                   MOVE 'TBO'  TO WS-LOG-OPERACION
                   PERFORM 2700-GRABAR-LOG
                      THRU 2700-GRABAR-LOG-EXIT
                   MOVE TEL-AGENDA-ID TO LOG-AGENDA-ID
                   MOVE TEL-NUMERO    TO LOG-ANTES-TELEFONO
                   PERFORM 2750-ESCRIBIR-LOG
                      THRU 2750-ESCRIBIR-LOG-EXIT
               ELSE
                   DISPLAY 'ERROR AL BORRAR EL TELEFONO ' TEL-NUMERO
                   DISPLAY 'FILE STATUS: ' FS-TELS
               END-IF
           END-IF.

           MOVE SPACES TO WS-EXC-DETALLE.

           IF WS-REPARAR = 'S'
               STRING 'NUMERO '    DELIMITED BY SIZE
                      TEL-NUMERO   DELIMITED BY SIZE
                      ' - BORRADO' DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
           ELSE
               STRING 'NUMERO '    DELIMITED BY SIZE
                      TEL-NUMERO   DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
           END-IF.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2210-TEL-HUERFANO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-TEL-ES-PRINCIPAL.

      * SE RECORREN POR LA CLAVE ALTERNATIVA LOS CONTACTOS CUYO
      * TELEFONO PRINCIPAL ES EL NUMERO ADICIONAL; SE INFORMA CADA
      * CONTACTO ACTIVO DISTINTO DEL DUENO DEL NUMERO.

           MOVE TEL-NUMERO TO AGENDA-TELEFONO.

           START AGENDA KEY IS = AGENDA-TELEFONO.

           IF NOT FS-AGENDA-OK
               GO TO 2250-TEL-ES-PRINCIPAL-EXIT
           END-IF.

           READ AGENDA NEXT RECORD.

           PERFORM UNTIL NOT FS-AGENDA-OK
                      OR AGENDA-TELEFONO NOT = TEL-NUMERO

               IF AGENDA-ID NOT = TEL-AGENDA-ID
                  AND AGENDA-ACTIVO
                   ADD 1 TO WS-CONT-TEL-PRINC
                   MOVE TEL-AGENDA-ID TO WS-EXC-ID
                   MOVE 'TEL ES PRINCIPAL DE OTRO' TO WS-EXC-TIPO
                   MOVE SPACES TO WS-EXC-DETALLE
                   STRING 'NUMERO '       DELIMITED BY SIZE
                          TEL-NUMERO      DELIMITED BY SIZE
                          ' PRINCIPAL DEL ID ' DELIMITED BY SIZE
                          AGENDA-ID       DELIMITED BY SIZE
                     INTO WS-EXC-DETALLE
                   END-STRING
                   PERFORM 2800-GRABAR-LINEA
                      THRU 2800-GRABAR-LINEA-EXIT
               END-IF

               READ AGENDA NEXT RECORD

           END-PERFORM.

           IF NOT FS-AGENDA-OK AND NOT FS-AGENDA-EOF
               DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' FS-AGENDA
               STOP RUN
           END-IF.

       2250-TEL-ES-PRINCIPAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-CONTROLAR-MAILS.

           PERFORM 1400-LEER-MAILS
              THRU 1400-LEER-MAILS-EXIT.

           PERFORM UNTIL FS-MAILS-EOF

               MOVE MAIL-AGENDA-ID TO AGENDA-ID
               PERFORM 1600-BUSCAR-CONTACTO
                  THRU 1600-BUSCAR-CONTACTO-EXIT

               EVALUATE TRUE
                   WHEN WS-EXISTE-CONTACTO = 'N'
                        PERFORM 2310-MAIL-HUERFANO
                           THRU 2310-MAIL-HUERFANO-EXIT
                   WHEN WS-ESTADO-CONTACTO = 'B'
                        ADD 1 TO WS-CONT-MAIL-BAJA
                        MOVE MAIL-AGENDA-ID TO WS-EXC-ID
                        MOVE 'MAIL DE CONTACTO DE BAJA'
                                            TO WS-EXC-TIPO
                        MOVE MAIL-DIRECCION TO WS-EXC-DETALLE
                        PERFORM 2800-GRABAR-LINEA
                           THRU 2800-GRABAR-LINEA-EXIT
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE

               PERFORM 1400-LEER-MAILS
                  THRU 1400-LEER-MAILS-EXIT

           END-PERFORM.

       2300-CONTROLAR-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-MAIL-HUERFANO.

           ADD 1 TO WS-CONT-MAIL-HUERF.

           MOVE MAIL-AGENDA-ID  TO WS-EXC-ID.
           MOVE 'MAIL HUERFANO' TO WS-EXC-TIPO.
           MOVE 'N'             TO WS-REPARAR.

           IF WS-MODO-REPARACION
               DELETE AGENDA-MAILS
               IF FS-MAILS-OK
                   MOVE 'S'    TO WS-REPARAR
                   MOVE 'MBO'  TO WS-LOG-OPERACION
                   PERFORM 2700-GRABAR-LOG
                      THRU 2700-GRABAR-LOG-EXIT
                   MOVE MAIL-AGENDA-ID TO LOG-AGENDA-ID
                   MOVE MAIL-DIRECCION TO LOG-ANTES-DIRECCION
                   PERFORM 2750-ESCRIBIR-LOG
                      THRU 2750-ESCRIBIR-LOG-EXIT
               ELSE
                   DISPLAY 'ERROR AL BORRAR EL CORREO ' MAIL-DIRECCION
                   DISPLAY 'FILE STATUS: ' FS-MAILS
               END-IF
           END-IF.

           MOVE SPACES TO WS-EXC-DETALLE.

           IF WS-REPARAR = 'S'
               STRING MAIL-DIRECCION DELIMITED BY SIZE
                      ' - BORRADO'   DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
           ELSE
               MOVE MAIL-DIRECCION TO WS-EXC-DETALLE
           END-IF.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2310-MAIL-HUERFANO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-CONTROLAR-CLAIMS.

           PERFORM 1120-OBTENER-FECHA-HORA
              THRU 1120-OBTENER-FECHA-HORA-EXIT.

           MOVE WS-FHS-HORA TO WS-HORA-CALCULO-NUM.
           COMPUTE WS-SEG-AHORA = WS-HC-HH * 3600 + WS-HC-MI * 60
                                + WS-HC-SS.

           PERFORM 1500-LEER-CLAIMS
              THRU 1500-LEER-CLAIMS-EXIT.

           PERFORM UNTIL FS-CLAIMS-EOF

               MOVE CLAIM-AGENDA-ID TO AGENDA-ID
               PERFORM 1600-BUSCAR-CONTACTO
                  THRU 1600-BUSCAR-CONTACTO-EXIT

               MOVE CLAIM-HORA TO WS-HORA-CALCULO-NUM
               COMPUTE WS-SEG-RESERVA = WS-HC-HH * 3600
                                      + WS-HC-MI * 60 + WS-HC-SS

               EVALUATE TRUE
                   WHEN WS-EXISTE-CONTACTO = 'N'
                        ADD 1 TO WS-CONT-CLAIM-SIN-ID
                        MOVE 'RESERVA SIN CONTACTO' TO WS-EXC-TIPO
                        PERFORM 2410-LIBERAR-RESERVA
                           THRU 2410-LIBERAR-RESERVA-EXIT
                   WHEN CLAIM-FECHA < WS-FHS-FECHA
                        ADD 1 TO WS-CONT-CLAIM-CAIDA
                        MOVE 'RESERVA DE SESION CAIDA' TO WS-EXC-TIPO
                        PERFORM 2410-LIBERAR-RESERVA
                           THRU 2410-LIBERAR-RESERVA-EXIT
                   WHEN CLAIM-FECHA = WS-FHS-FECHA
                    AND WS-SEG-AHORA > WS-SEG-RESERVA
                    AND WS-SEG-AHORA - WS-SEG-RESERVA >
                        WS-MAX-SEG-RESERVA
                        ADD 1 TO WS-CONT-CLAIM-DEMORA
                        MOVE 'RESERVA DEMORADA' TO WS-EXC-TIPO
                        MOVE 'N' TO WS-REPARAR
                        PERFORM 2450-DETALLE-RESERVA
                           THRU 2450-DETALLE-RESERVA-EXIT
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE

               PERFORM 1500-LEER-CLAIMS
                  THRU 1500-LEER-CLAIMS-EXIT

           END-PERFORM.

       2400-CONTROLAR-CLAIMS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-LIBERAR-RESERVA.

      * LA RESERVA LIBERADA QUEDA EN EL LOG COMO LIB, SIN IMAGENES,
      * PORQUE EL CONTACTO EN SI NO CAMBIA.

           MOVE 'N' TO WS-REPARAR.

           IF WS-MODO-REPARACION
               DELETE AGENDA-CLAIMS
               IF FS-CLAIMS-OK
                   MOVE 'S'    TO WS-REPARAR
                   MOVE 'LIB'  TO WS-LOG-OPERACION
                   PERFORM 2700-GRABAR-LOG
                      THRU 2700-GRABAR-LOG-EXIT
                   MOVE CLAIM-AGENDA-ID TO LOG-AGENDA-ID
                   PERFORM 2750-ESCRIBIR-LOG
                      THRU 2750-ESCRIBIR-LOG-EXIT
               ELSE
                   DISPLAY 'ERROR AL LIBERAR LA RESERVA '
                           CLAIM-AGENDA-ID
                   DISPLAY 'FILE STATUS: ' FS-CLAIMS
               END-IF
           END-IF.

           PERFORM 2450-DETALLE-RESERVA
              THRU 2450-DETALLE-RESERVA-EXIT.

       2410-LIBERAR-RESERVA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-DETALLE-RESERVA.

           MOVE CLAIM-AGENDA-ID TO WS-EXC-ID.
           MOVE SPACES          TO WS-EXC-DETALLE.

           IF WS-REPARAR = 'S'
               STRING 'OPERADOR '      DELIMITED BY SIZE
                      CLAIM-OPERADOR   DELIMITED BY SIZE
                      ' DESDE '        DELIMITED BY SIZE
                      CLAIM-FECHA      DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      CLAIM-HORA       DELIMITED BY SIZE
                      ' - LIBERADA'    DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
           ELSE
               STRING 'OPERADOR '      DELIMITED BY SIZE
                      CLAIM-OPERADOR   DELIMITED BY SIZE
                      ' DESDE '        DELIMITED BY SIZE
                      CLAIM-FECHA      DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      CLAIM-HORA       DELIMITED BY SIZE
                 INTO WS-EXC-DETALLE
               END-STRING
           END-IF.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2450-DETALLE-RESERVA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-GRABAR-LOG.

      * PREPARA LA ENTRADA DE LOG DE UNA REPARACION: IMAGENES EN
      * BLANCO Y EL SUPERVISOR QUE LA AUTORIZO COMO OPERADOR. QUIEN
      * LLAMA COMPLETA EL ID Y EL DATO BORRADO Y LUEGO LA ESCRIBE.

           PERFORM 1120-OBTENER-FECHA-HORA
              THRU 1120-OBTENER-FECHA-HORA-EXIT.

           MOVE WS-LOG-OPERACION   TO LOG-OPERACION.
           MOVE SPACES             TO LOG-ANTES.
           MOVE SPACES             TO LOG-DESPUES.
           MOVE WS-FHS-FECHA       TO LOG-FECHA.
           MOVE WS-FHS-HORA        TO LOG-HORA.
           MOVE WS-OPERADOR        TO LOG-OPERADOR.

       2700-GRABAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2750-ESCRIBIR-LOG.

           WRITE REG-AGENDA-LOG.

           IF NOT FS-AGENDALOG-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LOG'
               DISPLAY 'FILE STATUS: ' FS-AGENDALOG
           ELSE
               ADD 1 TO WS-CONT-REPARADOS
           END-IF.

       2750-ESCRIBIR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-LINEA.

           IF WS-CONT-LINEAS = 0
               PERFORM 2900-IMPRIMIR-ENCABEZADO
                  THRU 2900-IMPRIMIR-ENCABEZADO-EXIT
           END-IF.

           MOVE WS-DETALLE         TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ADD 1                   TO WS-CONT-LINEAS.
           ADD 1                   TO WS-CONT-EXCEPCIONES.

           IF WS-CONT-LINEAS >= WS-MAX-LINEAS
               MOVE 0 TO WS-CONT-LINEAS
           END-IF.

       2800-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-IMPRIMIR-ENCABEZADO.

           ADD 1                   TO WS-CONT-PAGINAS.

           IF WS-CONT-PAGINAS > 1
               MOVE X'0C'          TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           MOVE WS-FECHA-EDITADA   TO WS-ENC1-FECHA.
           MOVE WS-CONT-PAGINAS    TO WS-ENC1-PAGINA.

           MOVE WS-ENCABEZADO-1    TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE WS-ENCABEZADO-MODO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE WS-ENCABEZADO-2    TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 5                  TO WS-CONT-LINEAS.

       2900-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           IF WS-CONT-PAGINAS = 0
               PERFORM 2900-IMPRIMIR-ENCABEZADO
                  THRU 2900-IMPRIMIR-ENCABEZADO-EXIT
               MOVE 'SIN EXCEPCIONES'  TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           MOVE SPACES             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'SECTORES INEXISTENTES       : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-SECTOR-INEX TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'TELEFONOS HUERFANOS         : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-TEL-HUERF   TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'TELEFONOS DE CONTACTOS BAJA : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-TEL-BAJA    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'TELEFONOS PRINCIPAL DE OTRO : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-TEL-PRINC   TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'CORREOS HUERFANOS           : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-MAIL-HUERF  TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'CORREOS DE CONTACTOS BAJA   : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-MAIL-BAJA   TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'RESERVAS SIN CONTACTO       : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-CLAIM-SIN-ID TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'RESERVAS DE SESIONES CAIDAS : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-CLAIM-CAIDA TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'RESERVAS DEMORADAS          : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-CLAIM-DEMORA TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'TOTAL DE EXCEPCIONES        : ' TO WS-TOT-TEXTO.
           MOVE WS-CONT-EXCEPCIONES TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           IF WS-MODO-REPARACION
               MOVE 'REPARACIONES REGISTRADAS    : ' TO WS-TOT-TEXTO
               MOVE WS-CONT-REPARADOS TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               CLOSE AGENDALOG
           END-IF.

           CLOSE AGENDA.
           CLOSE AGENDA-TELS.
           CLOSE AGENDA-MAILS.
           CLOSE AGENDA-CLAIMS.
           CLOSE AGENDA-SECTORES.
           CLOSE REPORTE.

           DISPLAY 'Contactos leidos      : ' WS-CONT-REG-AGENDA.
           DISPLAY 'Telefonos leidos      : ' WS-CONT-REG-TELS.
           DISPLAY 'Correos leidos        : ' WS-CONT-REG-MAILS.
           DISPLAY 'Reservas leidas       : ' WS-CONT-REG-CLAIMS.
           DISPLAY 'Excepciones emitidas  : ' WS-CONT-EXCEPCIONES.
           DISPLAY 'Reparaciones          : ' WS-CONT-REPARADOS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTAL.

           MOVE WS-TOTAL           TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       3100-GRABAR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNINTEG.
