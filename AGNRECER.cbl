      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: RECERTIFICACION PERIODICA DE CONTACTOS POR SECTOR
      * DESCRIPCION: DOS VECES POR ANO CADA JEFE DE SECTOR CONFIRMA
      *              LOS DATOS DE LOS CONTACTOS DE SU SECTOR. EL
      *              PROGRAMA TIENE TRES MODOS:
      *
      *              L  LISTADO: ABRE UNA CAMPANA NUEVA CON LA FECHA
      *                 LIMITE DE RESPUESTA QUE INGRESA EL OPERADOR.
      *                 GRABA EN AGENDA.RECER UN REGISTRO POR CADA
      *                 CONTACTO ACTIVO CON SECTOR (VER AGNRCCAM.CPY)
      *                 E IMPRIME EN AGENDA.RECERLIS, UNA HOJA NUEVA
      *                 POR SECTOR, SUS CONTACTOS CON TELEFONO,
      *                 TELEFONOS ADICIONALES, CORREOS Y DIRECCION,
      *                 PARA ENVIAR AL JEFE DE SECTOR. NO SE ABRE UNA
      *                 CAMPANA NUEVA MIENTRAS LA ANTERIOR ESTE
      *                 VIGENTE, Y SI A LA ANTERIOR LE QUEDARON
      *                 CONTACTOS SIN RESPUESTA EL OPERADOR DEBE
      *                 CONFIRMAR QUE YA CORRIO SU SEGUIMIENTO. LOS
      *                 CONTACTOS SIN SECTOR NO ENTRAN EN LA CAMPANA.
      *              C  CARGA: PROCESA EL ARCHIVO DE CONFIRMACIONES
      *                 DEVUELTO POR LOS JEFES DE SECTOR
      *                 (AGENDA.RECERCNF, VER AGNRCCNF.CPY). LOS
      *                 CONFIRMADOS QUEDAN SELLADOS CON LA FECHA DEL
      *                 DIA EN AGENDA-FECHA-VERIF; LOS QUE HAY QUE
      *                 CORREGIR Y LOS QUE YA NO ESTAN PASAN A LA COLA
      *                 DE REVISION (AGENDA.REVISION, VER AGNREVQ.CPY)
      *                 QUE LOS OPERADORES TRABAJAN CON LA OPCION REV
      *                 DEL PROGRAMA EN LINEA. LA RESPUESTA QUEDA
      *                 ANOTADA EN LA CAMPANA Y LAS LINEAS RECHAZADAS
      *                 SE IMPRIMEN EN AGENDA.RECERCRG.
      *              S  SEGUIMIENTO: IMPRIME EN AGENDA.RECERSEG LOS
      *                 SECTORES QUE NO RESPONDIERON NINGUN CONTACTO Y
      *                 LOS CONTACTOS QUE NO FUERON CONFIRMADOS HASTA
      *                 LA FECHA LIMITE. SI LA CAMPANA SIGUE VIGENTE
      *                 EL SEGUIMIENTO ES PARCIAL Y ASI LO INDICA.
      *
      *              SELLAR LA VERIFICACION NO CAMBIA LOS DATOS NI LA
      *              FECHA-HORA DE ULTIMA MODIFICACION DEL CONTACTO,
      *              POR LO QUE NO GRABA ENTRADA EN AGENDA.LOG. EL
      *              CONTACTO SE RESERVA EN AGENDA.CLAIMS A NOMBRE DEL
      *              PROCESO; SI ESTA EN USO POR UN OPERADOR LA LINEA
      *              SE RECHAZA Y SE PUEDE VOLVER A CARGAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNRECER.
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

       SELECT OPTIONAL AGENDA-CLAIMS
           ASSIGN TO '../AGENDA.CLAIMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-AGENDA-ID
           FILE STATUS IS FS-CLAIMS.

       SELECT OPTIONAL AGENDA-RECER
           ASSIGN TO '../AGENDA.RECER'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCC-AGENDA-ID
           ALTERNATE RECORD KEY IS RCC-SECTOR WITH DUPLICATES
           FILE STATUS IS FS-RECER.

       SELECT OPTIONAL AGENDA-REVISION
           ASSIGN TO '../AGENDA.REVISION'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REV-CLAVE
           FILE STATUS IS FS-REVISION.

       SELECT ARCH-CONFIRMACION
           ASSIGN TO '../AGENDA.RECERCNF'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIRMACION.

       SELECT REPORTE
           ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
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

       FD AGENDA-CLAIMS.
           COPY AGNCLAIM.

       FD AGENDA-RECER.
           COPY AGNRCCAM.

       FD AGENDA-REVISION.
           COPY AGNREVQ.

       FD ARCH-CONFIRMACION.
           COPY AGNRCCNF.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNTELFS.

           COPY AGNMAILFS.

           COPY AGNSECFS.

           COPY AGNREVFS.

       01 FS-STATUS-CLAIMS.
          05 FS-CLAIMS              PIC X(2).
             88 FS-CLAIMS-OK             VALUE '00'.
             88 FS-CLAIMS-CREADO         VALUE '05'.
             88 FS-CLAIMS-DUPLICADO      VALUE '22'.

       01 FS-STATUS-RECER.
          05 FS-RECER               PIC X(2).
             88 FS-RECER-OK              VALUE '00'.
             88 FS-RECER-CREADO          VALUE '05'.
             88 FS-RECER-EOF             VALUE '10'.
             88 FS-RECER-NOTFOUND        VALUE '23'.

       01 FS-STATUS-CONFIRMACION.
          05 FS-CONFIRMACION        PIC X(2).
             88 FS-CONFIRMACION-OK       VALUE '00'.
             88 FS-CONFIRMACION-EOF      VALUE '10'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-NOMBRE-REPORTE         PIC X(25).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA           PIC 9(08).
          05 WS-FHS-HORA            PIC 9(06).

       01 WS-OPERADOR-LOTE          PIC X(08) VALUE 'AGNRECER'.

       01 WS-MODO                   PIC X(01).
          88 WS-MODO-LISTADO            VALUE 'L'.
          88 WS-MODO-CARGA              VALUE 'C'.
          88 WS-MODO-SEGUIMIENTO        VALUE 'S'.

       01 WS-CONTADORES.
           05 WS-CONT-CONTACTOS     PIC 9(07) VALUE 0.
           05 WS-CONT-SIN-SECTOR    PIC 9(07) VALUE 0.
           05 WS-CONT-SECTORES      PIC 9(05) VALUE 0.
           05 WS-CONT-SEC-SIN-RESP  PIC 9(05) VALUE 0.
           05 WS-CONT-LEIDAS        PIC 9(07) VALUE 0.
           05 WS-CONT-CONFIRMADOS   PIC 9(07) VALUE 0.
           05 WS-CONT-A-CORREGIR    PIC 9(07) VALUE 0.
           05 WS-CONT-YA-NO-ESTA    PIC 9(07) VALUE 0.
           05 WS-CONT-RECHAZADAS    PIC 9(07) VALUE 0.
           05 WS-CONT-EN-TERMINO    PIC 9(07) VALUE 0.
           05 WS-CONT-NO-CONFIRM    PIC 9(07) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

       01 WS-FECHA-CAMPANA          PIC 9(08).
       01 WS-FECHA-LIMITE           PIC 9(08).
       01 WS-FECHA-LIMITE-OK        PIC X(01).

       01 WS-FECHA-INGRESO.
           05 WS-FIN-AAAA            PIC 9(04).
           05 WS-FIN-MM              PIC 9(02).
           05 WS-FIN-DD              PIC 9(02).
       01 WS-FECHA-INGRESO-NUM REDEFINES WS-FECHA-INGRESO
                                    PIC 9(08).

       01 WS-FECHA-AUX.
           05 WS-FAUX-AAAA           PIC 9(04).
           05 WS-FAUX-MM             PIC 9(02).
           05 WS-FAUX-DD             PIC 9(02).
       01 WS-FECHA-AUX-NUM REDEFINES WS-FECHA-AUX
                                    PIC 9(08).
       01 WS-FECHA-AUX-EDITADA      PIC X(10).

       01 WS-ID                     PIC 9(08).
       01 WS-MOTIVO                 PIC X(40).
       01 WS-RESERVA-OK             PIC X(01).
       01 WS-CONFIRMA               PIC X(02).
       01 WS-CONT-ANT-SIN-RESP      PIC 9(07) VALUE 0.
       01 WS-SECTOR-ANTERIOR        PIC X(04).
       01 WS-SECTOR-DESCRIPCION     PIC X(30).
       01 WS-SITUACION              PIC X(30).

       01 WS-SEC-CONTACTOS          PIC 9(05).
       01 WS-SEC-RESPONDIDOS        PIC 9(05).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).
       01 WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                    PIC 9(08).

       01 WS-FECHA-EDITADA          PIC X(10).

       01 WS-LINEA-GUARDADA         PIC X(90).

       01 WS-ENCABEZADO-1.
           05 WS-ENC1-TITULO        PIC X(30).
           05 FILLER                PIC X(08) VALUE 'FECHA: '.
           05 WS-ENC1-FECHA         PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'PAGINA '.
           05 WS-ENC1-PAGINA        PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 WS-ENC2-TEXTO         PIC X(60).
           05 FILLER                PIC X(14) VALUE 'FECHA LIMITE: '.
           05 WS-ENC2-LIMITE        PIC X(10).

       01 WS-DETALLE-CONTACTO.
           05 WS-DCO-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DCO-APELLIDO       PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DCO-NOMBRE         PIC X(25).
           05 FILLER                PIC X(07) VALUE '  TEL: '.
           05 WS-DCO-TELEFONO       PIC X(09).

       01 WS-DETALLE-DATO.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-DDA-ROTULO         PIC X(12).
           05 WS-DDA-VALOR          PIC X(66).

       01 WS-DETALLE-RECHAZO.
           05 WS-DRE-ID             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRE-RESPUESTA      PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRE-MOTIVO         PIC X(40).

       01 WS-DETALLE-SECTOR.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DSE-SECTOR         PIC X(04).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 WS-DSE-DESCRIPCION    PIC X(30).
           05 FILLER                PIC X(12) VALUE '  CONTACTOS:'.
           05 WS-DSE-CONTACTOS      PIC ZZZZ9.

       01 WS-DETALLE-NO-CONFIRMADO.
           05 WS-DNC-SECTOR         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DNC-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DNC-APELLIDO       PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DNC-NOMBRE         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DNC-SITUACION      PIC X(30).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO          PIC X(40).
           05 WS-TOT-CANT           PIC ZZZZZZ9.
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

           DISPLAY 'Modo (L = LISTADO, C = CARGA, S = SEGUIMIENTO): '
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.

           EVALUATE TRUE
               WHEN WS-MODO-LISTADO
                    PERFORM 1100-ABRIR-LISTADO
                       THRU 1100-ABRIR-LISTADO-EXIT
               WHEN WS-MODO-CARGA
                    PERFORM 1200-ABRIR-CARGA
                       THRU 1200-ABRIR-CARGA-EXIT
               WHEN WS-MODO-SEGUIMIENTO
                    PERFORM 1300-ABRIR-SEGUIMIENTO
                       THRU 1300-ABRIR-SEGUIMIENTO-EXIT
               WHEN OTHER
                    DISPLAY 'MODO INVALIDO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-LIMITE TO WS-FECHA-AUX-NUM.
           PERFORM 2900-EDITAR-FECHA
              THRU 2900-EDITAR-FECHA-EXIT.
           MOVE WS-FECHA-AUX-EDITADA TO WS-ENC2-LIMITE.

           MOVE WS-FECHA-CAMPANA TO WS-FECHA-AUX-NUM.
           PERFORM 2900-EDITAR-FECHA
              THRU 2900-EDITAR-FECHA-EXIT.
           MOVE SPACES TO WS-ENC2-TEXTO.
           STRING 'CAMPANA DEL '        DELIMITED BY SIZE
                  WS-FECHA-AUX-EDITADA  DELIMITED BY SIZE
             INTO WS-ENC2-TEXTO
           END-STRING.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-LISTADO.

      * UNA CAMPANA NUEVA REEMPLAZA A LA ANTERIOR, POR ESO NO SE ABRE
      * MIENTRAS LA ANTERIOR ESTE VIGENTE: SU SEGUIMIENTO SE CORRE
      * DESPUES DE LA FECHA LIMITE Y ANTES DE LA CAMPANA SIGUIENTE.

           MOVE 'RECERTIFICACION - LISTADO' TO WS-ENC1-TITULO.
           MOVE '../AGENDA.RECERLIS'        TO WS-NOMBRE-REPORTE.

           OPEN INPUT AGENDA-RECER.

           IF NOT FS-RECER-OK AND NOT FS-RECER-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMPANA'
              DISPLAY 'FILE STATUS: ' FS-RECER
              STOP RUN
           END-IF.

           IF FS-RECER-OK
               PERFORM 1510-LEER-CAMPANA
                  THRU 1510-LEER-CAMPANA-EXIT
               IF FS-RECER-OK
                  AND RCC-FECHA-LIMITE >= WS-FECHA-SISTEMA-NUM
                   DISPLAY 'HAY UNA CAMPANA VIGENTE DEL '
                           RCC-FECHA-CAMPANA ' CON FECHA LIMITE '
                           RCC-FECHA-LIMITE
                   DISPLAY 'NO SE PUEDE ABRIR UNA CAMPANA NUEVA'
                   STOP RUN
               END-IF
               MOVE RCC-FECHA-CAMPANA TO WS-FECHA-CAMPANA
               PERFORM UNTIL NOT FS-RECER-OK
                   IF RCC-SIN-RESPUESTA
                       ADD 1 TO WS-CONT-ANT-SIN-RESP
                   END-IF
                   PERFORM 1510-LEER-CAMPANA
                      THRU 1510-LEER-CAMPANA-EXIT
               END-PERFORM
           END-IF.

           CLOSE AGENDA-RECER.

      * LA CAMPANA ANTERIOR SE PIERDE AL ABRIR LA NUEVA: SI QUEDARON
      * CONTACTOS SIN RESPUESTA, EL OPERADOR DEBE CONFIRMAR QUE YA
      * CORRIO SU SEGUIMIENTO.

           IF WS-CONT-ANT-SIN-RESP > 0
               DISPLAY 'LA CAMPANA DEL ' WS-FECHA-CAMPANA ' TIENE '
                       WS-CONT-ANT-SIN-RESP ' CONTACTOS SIN RESPUESTA.'
               DISPLAY 'LA CAMPANA NUEVA LA REEMPLAZA: CORRER ANTES '
                       'EL SEGUIMIENTO (MODO S).'
               DISPLAY 'Ya se corrio el seguimiento, confirma la '
                       'campana nueva (SI o NO): '
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'SI'
                   DISPLAY 'NO SE ABRIO LA CAMPANA NUEVA'
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1400-PEDIR-FECHA-LIMITE
              THRU 1400-PEDIR-FECHA-LIMITE-EXIT.

           MOVE WS-FECHA-SISTEMA-NUM TO WS-FECHA-CAMPANA.

           OPEN OUTPUT AGENDA-RECER.

           IF NOT FS-RECER-OK
              DISPLAY 'ERROR AL CREAR EL ARCHIVO DE CAMPANA'
              DISPLAY 'FILE STATUS: ' FS-RECER
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

       1100-ABRIR-LISTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-CARGA.

           MOVE 'RECERTIFICACION - CARGA'   TO WS-ENC1-TITULO.
           MOVE '../AGENDA.RECERCRG'        TO WS-NOMBRE-REPORTE.

           OPEN I-O AGENDA-RECER.

           PERFORM 1250-OBTENER-CAMPANA
              THRU 1250-OBTENER-CAMPANA-EXIT.

           OPEN I-O AGENDA.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA'
              DISPLAY 'FILE STATUS: ' FS-AGENDA
              STOP RUN
           END-IF.

           OPEN I-O AGENDA-CLAIMS.

           IF NOT FS-CLAIMS-OK AND NOT FS-CLAIMS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
              DISPLAY 'FILE STATUS: ' FS-CLAIMS
              STOP RUN
           END-IF.

           OPEN I-O AGENDA-REVISION.

           IF NOT FS-REVISION-OK AND NOT FS-REVISION-CREADO
              DISPLAY 'ERROR AL ABRIR LA COLA DE REVISION'
              DISPLAY 'FILE STATUS: ' FS-REVISION
              STOP RUN
           END-IF.

           OPEN INPUT ARCH-CONFIRMACION.

           IF NOT FS-CONFIRMACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONFIRMACIONES'
              DISPLAY 'FILE STATUS: ' FS-CONFIRMACION
              STOP RUN
           END-IF.

       1200-ABRIR-CARGA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-OBTENER-CAMPANA.

      * TODOS LOS REGISTROS DE LA CAMPANA TIENEN LA MISMA FECHA DE
      * CAMPANA Y FECHA LIMITE: SE TOMAN DEL PRIMERO.

           IF NOT FS-RECER-OK AND NOT FS-RECER-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMPANA'
              DISPLAY 'FILE STATUS: ' FS-RECER
              STOP RUN
           END-IF.

           IF FS-RECER-OK
               PERFORM 1510-LEER-CAMPANA
                  THRU 1510-LEER-CAMPANA-EXIT
           END-IF.

           IF NOT FS-RECER-OK
              DISPLAY 'NO HAY UNA CAMPANA DE RECERTIFICACION ABIERTA'
              STOP RUN
           END-IF.

           MOVE RCC-FECHA-CAMPANA TO WS-FECHA-CAMPANA.
           MOVE RCC-FECHA-LIMITE  TO WS-FECHA-LIMITE.

       1250-OBTENER-CAMPANA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-SEGUIMIENTO.

           MOVE 'RECERTIFICACION - SEGUIMIENTO' TO WS-ENC1-TITULO.
           MOVE '../AGENDA.RECERSEG'            TO WS-NOMBRE-REPORTE.

           OPEN INPUT AGENDA-RECER.

           PERFORM 1250-OBTENER-CAMPANA
              THRU 1250-OBTENER-CAMPANA-EXIT.

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

       1300-ABRIR-SEGUIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-PEDIR-FECHA-LIMITE.

           MOVE 'N' TO WS-FECHA-LIMITE-OK.

           PERFORM UNTIL WS-FECHA-LIMITE-OK = 'S'
               DISPLAY 'Fecha limite de respuesta (AAAAMMDD): '
               ACCEPT WS-FECHA-INGRESO

               IF WS-FECHA-INGRESO IS NOT NUMERIC
                  OR WS-FIN-MM < 1 OR WS-FIN-MM > 12
                  OR WS-FIN-DD < 1 OR WS-FIN-DD > 31
                   DISPLAY 'Fecha invalida, formato AAAAMMDD.'
               ELSE
                   IF WS-FECHA-INGRESO-NUM <= WS-FECHA-SISTEMA-NUM
                       DISPLAY 'La fecha limite debe ser '
                               'posterior a hoy.'
                   ELSE
                       MOVE 'S' TO WS-FECHA-LIMITE-OK
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-FECHA-INGRESO-NUM TO WS-FECHA-LIMITE.

       1400-PEDIR-FECHA-LIMITE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-AGENDA.

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

       1500-LEER-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-CAMPANA.

           READ AGENDA-RECER NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-RECER-OK
                    CONTINUE
               WHEN FS-RECER-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CAMPANA'
                    DISPLAY 'FILE STATUS: ' FS-RECER
                    STOP RUN
           END-EVALUATE.

       1510-LEER-CAMPANA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1520-LEER-CONFIRMACION.

           READ ARCH-CONFIRMACION.

           EVALUATE TRUE
               WHEN FS-CONFIRMACION-OK
                    ADD 1 TO WS-CONT-LEIDAS
               WHEN FS-CONFIRMACION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CONFIRMACIONES'
                    DISPLAY 'FILE STATUS: ' FS-CONFIRMACION
                    STOP RUN
           END-EVALUATE.

       1520-LEER-CONFIRMACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1530-LEER-TELS.

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

       1530-LEER-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1540-LEER-MAILS.

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

       1540-LEER-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           EVALUATE TRUE
               WHEN WS-MODO-LISTADO
                    PERFORM 2100-ARMAR-CAMPANA
                       THRU 2100-ARMAR-CAMPANA-EXIT
                    PERFORM 2200-IMPRIMIR-LISTADO
                       THRU 2200-IMPRIMIR-LISTADO-EXIT
               WHEN WS-MODO-CARGA
                    PERFORM 2400-CARGAR-CONFIRMACIONES
                       THRU 2400-CARGAR-CONFIRMACIONES-EXIT
               WHEN WS-MODO-SEGUIMIENTO
                    PERFORM 2600-SEGUIMIENTO
                       THRU 2600-SEGUIMIENTO-EXIT
           END-EVALUATE.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ARMAR-CAMPANA.

           MOVE 0 TO AGENDA-ID.

           START AGENDA KEY IS > AGENDA-ID.

           IF NOT FS-AGENDA-OK
               GO TO 2100-ARMAR-CAMPANA-EXIT
           END-IF.

           PERFORM 1500-LEER-AGENDA
              THRU 1500-LEER-AGENDA-EXIT.

           PERFORM UNTIL FS-AGENDA-EOF

               IF AGENDA-ACTIVO
                   IF AGENDA-SECTOR = SPACES
                       ADD 1 TO WS-CONT-SIN-SECTOR
                   ELSE
                       MOVE AGENDA-ID        TO RCC-AGENDA-ID
                       MOVE AGENDA-SECTOR    TO RCC-SECTOR
                       MOVE WS-FECHA-CAMPANA TO RCC-FECHA-CAMPANA
                       MOVE WS-FECHA-LIMITE  TO RCC-FECHA-LIMITE
                       MOVE SPACES           TO RCC-RESPUESTA
                       MOVE 0                TO RCC-FECHA-RESPUESTA

                       WRITE REG-RECER-CAMPANA

                       IF NOT FS-RECER-OK
                           DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE '
                                   'CAMPANA, ID: ' AGENDA-ID
                           DISPLAY 'FILE STATUS: ' FS-RECER
                           STOP RUN
                       END-IF

                       ADD 1 TO WS-CONT-CONTACTOS
                   END-IF
               END-IF

               PERFORM 1500-LEER-AGENDA
                  THRU 1500-LEER-AGENDA-EXIT

           END-PERFORM.

       2100-ARMAR-CAMPANA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-IMPRIMIR-LISTADO.

      * LA CAMPANA SE RELEE POR LA CLAVE DE SECTOR, ASI EL LISTADO
      * SALE AGRUPADO POR SECTOR Y CADA SECTOR EMPIEZA EN HOJA NUEVA.

           CLOSE AGENDA-RECER.

           OPEN INPUT AGENDA-RECER.

           IF NOT FS-RECER-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMPANA'
              DISPLAY 'FILE STATUS: ' FS-RECER
              STOP RUN
           END-IF.

           MOVE LOW-VALUES TO RCC-SECTOR.
           MOVE SPACES     TO WS-SECTOR-ANTERIOR.

           START AGENDA-RECER KEY IS >= RCC-SECTOR.

           IF NOT FS-RECER-OK
               GO TO 2200-IMPRIMIR-LISTADO-EXIT
           END-IF.

           PERFORM 1510-LEER-CAMPANA
              THRU 1510-LEER-CAMPANA-EXIT.

           PERFORM UNTIL FS-RECER-EOF

               IF RCC-SECTOR NOT = WS-SECTOR-ANTERIOR
                   PERFORM 2250-CAMBIO-SECTOR
                      THRU 2250-CAMBIO-SECTOR-EXIT
               END-IF

               PERFORM 2300-IMPRIMIR-CONTACTO
                  THRU 2300-IMPRIMIR-CONTACTO-EXIT

               PERFORM 1510-LEER-CAMPANA
                  THRU 1510-LEER-CAMPANA-EXIT

           END-PERFORM.

       2200-IMPRIMIR-LISTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-CAMBIO-SECTOR.

           MOVE RCC-SECTOR TO WS-SECTOR-ANTERIOR.

           ADD 1 TO WS-CONT-SECTORES.

           PERFORM 2260-DESCRIBIR-SECTOR
              THRU 2260-DESCRIBIR-SECTOR-EXIT.

           MOVE SPACES TO WS-ENC2-TEXTO.
           STRING 'SECTOR: '            DELIMITED BY SIZE
                  RCC-SECTOR            DELIMITED BY SIZE
                  ' - '                 DELIMITED BY SIZE
                  WS-SECTOR-DESCRIPCION DELIMITED BY SIZE
             INTO WS-ENC2-TEXTO
           END-STRING.

      * LA PROXIMA LINEA ABRE HOJA NUEVA CON EL ENCABEZADO DEL SECTOR.
           MOVE 0 TO WS-CONT-LINEAS.

           MOVE 'MARQUE LA RESPUESTA DE CADA CONTACTO: C = DATOS '
             TO LINEA-REPORTE.
           MOVE 'CORRECTOS, M = CORREGIR, N = YA NO ESTA'
             TO LINEA-REPORTE (49:40).
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2250-CAMBIO-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2260-DESCRIBIR-SECTOR.

           MOVE RCC-SECTOR TO SECTOR-CODIGO.

           READ AGENDA-SECTORES.

           IF FS-SECTORES-OK
               MOVE SECTOR-DESCRIPCION TO WS-SECTOR-DESCRIPCION
           ELSE
               MOVE '(NO EXISTE EN SECTORES)' TO WS-SECTOR-DESCRIPCION
           END-IF.

       2260-DESCRIBIR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-IMPRIMIR-CONTACTO.

           MOVE RCC-AGENDA-ID TO AGENDA-ID.

           READ AGENDA.

           IF NOT FS-AGENDA-OK
               DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA, ID: '
                       RCC-AGENDA-ID
               DISPLAY 'FILE STATUS: ' FS-AGENDA
               STOP RUN
           END-IF.

           MOVE AGENDA-ID            TO WS-DCO-ID.
           MOVE AGENDA-APELLIDO      TO WS-DCO-APELLIDO.
           MOVE AGENDA-NOMBRE        TO WS-DCO-NOMBRE.
           MOVE AGENDA-TELEFONO      TO WS-DCO-TELEFONO.
           MOVE WS-DETALLE-CONTACTO  TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           PERFORM 2310-IMPRIMIR-TELS
              THRU 2310-IMPRIMIR-TELS-EXIT.

           PERFORM 2320-IMPRIMIR-MAILS
              THRU 2320-IMPRIMIR-MAILS-EXIT.

           MOVE 'DIRECCION : '       TO WS-DDA-ROTULO.
           MOVE SPACES               TO WS-DDA-VALOR.
           STRING AGENDA-DIR-CALLE     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  AGENDA-DIR-NUMERO    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  AGENDA-DIR-LOCALIDAD DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  AGENDA-DIR-CP        DELIMITED BY SIZE
             INTO WS-DDA-VALOR
           END-STRING.
           MOVE WS-DETALLE-DATO      TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'RESPUESTA : '       TO WS-DDA-ROTULO.
           MOVE '___   COMENTARIO: ______________________________'
             TO WS-DDA-VALOR.
           MOVE WS-DETALLE-DATO      TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2300-IMPRIMIR-CONTACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-IMPRIMIR-TELS.

           MOVE AGENDA-ID  TO TEL-AGENDA-ID.
           MOVE LOW-VALUES TO TEL-NUMERO.

           START AGENDA-TELS KEY IS >= TEL-CLAVE.

           IF NOT FS-TELS-OK
               GO TO 2310-IMPRIMIR-TELS-EXIT
           END-IF.

           PERFORM 1530-LEER-TELS
              THRU 1530-LEER-TELS-EXIT.

           PERFORM UNTIL NOT FS-TELS-OK
                      OR TEL-AGENDA-ID NOT = AGENDA-ID
               MOVE 'TEL. ADIC.: '  TO WS-DDA-ROTULO
               MOVE SPACES          TO WS-DDA-VALOR
               STRING TEL-NUMERO    DELIMITED BY SIZE
                      '  '          DELIMITED BY SIZE
                      TEL-TIPO      DELIMITED BY SIZE
                 INTO WS-DDA-VALOR
               END-STRING
               MOVE WS-DETALLE-DATO TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               PERFORM 1530-LEER-TELS
                  THRU 1530-LEER-TELS-EXIT
           END-PERFORM.

       2310-IMPRIMIR-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2320-IMPRIMIR-MAILS.

           MOVE AGENDA-ID  TO MAIL-AGENDA-ID.
           MOVE LOW-VALUES TO MAIL-DIRECCION.

           START AGENDA-MAILS KEY IS >= MAIL-CLAVE.

           IF NOT FS-MAILS-OK
               GO TO 2320-IMPRIMIR-MAILS-EXIT
           END-IF.

           PERFORM 1540-LEER-MAILS
              THRU 1540-LEER-MAILS-EXIT.

           PERFORM UNTIL NOT FS-MAILS-OK
                      OR MAIL-AGENDA-ID NOT = AGENDA-ID
               MOVE 'CORREO    : '  TO WS-DDA-ROTULO
               MOVE SPACES          TO WS-DDA-VALOR
               STRING MAIL-DIRECCION DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      MAIL-TIPO      DELIMITED BY SIZE
                 INTO WS-DDA-VALOR
               END-STRING
               MOVE WS-DETALLE-DATO TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               PERFORM 1540-LEER-MAILS
                  THRU 1540-LEER-MAILS-EXIT
           END-PERFORM.

       2320-IMPRIMIR-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-CARGAR-CONFIRMACIONES.

           MOVE 'LINEAS RECHAZADAS' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           PERFORM 1520-LEER-CONFIRMACION
              THRU 1520-LEER-CONFIRMACION-EXIT.

           PERFORM UNTIL FS-CONFIRMACION-EOF

               IF REG-RECER-CONFIRMACION = SPACES
                  OR REG-RECER-CONFIRMACION (1:1) = '*'
                   SUBTRACT 1 FROM WS-CONT-LEIDAS
               ELSE
                   PERFORM 2450-PROCESAR-CONFIRMACION
                      THRU 2450-PROCESAR-CONFIRMACION-EXIT
               END-IF

               PERFORM 1520-LEER-CONFIRMACION
                  THRU 1520-LEER-CONFIRMACION-EXIT

           END-PERFORM.

       2400-CARGAR-CONFIRMACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-PROCESAR-CONFIRMACION.

           MOVE FUNCTION UPPER-CASE(CNF-RESPUESTA) TO CNF-RESPUESTA.

           IF CNF-AGENDA-ID IS NOT NUMERIC
               MOVE 'ID INVALIDO' TO WS-MOTIVO
               PERFORM 2490-RECHAZAR
                  THRU 2490-RECHAZAR-EXIT
               GO TO 2450-PROCESAR-CONFIRMACION-EXIT
           END-IF.

           MOVE CNF-AGENDA-ID TO WS-ID.

           IF NOT CNF-CONFIRMADO
              AND NOT CNF-A-CORREGIR
              AND NOT CNF-YA-NO-ESTA
               MOVE 'RESPUESTA INVALIDA (C, M O N)' TO WS-MOTIVO
               PERFORM 2490-RECHAZAR
                  THRU 2490-RECHAZAR-EXIT
               GO TO 2450-PROCESAR-CONFIRMACION-EXIT
           END-IF.

           MOVE WS-ID TO RCC-AGENDA-ID.

           READ AGENDA-RECER.

           EVALUATE TRUE
               WHEN FS-RECER-OK
                    CONTINUE
               WHEN FS-RECER-NOTFOUND
                    MOVE 'NO FIGURA EN LA CAMPANA' TO WS-MOTIVO
                    PERFORM 2490-RECHAZAR
                       THRU 2490-RECHAZAR-EXIT
                    GO TO 2450-PROCESAR-CONFIRMACION-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CAMPANA'
                    DISPLAY 'FILE STATUS: ' FS-RECER
                    STOP RUN
           END-EVALUATE.

           IF NOT RCC-SIN-RESPUESTA
               MOVE 'YA TIENE RESPUESTA EN LA CAMPANA' TO WS-MOTIVO
               PERFORM 2490-RECHAZAR
                  THRU 2490-RECHAZAR-EXIT
               GO TO 2450-PROCESAR-CONFIRMACION-EXIT
           END-IF.

           MOVE WS-ID TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    CONTINUE
               WHEN FS-AGENDA-NOTFOUND
                    MOVE 'NO EXISTE EN LA AGENDA' TO WS-MOTIVO
                    PERFORM 2490-RECHAZAR
                       THRU 2490-RECHAZAR-EXIT
                    GO TO 2450-PROCESAR-CONFIRMACION-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

           IF NOT AGENDA-ACTIVO
               MOVE 'CONTACTO DADO DE BAJA' TO WS-MOTIVO
               PERFORM 2490-RECHAZAR
                  THRU 2490-RECHAZAR-EXIT
               GO TO 2450-PROCESAR-CONFIRMACION-EXIT
           END-IF.

           IF CNF-CONFIRMADO
               PERFORM 2460-SELLAR-VERIFICACION
                  THRU 2460-SELLAR-VERIFICACION-EXIT
           ELSE
               PERFORM 2470-ENCOLAR-REVISION
                  THRU 2470-ENCOLAR-REVISION-EXIT
           END-IF.

           IF WS-MOTIVO NOT = SPACES
               PERFORM 2490-RECHAZAR
                  THRU 2490-RECHAZAR-EXIT
               GO TO 2450-PROCESAR-CONFIRMACION-EXIT
           END-IF.

           MOVE CNF-RESPUESTA        TO RCC-RESPUESTA.
           MOVE WS-FECHA-SISTEMA-NUM TO RCC-FECHA-RESPUESTA.

           REWRITE REG-RECER-CAMPANA.

           IF NOT FS-RECER-OK
               DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE CAMPANA'
               DISPLAY 'FILE STATUS: ' FS-RECER
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN CNF-CONFIRMADO
                    ADD 1 TO WS-CONT-CONFIRMADOS
               WHEN CNF-A-CORREGIR
                    ADD 1 TO WS-CONT-A-CORREGIR
               WHEN CNF-YA-NO-ESTA
                    ADD 1 TO WS-CONT-YA-NO-ESTA
           END-EVALUATE.

       2450-PROCESAR-CONFIRMACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2460-SELLAR-VERIFICACION.

      * SOLO CAMBIA LA FECHA DE VERIFICACION: LA FECHA-HORA DE ULTIMA
      * MODIFICACION QUEDA COMO ESTA Y NO SE GRABA ENTRADA EN EL LOG.

           MOVE SPACES TO WS-MOTIVO.

           PERFORM 2480-TOMAR-RESERVA
              THRU 2480-TOMAR-RESERVA-EXIT.

           IF WS-RESERVA-OK = 'N'
               GO TO 2460-SELLAR-VERIFICACION-EXIT
           END-IF.

      * CON LA RESERVA TOMADA SE RELEE EL CONTACTO PARA NO PISAR UN
      * CAMBIO GRABADO DESPUES DE LA PRIMERA LECTURA.

           MOVE WS-ID TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    CONTINUE
               WHEN FS-AGENDA-NOTFOUND
                    MOVE 'NO EXISTE EN LA AGENDA' TO WS-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

           IF WS-MOTIVO = SPACES
              AND NOT AGENDA-ACTIVO
               MOVE 'CONTACTO DADO DE BAJA' TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO NOT = SPACES
               PERFORM 2485-LIBERAR-RESERVA
                  THRU 2485-LIBERAR-RESERVA-EXIT
               GO TO 2460-SELLAR-VERIFICACION-EXIT
           END-IF.

           MOVE WS-FECHA-SISTEMA-NUM TO AGENDA-FECHA-VERIF.

           REWRITE REG-AGENDA.

           IF NOT FS-AGENDA-OK
               DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' FS-AGENDA
               STOP RUN
           END-IF.

           PERFORM 2485-LIBERAR-RESERVA
              THRU 2485-LIBERAR-RESERVA-EXIT.

       2460-SELLAR-VERIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2470-ENCOLAR-REVISION.

           MOVE SPACES TO WS-MOTIVO.

           INITIALIZE REG-AGENDA-REVISION.

           MOVE WS-ID                TO REV-AGENDA-ID.
           MOVE WS-FECHA-CAMPANA     TO REV-FECHA-CAMPANA.
           MOVE CNF-RESPUESTA        TO REV-TIPO.
           MOVE RCC-SECTOR           TO REV-SECTOR.
           MOVE CNF-COMENTARIO       TO REV-COMENTARIO.
           MOVE WS-FECHA-SISTEMA-NUM TO REV-FECHA-ALTA.
           MOVE 'P'                  TO REV-ESTADO.
           MOVE SPACES               TO REV-RESOLUCION.
           MOVE 0                    TO REV-FECHA-CIERRE.
           MOVE SPACES               TO REV-OPER-CIERRE.

           WRITE REG-AGENDA-REVISION.

           EVALUATE TRUE
               WHEN FS-REVISION-OK
                    CONTINUE
               WHEN FS-REVISION-DUPLICADO
                    MOVE 'YA ESTA EN LA COLA DE REVISION' TO WS-MOTIVO
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR LA COLA DE REVISION'
                    DISPLAY 'FILE STATUS: ' FS-REVISION
                    STOP RUN
           END-EVALUATE.

       2470-ENCOLAR-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2480-TOMAR-RESERVA.

      * LA RESERVA SE TOMA A NOMBRE DEL PROCESO. UNA RESERVA DEL
      * PROPIO PROCESO QUEDO DE UNA CORRIDA INTERRUMPIDA Y SE USA.

           MOVE 'S' TO WS-RESERVA-OK.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           MOVE WS-ID            TO CLAIM-AGENDA-ID.
           MOVE WS-OPERADOR-LOTE TO CLAIM-OPERADOR.
           MOVE WS-FHS-FECHA     TO CLAIM-FECHA.
           MOVE WS-FHS-HORA      TO CLAIM-HORA.

           WRITE REG-AGENDA-CLAIM.

           EVALUATE TRUE
               WHEN FS-CLAIMS-OK
                    CONTINUE
               WHEN FS-CLAIMS-DUPLICADO
                    MOVE WS-ID TO CLAIM-AGENDA-ID
                    READ AGENDA-CLAIMS
                    IF NOT FS-CLAIMS-OK
                        MOVE SPACES TO CLAIM-OPERADOR
                    END-IF
                    IF CLAIM-OPERADOR NOT = WS-OPERADOR-LOTE
                        MOVE 'N' TO WS-RESERVA-OK
                        MOVE SPACES TO WS-MOTIVO
                        STRING 'CONTACTO EN USO POR ' DELIMITED BY SIZE
                               CLAIM-OPERADOR         DELIMITED BY SIZE
                          INTO WS-MOTIVO
                        END-STRING
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RESERVAS'
                    DISPLAY 'FILE STATUS: ' FS-CLAIMS
                    STOP RUN
           END-EVALUATE.

       2480-TOMAR-RESERVA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2485-LIBERAR-RESERVA.

           MOVE WS-ID TO CLAIM-AGENDA-ID.

           READ AGENDA-CLAIMS.

           IF FS-CLAIMS-OK
              AND CLAIM-OPERADOR = WS-OPERADOR-LOTE
               DELETE AGENDA-CLAIMS
               IF NOT FS-CLAIMS-OK
                   DISPLAY 'ERROR AL LIBERAR LA RESERVA'
                   DISPLAY 'FILE STATUS: ' FS-CLAIMS
               END-IF
           END-IF.

       2485-LIBERAR-RESERVA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2490-RECHAZAR.

           ADD 1 TO WS-CONT-RECHAZADAS.

           MOVE CNF-AGENDA-ID       TO WS-DRE-ID.
           MOVE CNF-RESPUESTA       TO WS-DRE-RESPUESTA.
           MOVE WS-MOTIVO           TO WS-DRE-MOTIVO.
           MOVE WS-DETALLE-RECHAZO  TO LINEA-REPORTE.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2490-RECHAZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-SEGUIMIENTO.

           IF WS-FECHA-LIMITE >= WS-FECHA-SISTEMA-NUM
               MOVE '*** CAMPANA VIGENTE: SEGUIMIENTO PARCIAL ***'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               MOVE SPACES TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           MOVE 'SECTORES SIN NINGUNA RESPUESTA' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE LOW-VALUES TO RCC-SECTOR.
           MOVE SPACES     TO WS-SECTOR-ANTERIOR.
           MOVE 0          TO WS-SEC-CONTACTOS.
           MOVE 0          TO WS-SEC-RESPONDIDOS.

           START AGENDA-RECER KEY IS >= RCC-SECTOR.

           IF NOT FS-RECER-OK
               GO TO 2600-SEGUIMIENTO-EXIT
           END-IF.

           PERFORM 1510-LEER-CAMPANA
              THRU 1510-LEER-CAMPANA-EXIT.

           PERFORM UNTIL FS-RECER-EOF

               IF RCC-SECTOR NOT = WS-SECTOR-ANTERIOR
                   PERFORM 2650-CERRAR-SECTOR
                      THRU 2650-CERRAR-SECTOR-EXIT
                   MOVE RCC-SECTOR TO WS-SECTOR-ANTERIOR
                   ADD 1 TO WS-CONT-SECTORES
               END-IF

               ADD 1 TO WS-SEC-CONTACTOS
               ADD 1 TO WS-CONT-CONTACTOS

               IF NOT RCC-SIN-RESPUESTA
                   ADD 1 TO WS-SEC-RESPONDIDOS
               END-IF

               PERFORM 1510-LEER-CAMPANA
                  THRU 1510-LEER-CAMPANA-EXIT

           END-PERFORM.

           PERFORM 2650-CERRAR-SECTOR
              THRU 2650-CERRAR-SECTOR-EXIT.

           IF WS-CONT-SEC-SIN-RESP = 0
               MOVE '  NINGUNO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           PERFORM 2700-CONTACTOS-NO-CONFIRMADOS
              THRU 2700-CONTACTOS-NO-CONFIRMADOS-EXIT.

       2600-SEGUIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-CERRAR-SECTOR.

           IF WS-SECTOR-ANTERIOR NOT = SPACES
              AND WS-SEC-RESPONDIDOS = 0
               ADD 1 TO WS-CONT-SEC-SIN-RESP
               MOVE WS-SECTOR-ANTERIOR TO SECTOR-CODIGO
               READ AGENDA-SECTORES
               IF FS-SECTORES-OK
                   MOVE SECTOR-DESCRIPCION TO WS-DSE-DESCRIPCION
               ELSE
                   MOVE '(NO EXISTE EN SECTORES)' TO WS-DSE-DESCRIPCION
               END-IF
               MOVE WS-SECTOR-ANTERIOR TO WS-DSE-SECTOR
               MOVE WS-SEC-CONTACTOS   TO WS-DSE-CONTACTOS
               MOVE WS-DETALLE-SECTOR  TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           MOVE 0 TO WS-SEC-CONTACTOS.
           MOVE 0 TO WS-SEC-RESPONDIDOS.

       2650-CERRAR-SECTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-CONTACTOS-NO-CONFIRMADOS.

      * CONFIRMADO EN TERMINO ES EL QUE RESPONDIO C HASTA LA FECHA
      * LIMITE. LOS DEMAS SE LISTAN CON SU SITUACION.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'CONTACTOS NO CONFIRMADOS HASTA LA FECHA LIMITE'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE LOW-VALUES TO RCC-SECTOR.

           START AGENDA-RECER KEY IS >= RCC-SECTOR.

           IF NOT FS-RECER-OK
               GO TO 2700-CONTACTOS-NO-CONFIRMADOS-EXIT
           END-IF.

           PERFORM 1510-LEER-CAMPANA
              THRU 1510-LEER-CAMPANA-EXIT.

           PERFORM UNTIL FS-RECER-EOF

               IF RCC-CONFIRMADO
                  AND RCC-FECHA-RESPUESTA <= RCC-FECHA-LIMITE
                   ADD 1 TO WS-CONT-EN-TERMINO
               ELSE
                   ADD 1 TO WS-CONT-NO-CONFIRM
                   PERFORM 2750-IMPRIMIR-NO-CONFIRMADO
                      THRU 2750-IMPRIMIR-NO-CONFIRMADO-EXIT
               END-IF

               PERFORM 1510-LEER-CAMPANA
                  THRU 1510-LEER-CAMPANA-EXIT

           END-PERFORM.

           IF WS-CONT-NO-CONFIRM = 0
               MOVE '  NINGUNO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2700-CONTACTOS-NO-CONFIRMADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2750-IMPRIMIR-NO-CONFIRMADO.

           EVALUATE TRUE
               WHEN RCC-SIN-RESPUESTA
                    MOVE 'SIN RESPUESTA'          TO WS-SITUACION
               WHEN RCC-A-CORREGIR
                    MOVE 'A CORREGIR (EN REVISION)' TO WS-SITUACION
               WHEN RCC-YA-NO-ESTA
                    MOVE 'YA NO ESTA (EN REVISION)' TO WS-SITUACION
               WHEN OTHER
                    MOVE 'CONFIRMADO FUERA DE TERMINO'
                      TO WS-SITUACION
           END-EVALUATE.

           MOVE RCC-AGENDA-ID TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    MOVE AGENDA-APELLIDO TO WS-DNC-APELLIDO
                    MOVE AGENDA-NOMBRE   TO WS-DNC-NOMBRE
               WHEN FS-AGENDA-NOTFOUND
                    MOVE '(NO EXISTE)'   TO WS-DNC-APELLIDO
                    MOVE SPACES          TO WS-DNC-NOMBRE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    STOP RUN
           END-EVALUATE.

           MOVE RCC-SECTOR               TO WS-DNC-SECTOR.
           MOVE RCC-AGENDA-ID            TO WS-DNC-ID.
           MOVE WS-SITUACION             TO WS-DNC-SITUACION.
           MOVE WS-DETALLE-NO-CONFIRMADO TO LINEA-REPORTE.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2750-IMPRIMIR-NO-CONFIRMADO-EXIT.
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
       2900-EDITAR-FECHA.

           MOVE SPACES TO WS-FECHA-AUX-EDITADA.

           STRING WS-FAUX-DD     DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FAUX-MM     DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-FAUX-AAAA   DELIMITED BY SIZE
             INTO WS-FECHA-AUX-EDITADA
           END-STRING.

       2900-EDITAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

      * LOS TOTALES DEL LISTADO VAN EN HOJA APARTE, FUERA DE LAS HOJAS
      * QUE SE ENVIAN A CADA SECTOR.

           IF WS-MODO-LISTADO
               MOVE 0 TO WS-CONT-LINEAS
               MOVE WS-FECHA-CAMPANA TO WS-FECHA-AUX-NUM
               PERFORM 2900-EDITAR-FECHA
                  THRU 2900-EDITAR-FECHA-EXIT
               MOVE SPACES TO WS-ENC2-TEXTO
               STRING 'TOTALES DE LA CAMPANA DEL ' DELIMITED BY SIZE
                      WS-FECHA-AUX-EDITADA         DELIMITED BY SIZE
                 INTO WS-ENC2-TEXTO
               END-STRING
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-MODO-LISTADO
                    MOVE 'SECTORES LISTADOS                     : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-SECTORES    TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'CONTACTOS EN LA CAMPANA               : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-CONTACTOS   TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'CONTACTOS ACTIVOS SIN SECTOR (FUERA)  : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-SIN-SECTOR  TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
               WHEN WS-MODO-CARGA
                    MOVE 'LINEAS LEIDAS                         : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-LEIDAS      TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'CONTACTOS CONFIRMADOS                 : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-CONFIRMADOS TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'A CORREGIR (A LA COLA DE REVISION)    : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-A-CORREGIR  TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'YA NO ESTAN (A LA COLA DE REVISION)   : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-YA-NO-ESTA  TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'LINEAS RECHAZADAS                     : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-RECHAZADAS  TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
               WHEN WS-MODO-SEGUIMIENTO
                    MOVE 'SECTORES EN LA CAMPANA                : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-SECTORES    TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'SECTORES SIN NINGUNA RESPUESTA        : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-SEC-SIN-RESP TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'CONTACTOS EN LA CAMPANA               : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-CONTACTOS   TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'CONFIRMADOS EN TERMINO                : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-EN-TERMINO  TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
                    MOVE 'NO CONFIRMADOS EN TERMINO             : '
                      TO WS-TOT-TEXTO
                    MOVE WS-CONT-NO-CONFIRM  TO WS-TOT-CANT
                    PERFORM 3100-GRABAR-TOTAL
                       THRU 3100-GRABAR-TOTAL-EXIT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-MODO-LISTADO
                    CLOSE AGENDA-TELS
                    CLOSE AGENDA-MAILS
                    CLOSE AGENDA-SECTORES
               WHEN WS-MODO-CARGA
                    CLOSE AGENDA-CLAIMS
                    CLOSE AGENDA-REVISION
                    CLOSE ARCH-CONFIRMACION
               WHEN WS-MODO-SEGUIMIENTO
                    CLOSE AGENDA-SECTORES
           END-EVALUATE.

           CLOSE AGENDA.
           CLOSE AGENDA-RECER.
           CLOSE REPORTE.

           EVALUATE TRUE
               WHEN WS-MODO-LISTADO
                    DISPLAY 'Sectores listados    : ' WS-CONT-SECTORES
                    DISPLAY 'Contactos en campana : ' WS-CONT-CONTACTOS
                    DISPLAY 'Fecha limite         : ' WS-FECHA-LIMITE
               WHEN WS-MODO-CARGA
                    DISPLAY 'Lineas leidas        : ' WS-CONT-LEIDAS
                    DISPLAY 'Confirmados          : '
                            WS-CONT-CONFIRMADOS
                    DISPLAY 'A revision           : '
                            WS-CONT-A-CORREGIR ' / ' WS-CONT-YA-NO-ESTA
                    DISPLAY 'Rechazadas           : '
                            WS-CONT-RECHAZADAS
               WHEN WS-MODO-SEGUIMIENTO
                    DISPLAY 'Sectores sin respuesta: '
                            WS-CONT-SEC-SIN-RESP
                    DISPLAY 'No confirmados       : '
                            WS-CONT-NO-CONFIRM
           END-EVALUATE.

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

       END PROGRAM AGNRECER.
