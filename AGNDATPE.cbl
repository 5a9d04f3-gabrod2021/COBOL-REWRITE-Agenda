      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: ACCESO Y ANONIMIZACION DE DATOS PERSONALES
      * DESCRIPCION: ATIENDE LA SOLICITUD DE UNA PERSONA SOBRE SUS
      *              DATOS EN LA AGENDA. SOLO LO PUEDE EJECUTAR UN
      *              SUPERVISOR DADO DE ALTA EN AGENDA.OPERS, CON SU
      *              CLAVE. TIENE DOS MODOS:
      *
      *              C  CONSULTA: IMPRIME EN AGENDA.DATPERPT UN UNICO
      *                 DOCUMENTO CON EL REGISTRO ACTUAL DEL CONTACTO,
      *                 SU SECTOR, SUS TELEFONOS ADICIONALES, SUS
      *                 CORREOS Y TODA SU HISTORIA DE CAMBIOS EN
      *                 AGENDA.LOG Y EN LOS HISTORICOS
      *                 AGENDA.LOG.AAAAMM, SUS CAMBIOS PROGRAMADOS Y
      *                 SUS ENTRADAS EN LA COLA DE REVISION.
      *              A  ANONIMIZACION: REEMPLAZA APELLIDO, NOMBRE,
      *                 TELEFONO, DIRECCION Y CORREOS POR UN VALOR FIJO
      *                 EN AGENDA.VSAM, AGENDA.TELS, AGENDA.MAILS,
      *                 AGENDA.LOG Y LOS HISTORICOS, INCLUIDAS LAS
      *                 IMAGENES ANTERIOR Y POSTERIOR DEL LOG. SE
      *                 CONSERVAN EL ID, EL ESTADO, EL SECTOR, LA
      *                 FECHA-HORA Y TODAS LAS ENTRADAS DEL LOG CON SU
      *                 OPERACION, FECHA, HORA Y OPERADOR, ASI LOS
      *                 CONTEOS NO CAMBIAN. UN DATO EN BLANCO QUEDA EN
      *                 BLANCO Y EL MISMO DATO SE REEMPLAZA SIEMPRE POR
      *                 EL MISMO VALOR, POR LO QUE CADA IMAGEN ANTERIOR
      *                 SIGUE COINCIDIENDO CON LA POSTERIOR QUE LA
      *                 PRECEDE Y CON EL REGISTRO DEL ARCHIVO, COMO LO
      *                 EXIGEN AGNRESTORE Y AGNCHECK.
      *                 TAMBIEN SE BORRA DE AGENDA.REBCONT EL CONTADOR
      *                 DE REBOTES DE CADA CORREO ANONIMIZADO, SE
      *                 REEMPLAZAN LOS VALORES ANTERIOR Y NUEVO DE SUS
      *                 CAMBIOS PROGRAMADOS EN AGENDA.PROG (LOS
      *                 PENDIENTES SE CANCELAN, PARA QUE AGNAPROG NO
      *                 VUELVA A GRABAR LOS DATOS) Y SE BORRAN LOS
      *                 COMENTARIOS DE SUS ENTRADAS EN LA COLA DE
      *                 REVISION AGENDA.REVISION.
      *
      *              EN LOS DOS MODOS SE INCLUYEN LOS CONTACTOS QUE SE
      *              FUSIONARON EN EL SOLICITADO: LA FUSION GRABA UN
      *              FUS DEL SOBREVIVIENTE Y UN DEL DEL ABSORBIDO CON
      *              LA MISMA FECHA, HORA Y OPERADOR. LA BUSQUEDA SE
      *              REPITE HASTA QUE NO APARECEN IDS NUEVOS, PARA
      *              SEGUIR FUSIONES ENCADENADAS.
      *
      *              CADA SOLICITUD QUEDA REGISTRADA EN AGENDA.DATPE
      *              (VER AGNDPREG.CPY) CON FECHA, CONTACTO, MODO,
      *              SOLICITANTE, SUPERVISOR Y RESULTADO, TAMBIEN
      *              CUANDO LA CORRIDA TERMINA POR UN ERROR.
      *
      *              PARA ANONIMIZAR, LOS CONTACTOS SE RESERVAN EN
      *              AGENDA.CLAIMS A NOMBRE DEL PROCESO; SI ALGUNO ESTA
      *              EN USO POR UN OPERADOR NO SE TOCA NADA. LOS LOGS
      *              SE REGRABAN COPIANDOLOS A AGENDA.DATPETMP Y DE
      *              VUELTA, POR LO QUE NADIE DEBE TENER ABIERTO
      *              AGENDA.LOG DURANTE LA CORRIDA. SI LA CORRIDA SE
      *              INTERRUMPE MIENTRAS REGRABA UN LOG, AGENDA.DATPETMP
      *              TIENE EL CONTENIDO COMPLETO DEL ARCHIVO QUE SE
      *              ESTABA REGRABANDO. LAS COPIAS DE RESGUARDO DE
      *              AGNBACKUP NO SE MODIFICAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNDATPE.
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

       SELECT OPTIONAL AGENDA-OPERS
           ASSIGN TO '../AGENDA.OPERS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-CODIGO
           FILE STATUS IS FS-OPERS.

       SELECT OPTIONAL AGENDA-CLAIMS
           ASSIGN TO '../AGENDA.CLAIMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-AGENDA-ID
           FILE STATUS IS FS-CLAIMS.

       SELECT OPTIONAL AGENDA-PROG
           ASSIGN TO '../AGENDA.PROG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROG-NUMERO
           FILE STATUS IS FS-PROG.

       SELECT OPTIONAL AGENDA-REVISION
           ASSIGN TO '../AGENDA.REVISION'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REV-CLAVE
           FILE STATUS IS FS-REVISION.

       SELECT OPTIONAL AGENDA-REBCONT
           ASSIGN TO '../AGENDA.REBCONT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RBC-DIRECCION
           FILE STATUS IS FS-REBCONT.

       SELECT AGENDALOG-CON
           ASSIGN TO DYNAMIC WS-NOMBRE-LOG-CON
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG-CON.

       SELECT LOG-TRABAJO
           ASSIGN TO '../AGENDA.DATPETMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT OPTIONAL ARCH-DATPE
           ASSIGN TO '../AGENDA.DATPE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATPE.

       SELECT REPORTE
           ASSIGN TO '../AGENDA.DATPERPT'
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

       FD AGENDA-OPERS.
           COPY AGNOPER.

       FD AGENDA-CLAIMS.
           COPY AGNCLAIM.

       FD AGENDA-PROG.
           COPY AGNPROG.

       FD AGENDA-REVISION.
           COPY AGNREVQ.

       FD AGENDA-REBCONT.
           COPY AGNRBTC.

       FD AGENDALOG-CON.
           COPY AGNLOG.

       FD LOG-TRABAJO.
       01 REG-TRABAJO                 PIC X(271).

       FD ARCH-DATPE.
           COPY AGNDPREG.

       FD REPORTE.
       01 LINEA-REPORTE               PIC X(90).

       WORKING-STORAGE SECTION.

           COPY AGNFS.

           COPY AGNTELFS.

           COPY AGNMAILFS.

           COPY AGNSECFS.

           COPY AGNOPERFS.

           COPY AGNPROGFS.

           COPY AGNREVFS.

       01 FS-STATUS-CLAIMS.
          05 FS-CLAIMS              PIC X(2).
             88 FS-CLAIMS-OK             VALUE '00'.
             88 FS-CLAIMS-CREADO         VALUE '05'.
             88 FS-CLAIMS-DUPLICADO      VALUE '22'.

       01 FS-STATUS-REBCONT.
          05 FS-REBCONT             PIC X(2).
             88 FS-REBCONT-OK            VALUE '00'.
             88 FS-REBCONT-CREADO        VALUE '05'.
             88 FS-REBCONT-NOTFOUND      VALUE '23'.

       01 FS-STATUS-LOG-CON.
          05 FS-LOG-CON             PIC X(2).
             88 FS-LOG-CON-OK            VALUE '00'.
             88 FS-LOG-CON-EOF           VALUE '10'.
             88 FS-LOG-CON-NFD           VALUE '35'.

       01 FS-STATUS-TRABAJO.
          05 FS-TRABAJO             PIC X(2).
             88 FS-TRABAJO-OK            VALUE '00'.
             88 FS-TRABAJO-EOF           VALUE '10'.

       01 FS-STATUS-DATPE.
          05 FS-DATPE               PIC X(2).
             88 FS-DATPE-OK              VALUE '00'.
             88 FS-DATPE-CREADO          VALUE '05'.

       01 FS-STATUS-REPORTE.
          05 FS-REPORTE              PIC X(2).
             88 FS-REPORTE-OK             VALUE '00'.

       01 WS-NOMBRE-LOG-CON         PIC X(25).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA           PIC 9(08).
          05 WS-FHS-HORA            PIC 9(06).

       01 WS-OPERADOR-LOTE          PIC X(08) VALUE 'AGNDATPE'.

       01 WS-OPERADOR               PIC X(08).
       01 WS-PASSWORD               PIC X(08).
       01 WS-CONFIRMA               PIC X(01).
       01 WS-ID                     PIC 9(08).
       01 WS-SOLICITANTE            PIC X(40).

       01 WS-MODO                   PIC X(01).
          88 WS-MODO-CONSULTA           VALUE 'C'.
          88 WS-MODO-ANONIMIZA          VALUE 'A'.

       01 WS-RESULTADO              PIC X(02) VALUE 'OK'.

      * TAREA QUE SE HACE CON CADA ENTRADA AL RECORRER LOS LOGS.
       01 WS-TAREA                  PIC X(01).
          88 WS-TAREA-FUSIONES          VALUE 'F'.
          88 WS-TAREA-HISTORIA          VALUE 'H'.
          88 WS-TAREA-ANONIMIZA         VALUE 'A'.

       01 WS-CONTADORES.
           05 WS-CONT-ARCHIVOS      PIC 9(05) VALUE 0.
           05 WS-CONT-ENTRADAS      PIC 9(07) VALUE 0.
           05 WS-CONT-ENT-ARCHIVO   PIC 9(07) VALUE 0.
           05 WS-CONT-REGRABADOS    PIC 9(05) VALUE 0.
           05 WS-CONT-CONTACTOS     PIC 9(03) VALUE 0.
           05 WS-CONT-TELS          PIC 9(05) VALUE 0.
           05 WS-CONT-MAILS         PIC 9(05) VALUE 0.
           05 WS-CONT-PROG          PIC 9(05) VALUE 0.
           05 WS-CONT-PROG-CANC     PIC 9(05) VALUE 0.
           05 WS-CONT-REVISION      PIC 9(05) VALUE 0.
           05 WS-CONT-LINEAS        PIC 9(02) VALUE 0.
           05 WS-CONT-PAGINAS       PIC 9(04) VALUE 0.

       01 WS-MAX-LINEAS             PIC 9(02) VALUE 50.

      * EL LOG CON EL LAYOUT VIGENTE EXISTE DESDE ENERO DE 2024: NO HAY
      * HISTORICOS ANTERIORES A ESE PERIODO.
       01 WS-PRIMER-PERIODO         PIC 9(06) VALUE 202401.

       01 WS-PERIODO.
           05 WS-PER-AAAA            PIC 9(04).
           05 WS-PER-MM              PIC 9(02).
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO
                                    PIC 9(06).

       01 WS-PERIODO-ACTUAL         PIC 9(06).

      * VALORES FIJOS DE LA ANONIMIZACION.
       01 WS-ANON-TEXTO             PIC X(25) VALUE 'ANONIMIZADO'.
       01 WS-ANON-TELEFONO          PIC X(09) VALUE '000000000'.
       01 WS-ANON-DIRECCION         PIC X(56) VALUE 'ANONIMIZADO'.

      * LA CLAVE DE TELEFONOS Y CORREOS INCLUYE EL DATO, ASI QUE CADA
      * UNO DEL CONTACTO RECIBE UN VALOR FIJO NUMERADO.
       01 WS-ANON-TEL-ADICIONAL.
           05 FILLER                PIC X(07) VALUE '0000000'.
           05 WS-ATA-SEC            PIC 9(02).

       01 WS-ANON-MAIL.
           05 FILLER                PIC X(12) VALUE 'ANONIMIZADO.'.
           05 WS-AMA-SEC            PIC 9(02).
           05 FILLER                PIC X(12) VALUE '@ANONIMIZADO'.

      * IMAGEN DE TRABAJO SOBRE LA QUE SE APLICA LA ANONIMIZACION, YA
      * SEA DEL REGISTRO DE AGENDA O DE UNA IMAGEN DEL LOG.
       01 WS-IMAGEN.
           05 WS-IMG-APELLIDO       PIC X(25).
           05 WS-IMG-NOMBRE         PIC X(25).
           05 WS-IMG-TELEFONO       PIC X(09).
           05 WS-IMG-DIRECCION      PIC X(56).

       01 WS-IMAGEN-ORIGINAL        PIC X(115).
       01 WS-CAMBIO                 PIC X(01).
       01 WS-PROG-VALOR-ANON        PIC X(56).

       01 WS-ID-BUSCADO             PIC 9(08).
       01 WS-HALLADO                PIC X(01).
       01 WS-HAY-NUEVOS             PIC X(01).
       01 WS-RESERVA-OK             PIC X(01).
       01 WS-RESERVADO-POR          PIC X(08).
       01 WS-HAY-DATOS              PIC X(01) VALUE 'N'.
       01 WS-TEL-IDX                PIC 9(03).
       01 WS-MAIL-IDX               PIC 9(03).

      * ULTIMA FUSION LEIDA CUYO SOBREVIVIENTE ESTA EN LA TABLA.
       01 WS-FUSION-PENDIENTE.
           05 WS-FUS-PENDIENTE      PIC X(01).
           05 WS-FUS-FECHA          PIC 9(08).
           05 WS-FUS-HORA           PIC 9(06).
           05 WS-FUS-OPERADOR       PIC X(08).

      * EL CONTACTO SOLICITADO (PRIMERA POSICION) Y LOS FUSIONADOS EN
      * EL.
       01 WS-TABLA-IDS.
           05 WS-IDS-CANT            PIC 9(03) VALUE 0.
           05 WS-IDS-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-IDS-ENTRADA OCCURS 100 TIMES
                             INDEXED BY IDS-IDX.
              10 WS-IDS-ID           PIC 9(08).
              10 WS-IDS-RESERVADO    PIC X(01).

      * TELEFONOS Y CORREOS DE UN CONTACTO, QUE SE BORRAN Y SE VUELVEN
      * A GRABAR CON EL VALOR ANONIMIZADO.
       01 WS-TABLA-TELS.
           05 WS-TEL-CANT            PIC 9(03) VALUE 0.
           05 WS-TEL-DESBORDE        PIC X(01) VALUE 'N'.
           05 WS-TEL-ENTRADA OCCURS 99 TIMES.
              10 WS-TEL-NUMERO       PIC X(09).
              10 WS-TEL-TIPO         PIC X(05).

       01 WS-TABLA-MAILS.
           05 WS-MAIL-CANT           PIC 9(03) VALUE 0.
           05 WS-MAIL-DESBORDE       PIC X(01) VALUE 'N'.
           05 WS-MAIL-ENTRADA OCCURS 99 TIMES.
              10 WS-MAIL-DIRECCION   PIC X(40).
              10 WS-MAIL-TIPO        PIC X(04).

       01 WS-FECHA-SISTEMA.
           05 WS-FECHA-AAAA          PIC 9(04).
           05 WS-FECHA-MM            PIC 9(02).
           05 WS-FECHA-DD            PIC 9(02).

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
           05 FILLER                PIC X(10) VALUE 'CONTACTO: '.
           05 WS-ENC2-ID            PIC 9(08).
           05 FILLER                PIC X(15) VALUE '  SOLICITANTE: '.
           05 WS-ENC2-SOLICITANTE   PIC X(40).
           05 FILLER                PIC X(06) VALUE '  OP: '.
           05 WS-ENC2-OPERADOR      PIC X(08).

       01 WS-DETALLE-DATO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DDA-ROTULO         PIC X(22).
           05 WS-DDA-VALOR          PIC X(66).

       01 WS-DETALLE-TEL.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTE-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTE-NUMERO         PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTE-TIPO           PIC X(05).

       01 WS-DETALLE-MAIL.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DMA-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DMA-DIRECCION      PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DMA-TIPO           PIC X(04).

       01 WS-DETALLE-HISTORIA.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DHI-FECHA          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DHI-HORA           PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DHI-OPERADOR       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DHI-OPERACION      PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DHI-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DHI-ARCHIVO        PIC X(25).

       01 WS-DETALLE-IMAGEN.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-DIM-ROTULO         PIC X(09).
           05 WS-DIM-APELLIDO       PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DIM-NOMBRE         PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DIM-TELEFONO       PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DIM-SECTOR         PIC X(04).

       01 WS-DETALLE-IMAGEN-DIR.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 WS-DID-DIRECCION      PIC X(56).

       01 WS-DETALLE-ARCHIVO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DAR-ARCHIVO        PIC X(25).
           05 FILLER                PIC X(25)
              VALUE 'ENTRADAS ANONIMIZADAS: '.
           05 WS-DAR-CANT           PIC ZZZZZZ9.

       01 WS-DETALLE-PROG.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-NUMERO         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-OPERACION      PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-VIGENCIA       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-ESTADO         PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-OPERADOR       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-CIERRE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DPG-MOTIVO         PIC X(03).

       01 WS-DETALLE-PROG-VALOR.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-DPV-ROTULO         PIC X(09).
           05 WS-DPV-VALOR          PIC X(56).

       01 WS-DETALLE-REVISION.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRV-ID             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRV-CAMPANA        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRV-TIPO           PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRV-SECTOR         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRV-ESTADO         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DRV-RESOLUCION     PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRV-OPERADOR       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DRV-CIERRE         PIC 9(08).

       01 WS-DETALLE-REV-COMENTARIO.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'COMENT.:'.
           05 WS-DRC-COMENTARIO     PIC X(60).

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

           MOVE WS-FECHA-SISTEMA(1:6) TO WS-PERIODO-ACTUAL.

           PERFORM 1100-AUTORIZAR
              THRU 1100-AUTORIZAR-EXIT.

      * A PARTIR DE ACA TODA SOLICITUD AUTORIZADA QUEDA EN EL REGISTRO,
      * AUNQUE LA CORRIDA TERMINE POR UN ERROR.

           OPEN EXTEND ARCH-DATPE.

           IF NOT FS-DATPE-OK AND NOT FS-DATPE-CREADO
              DISPLAY 'ERROR AL ABRIR EL REGISTRO DE SOLICITUDES'
              DISPLAY 'FILE STATUS: ' FS-DATPE
              STOP RUN
           END-IF.

           DISPLAY 'Modo (C = CONSULTA, A = ANONIMIZACION): '
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.

           IF NOT WS-MODO-CONSULTA AND NOT WS-MODO-ANONIMIZA
              DISPLAY 'MODO INVALIDO'
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           DISPLAY 'ID del contacto: ' ACCEPT WS-ID.

           IF WS-ID IS NOT NUMERIC OR WS-ID = 0
              DISPLAY 'ID INVALIDO'
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           DISPLAY 'Solicitante (nombre y documento): '
           ACCEPT WS-SOLICITANTE.

           IF WS-SOLICITANTE = SPACES
              DISPLAY 'DEBE INGRESAR QUIEN HACE LA SOLICITUD'
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           IF WS-MODO-ANONIMIZA
               DISPLAY 'Se reemplazaran los datos personales del '
                       'contacto ' WS-ID ' y de los fusionados en el '
                       'en la agenda y en todos los logs.'
               DISPLAY 'Confirma la anonimizacion (S/N): '
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                   DISPLAY 'ANONIMIZACION CANCELADA POR EL OPERADOR'
                   MOVE 'CA' TO WS-RESULTADO
                   PERFORM 3200-REGISTRAR-SOLICITUD
                      THRU 3200-REGISTRAR-SOLICITUD-EXIT
                   CLOSE ARCH-DATPE
                   STOP RUN
               END-IF
           END-IF.

           IF WS-MODO-CONSULTA
               OPEN INPUT AGENDA
           ELSE
               OPEN I-O AGENDA
           END-IF.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA'
              DISPLAY 'FILE STATUS: ' FS-AGENDA
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           IF WS-MODO-CONSULTA
               OPEN INPUT AGENDA-TELS
           ELSE
               OPEN I-O AGENDA-TELS
           END-IF.

           IF NOT FS-TELS-OK AND NOT FS-TELS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TELEFONOS'
              DISPLAY 'FILE STATUS: ' FS-TELS
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           IF WS-MODO-CONSULTA
               OPEN INPUT AGENDA-MAILS
           ELSE
               OPEN I-O AGENDA-MAILS
           END-IF.

           IF NOT FS-MAILS-OK AND NOT FS-MAILS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CORREOS'
              DISPLAY 'FILE STATUS: ' FS-MAILS
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           IF WS-MODO-CONSULTA
               OPEN INPUT AGENDA-PROG
           ELSE
               OPEN I-O AGENDA-PROG
           END-IF.

           IF NOT FS-PROG-OK AND NOT FS-PROG-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMBIOS '
                      'PROGRAMADOS'
              DISPLAY 'FILE STATUS: ' FS-PROG
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           IF WS-MODO-CONSULTA
               OPEN INPUT AGENDA-REVISION
           ELSE
               OPEN I-O AGENDA-REVISION
           END-IF.

           IF NOT FS-REVISION-OK AND NOT FS-REVISION-CREADO
              DISPLAY 'ERROR AL ABRIR LA COLA DE REVISION'
              DISPLAY 'FILE STATUS: ' FS-REVISION
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           IF WS-MODO-CONSULTA
               OPEN INPUT AGENDA-REBCONT
           ELSE
               OPEN I-O AGENDA-REBCONT
           END-IF.

           IF NOT FS-REBCONT-OK AND NOT FS-REBCONT-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REBOTES'
              DISPLAY 'FILE STATUS: ' FS-REBCONT
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           OPEN INPUT AGENDA-SECTORES.

           IF NOT FS-SECTORES-OK AND NOT FS-SECTORES-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SECTORES'
              DISPLAY 'FILE STATUS: ' FS-SECTORES
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           OPEN I-O AGENDA-CLAIMS.

           IF NOT FS-CLAIMS-OK AND NOT FS-CLAIMS-CREADO
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
              DISPLAY 'FILE STATUS: ' FS-CLAIMS
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           OPEN OUTPUT REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              PERFORM 3300-CORTAR-SOLICITUD
                 THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           IF WS-MODO-CONSULTA
               MOVE 'ACCESO A DATOS PERSONALES' TO WS-ENC1-TITULO
           ELSE
               MOVE 'ANONIMIZACION DE DATOS'    TO WS-ENC1-TITULO
           END-IF.

           MOVE WS-ID          TO WS-ENC2-ID.
           MOVE WS-SOLICITANTE TO WS-ENC2-SOLICITANTE.
           MOVE WS-OPERADOR    TO WS-ENC2-OPERADOR.

           MOVE 1     TO WS-IDS-CANT.
           MOVE WS-ID TO WS-IDS-ID (1).
           MOVE 'N'   TO WS-IDS-RESERVADO (1).

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-AUTORIZAR.

      * LOS DATOS PERSONALES SOLO LOS CONSULTA O ANONIMIZA UN
      * SUPERVISOR DADO DE ALTA EN AGENDA.OPERS, CON SU CLAVE, Y LA
      * SOLICITUD QUEDA REGISTRADA A SU NOMBRE.

           OPEN INPUT AGENDA-OPERS.

           IF NOT FS-OPERS-OK
              DISPLAY 'ARCHIVO DE OPERADORES INEXISTENTE O VACIO, '
                      'NO SE PUEDE AUTORIZAR LA SOLICITUD'
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
                        DISPLAY 'OPERADOR NO AUTORIZADO PARA DATOS '
                                'PERSONALES'
                        STOP RUN
                    END-IF
               WHEN FS-OPERS-NOTFOUND
                    DISPLAY 'OPERADOR NO AUTORIZADO PARA DATOS '
                            'PERSONALES'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERS
                    STOP RUN
           END-EVALUATE.

           CLOSE AGENDA-OPERS.

       1100-AUTORIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-LOG-CON.

           READ AGENDALOG-CON.

           EVALUATE TRUE
               WHEN FS-LOG-CON-OK
                    CONTINUE
               WHEN FS-LOG-CON-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE LOG '
                            WS-NOMBRE-LOG-CON
                    DISPLAY 'FILE STATUS: ' FS-LOG-CON
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

       1200-LEER-LOG-CON-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-LEER-TELS.

           READ AGENDA-TELS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-TELS-OK
                    CONTINUE
               WHEN FS-TELS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TELEFONOS'
                    DISPLAY 'FILE STATUS: ' FS-TELS
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

       1300-LEER-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-LEER-MAILS.

           READ AGENDA-MAILS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-MAILS-OK
                    CONTINUE
               WHEN FS-MAILS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CORREOS'
                    DISPLAY 'FILE STATUS: ' FS-MAILS
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

       1350-LEER-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1400-LEER-TRABAJO.

           READ LOG-TRABAJO.

           EVALUATE TRUE
               WHEN FS-TRABAJO-OK
                    CONTINUE
               WHEN FS-TRABAJO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TRABAJO'
                    DISPLAY 'FILE STATUS: ' FS-TRABAJO
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

       1400-LEER-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1450-LEER-PROG.

           READ AGENDA-PROG NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PROG-OK
                    CONTINUE
               WHEN FS-PROG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CAMBIOS '
                            'PROGRAMADOS'
                    DISPLAY 'FILE STATUS: ' FS-PROG
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

       1450-LEER-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-REVISION.

           READ AGENDA-REVISION NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-REVISION-OK
                    CONTINUE
               WHEN FS-REVISION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA COLA DE REVISION'
                    DISPLAY 'FILE STATUS: ' FS-REVISION
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

       1500-LEER-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

      * PRIMERO SE ARMA LA LISTA DE IDS: EL SOLICITADO Y LOS QUE SE
      * FUSIONARON EN EL. CADA VUELTA POR LOS LOGS PUEDE AGREGAR IDS
      * CUYAS PROPIAS FUSIONES SON ANTERIORES, POR ESO SE REPITE HASTA
      * QUE UNA VUELTA NO AGREGA NINGUNO.

           SET WS-TAREA-FUSIONES TO TRUE.
           MOVE 'S' TO WS-HAY-NUEVOS.

           PERFORM UNTIL WS-HAY-NUEVOS = 'N'
               MOVE 'N' TO WS-HAY-NUEVOS
               PERFORM 2700-RECORRER-LOGS
                  THRU 2700-RECORRER-LOGS-EXIT
           END-PERFORM.

           IF WS-MODO-CONSULTA
               PERFORM 2100-IMPRIMIR-CONTACTOS
                  THRU 2100-IMPRIMIR-CONTACTOS-EXIT
               PERFORM 2200-IMPRIMIR-TELS
                  THRU 2200-IMPRIMIR-TELS-EXIT
               PERFORM 2300-IMPRIMIR-MAILS
                  THRU 2300-IMPRIMIR-MAILS-EXIT
               PERFORM 2350-IMPRIMIR-PROGRAMADOS
                  THRU 2350-IMPRIMIR-PROGRAMADOS-EXIT
               PERFORM 2380-IMPRIMIR-REVISION
                  THRU 2380-IMPRIMIR-REVISION-EXIT
               PERFORM 2400-IMPRIMIR-HISTORIA
                  THRU 2400-IMPRIMIR-HISTORIA-EXIT
           ELSE
               PERFORM 2600-ANONIMIZAR
                  THRU 2600-ANONIMIZAR-EXIT
           END-IF.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-IMPRIMIR-CONTACTOS.

           MOVE 'DATOS DEL CONTACTO' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           PERFORM VARYING IDS-IDX FROM 1 BY 1
                   UNTIL IDS-IDX > WS-IDS-CANT

               MOVE SPACES TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT

               PERFORM 2150-IMPRIMIR-CONTACTO
                  THRU 2150-IMPRIMIR-CONTACTO-EXIT

           END-PERFORM.

           IF WS-IDS-DESBORDE = 'S'
               MOVE '*** DEMASIADOS FUSIONADOS: LISTA INCOMPLETA ***'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2100-IMPRIMIR-CONTACTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-IMPRIMIR-CONTACTO.

           MOVE SPACES TO WS-DDA-VALOR.
           MOVE 'ID'   TO WS-DDA-ROTULO.

           IF IDS-IDX = 1
               STRING WS-IDS-ID (IDS-IDX) DELIMITED BY SIZE
                      '  (SOLICITADO)'    DELIMITED BY SIZE
                 INTO WS-DDA-VALOR
               END-STRING
           ELSE
               STRING WS-IDS-ID (IDS-IDX)   DELIMITED BY SIZE
                      '  (FUSIONADO EN '    DELIMITED BY SIZE
                      WS-ID                 DELIMITED BY SIZE
                      ')'                   DELIMITED BY SIZE
                 INTO WS-DDA-VALOR
               END-STRING
           END-IF.

           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE WS-IDS-ID (IDS-IDX) TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    CONTINUE
               WHEN FS-AGENDA-NOTFOUND
                    MOVE 'REGISTRO'  TO WS-DDA-ROTULO
                    MOVE 'NO EXISTE EN LA AGENDA (DEPURADO)'
                      TO WS-DDA-VALOR
                    PERFORM 2190-GRABAR-DATO
                       THRU 2190-GRABAR-DATO-EXIT
                    GO TO 2150-IMPRIMIR-CONTACTO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

           MOVE 'S' TO WS-HAY-DATOS.

           MOVE 'APELLIDO'        TO WS-DDA-ROTULO.
           MOVE AGENDA-APELLIDO   TO WS-DDA-VALOR.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE 'NOMBRE'          TO WS-DDA-ROTULO.
           MOVE AGENDA-NOMBRE     TO WS-DDA-VALOR.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE 'TELEFONO'        TO WS-DDA-ROTULO.
           MOVE AGENDA-TELEFONO   TO WS-DDA-VALOR.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE 'CALLE Y NUMERO'  TO WS-DDA-ROTULO.
           MOVE SPACES            TO WS-DDA-VALOR.
           STRING AGENDA-DIR-CALLE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AGENDA-DIR-NUMERO  DELIMITED BY SIZE
             INTO WS-DDA-VALOR
           END-STRING.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE 'LOCALIDAD Y CP'  TO WS-DDA-ROTULO.
           MOVE SPACES            TO WS-DDA-VALOR.
           STRING AGENDA-DIR-LOCALIDAD DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  AGENDA-DIR-CP        DELIMITED BY SIZE
             INTO WS-DDA-VALOR
           END-STRING.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           IF AGENDA-SECTOR = SPACES
               MOVE '(SIN SECTOR)' TO SECTOR-DESCRIPCION
           ELSE
               MOVE AGENDA-SECTOR TO SECTOR-CODIGO
               READ AGENDA-SECTORES
               IF NOT FS-SECTORES-OK
                   MOVE '(NO EXISTE EN SECTORES)'
                     TO SECTOR-DESCRIPCION
               END-IF
           END-IF.

           MOVE 'SECTOR'          TO WS-DDA-ROTULO.
           MOVE SPACES            TO WS-DDA-VALOR.
           STRING AGENDA-SECTOR      DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  SECTOR-DESCRIPCION DELIMITED BY SIZE
             INTO WS-DDA-VALOR
           END-STRING.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE 'ESTADO'          TO WS-DDA-ROTULO.
           IF AGENDA-ACTIVO
               MOVE 'ACTIVO'         TO WS-DDA-VALOR
           ELSE
               MOVE 'DADO DE BAJA'   TO WS-DDA-VALOR
           END-IF.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE 'ULTIMA MODIFICACION' TO WS-DDA-ROTULO.
           MOVE SPACES                TO WS-DDA-VALOR.
           STRING AGENDA-FECHA-HORA-FECHA DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AGENDA-FECHA-HORA-HORA  DELIMITED BY SIZE
             INTO WS-DDA-VALOR
           END-STRING.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

           MOVE 'ULTIMA VERIFICACION' TO WS-DDA-ROTULO.
           IF AGENDA-FECHA-VERIF = 0
               MOVE 'NUNCA VERIFICADO'  TO WS-DDA-VALOR
           ELSE
               MOVE AGENDA-FECHA-VERIF  TO WS-DDA-VALOR
           END-IF.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

       2150-IMPRIMIR-CONTACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2190-GRABAR-DATO.

           MOVE WS-DETALLE-DATO TO LINEA-REPORTE.

           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2190-GRABAR-DATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-IMPRIMIR-TELS.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'TELEFONOS ADICIONALES' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'N' TO WS-HALLADO.

           PERFORM VARYING IDS-IDX FROM 1 BY 1
                   UNTIL IDS-IDX > WS-IDS-CANT

               MOVE WS-IDS-ID (IDS-IDX) TO TEL-AGENDA-ID
               MOVE LOW-VALUES          TO TEL-NUMERO

               START AGENDA-TELS KEY IS >= TEL-CLAVE

               IF FS-TELS-OK
                   PERFORM 1300-LEER-TELS
                      THRU 1300-LEER-TELS-EXIT
                   PERFORM UNTIL NOT FS-TELS-OK
                              OR TEL-AGENDA-ID NOT = WS-IDS-ID (IDS-IDX)
                       MOVE 'S'           TO WS-HALLADO
                       MOVE 'S'           TO WS-HAY-DATOS
                       MOVE TEL-AGENDA-ID TO WS-DTE-ID
                       MOVE TEL-NUMERO    TO WS-DTE-NUMERO
                       MOVE TEL-TIPO      TO WS-DTE-TIPO
                       MOVE WS-DETALLE-TEL TO LINEA-REPORTE
                       PERFORM 2800-GRABAR-LINEA
                          THRU 2800-GRABAR-LINEA-EXIT
                       PERFORM 1300-LEER-TELS
                          THRU 1300-LEER-TELS-EXIT
                   END-PERFORM
               END-IF

           END-PERFORM.

           IF WS-HALLADO = 'N'
               MOVE '  NINGUNO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2200-IMPRIMIR-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-IMPRIMIR-MAILS.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'CORREOS ELECTRONICOS' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'N' TO WS-HALLADO.

           PERFORM VARYING IDS-IDX FROM 1 BY 1
                   UNTIL IDS-IDX > WS-IDS-CANT

               MOVE WS-IDS-ID (IDS-IDX) TO MAIL-AGENDA-ID
               MOVE LOW-VALUES          TO MAIL-DIRECCION

               START AGENDA-MAILS KEY IS >= MAIL-CLAVE

               IF FS-MAILS-OK
                   PERFORM 1350-LEER-MAILS
                      THRU 1350-LEER-MAILS-EXIT
                   PERFORM UNTIL NOT FS-MAILS-OK
                           OR MAIL-AGENDA-ID NOT = WS-IDS-ID (IDS-IDX)
                       MOVE 'S'            TO WS-HALLADO
                       MOVE 'S'            TO WS-HAY-DATOS
                       MOVE MAIL-AGENDA-ID TO WS-DMA-ID
                       MOVE MAIL-DIRECCION TO WS-DMA-DIRECCION
                       MOVE MAIL-TIPO      TO WS-DMA-TIPO
                       MOVE WS-DETALLE-MAIL TO LINEA-REPORTE
                       PERFORM 2800-GRABAR-LINEA
                          THRU 2800-GRABAR-LINEA-EXIT
                       PERFORM 1350-LEER-MAILS
                          THRU 1350-LEER-MAILS-EXIT
                   END-PERFORM
               END-IF

           END-PERFORM.

           IF WS-HALLADO = 'N'
               MOVE '  NINGUNO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2300-IMPRIMIR-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-IMPRIMIR-PROGRAMADOS.

      * AGENDA.PROG ESTA ORDENADO POR NUMERO DE CAMBIO: SE RECORRE
      * ENTERO Y SALEN LOS CAMBIOS DE CUALQUIER ID DE LA LISTA, EN
      * CUALQUIER ESTADO.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'CAMBIOS PROGRAMADOS' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'N' TO WS-HALLADO.

           MOVE 0 TO PROG-NUMERO.

           START AGENDA-PROG KEY IS > PROG-NUMERO.

           IF FS-PROG-OK
               PERFORM 1450-LEER-PROG
                  THRU 1450-LEER-PROG-EXIT
               PERFORM UNTIL NOT FS-PROG-OK
                   PERFORM 2360-IMPRIMIR-PROGRAMADO
                      THRU 2360-IMPRIMIR-PROGRAMADO-EXIT
                   PERFORM 1450-LEER-PROG
                      THRU 1450-LEER-PROG-EXIT
               END-PERFORM
           END-IF.

           IF WS-CONT-PROG = 0
               MOVE '  NINGUNO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2350-IMPRIMIR-PROGRAMADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2360-IMPRIMIR-PROGRAMADO.

           MOVE PROG-AGENDA-ID TO WS-ID-BUSCADO.
           PERFORM 2750-BUSCAR-ID
              THRU 2750-BUSCAR-ID-EXIT.

           IF WS-HALLADO = 'N'
               GO TO 2360-IMPRIMIR-PROGRAMADO-EXIT
           END-IF.

           ADD 1 TO WS-CONT-PROG.
           MOVE 'S' TO WS-HAY-DATOS.

           MOVE PROG-NUMERO         TO WS-DPG-NUMERO.
           MOVE PROG-AGENDA-ID      TO WS-DPG-ID.
           MOVE PROG-OPERACION      TO WS-DPG-OPERACION.
           MOVE PROG-FECHA-VIGENCIA TO WS-DPG-VIGENCIA.
           MOVE PROG-ESTADO         TO WS-DPG-ESTADO.
           MOVE PROG-OPERADOR       TO WS-DPG-OPERADOR.
           MOVE PROG-FECHA-CIERRE   TO WS-DPG-CIERRE.
           MOVE PROG-MOTIVO         TO WS-DPG-MOTIVO.
           MOVE WS-DETALLE-PROG     TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'ANTES   :'          TO WS-DPV-ROTULO.
           MOVE PROG-VALOR-ANTES     TO WS-DPV-VALOR.
           MOVE WS-DETALLE-PROG-VALOR TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'NUEVO   :'          TO WS-DPV-ROTULO.
           MOVE PROG-VALOR-NUEVO     TO WS-DPV-VALOR.
           MOVE WS-DETALLE-PROG-VALOR TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2360-IMPRIMIR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2380-IMPRIMIR-REVISION.

      * LA CLAVE DE LA COLA EMPIEZA CON EL ID: SE POSICIONA EN CADA
      * CONTACTO DE LA LISTA Y SE LEEN TODAS SUS CAMPANAS.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'COLA DE REVISION DE LA RECERTIFICACION'
             TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           PERFORM VARYING IDS-IDX FROM 1 BY 1
                   UNTIL IDS-IDX > WS-IDS-CANT

               MOVE WS-IDS-ID (IDS-IDX) TO REV-AGENDA-ID
               MOVE 0                   TO REV-FECHA-CAMPANA

               START AGENDA-REVISION KEY IS >= REV-CLAVE

               IF FS-REVISION-OK
                   PERFORM 1500-LEER-REVISION
                      THRU 1500-LEER-REVISION-EXIT
                   PERFORM UNTIL NOT FS-REVISION-OK
                           OR REV-AGENDA-ID NOT = WS-IDS-ID (IDS-IDX)
                       ADD 1 TO WS-CONT-REVISION
                       MOVE 'S'               TO WS-HAY-DATOS
                       MOVE REV-AGENDA-ID     TO WS-DRV-ID
                       MOVE REV-FECHA-CAMPANA TO WS-DRV-CAMPANA
                       MOVE REV-TIPO          TO WS-DRV-TIPO
                       MOVE REV-SECTOR        TO WS-DRV-SECTOR
                       MOVE REV-ESTADO        TO WS-DRV-ESTADO
                       MOVE REV-RESOLUCION    TO WS-DRV-RESOLUCION
                       MOVE REV-OPER-CIERRE   TO WS-DRV-OPERADOR
                       MOVE REV-FECHA-CIERRE  TO WS-DRV-CIERRE
                       MOVE WS-DETALLE-REVISION TO LINEA-REPORTE
                       PERFORM 2800-GRABAR-LINEA
                          THRU 2800-GRABAR-LINEA-EXIT
                       IF REV-COMENTARIO NOT = SPACES
                           MOVE REV-COMENTARIO TO WS-DRC-COMENTARIO
                           MOVE WS-DETALLE-REV-COMENTARIO
                             TO LINEA-REPORTE
                           PERFORM 2800-GRABAR-LINEA
                              THRU 2800-GRABAR-LINEA-EXIT
                       END-IF
                       PERFORM 1500-LEER-REVISION
                          THRU 1500-LEER-REVISION-EXIT
                   END-PERFORM
               END-IF

           END-PERFORM.

           IF WS-CONT-REVISION = 0
               MOVE '  NINGUNA' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2380-IMPRIMIR-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-HISTORIA.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'HISTORIA DE CAMBIOS' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           SET WS-TAREA-HISTORIA TO TRUE.

           PERFORM 2700-RECORRER-LOGS
              THRU 2700-RECORRER-LOGS-EXIT.

           IF WS-CONT-ENTRADAS = 0
               MOVE '  NINGUNA' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2400-IMPRIMIR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-IMPRIMIR-ENTRADA.

      * CADA ENTRADA SALE CON SU LINEA DE CABECERA Y LAS IMAGENES QUE
      * TIENEN DATOS. EN TAD/TBO EL TELEFONO ES EL ADICIONAL Y EN
      * MAD/MBO LA DIRECCION ES EL CORREO.

           MOVE LOG-FECHA         TO WS-DHI-FECHA.
           MOVE LOG-HORA          TO WS-DHI-HORA.
           MOVE LOG-OPERADOR      TO WS-DHI-OPERADOR.
           MOVE LOG-OPERACION     TO WS-DHI-OPERACION.
           MOVE LOG-AGENDA-ID     TO WS-DHI-ID.
           MOVE WS-NOMBRE-LOG-CON TO WS-DHI-ARCHIVO.

           MOVE WS-DETALLE-HISTORIA TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF LOG-ANTES NOT = SPACES
               MOVE 'ANTES   :'           TO WS-DIM-ROTULO
               MOVE LOG-ANTES-APELLIDO    TO WS-DIM-APELLIDO
               MOVE LOG-ANTES-NOMBRE      TO WS-DIM-NOMBRE
               MOVE LOG-ANTES-TELEFONO    TO WS-DIM-TELEFONO
               MOVE LOG-ANTES-SECTOR      TO WS-DIM-SECTOR
               MOVE LOG-ANTES-DIRECCION   TO WS-DID-DIRECCION
               PERFORM 2460-IMPRIMIR-IMAGEN
                  THRU 2460-IMPRIMIR-IMAGEN-EXIT
           END-IF.

           IF LOG-DESPUES NOT = SPACES
               MOVE 'DESPUES :'           TO WS-DIM-ROTULO
               MOVE LOG-DESPUES-APELLIDO  TO WS-DIM-APELLIDO
               MOVE LOG-DESPUES-NOMBRE    TO WS-DIM-NOMBRE
               MOVE LOG-DESPUES-TELEFONO  TO WS-DIM-TELEFONO
               MOVE LOG-DESPUES-SECTOR    TO WS-DIM-SECTOR
               MOVE LOG-DESPUES-DIRECCION TO WS-DID-DIRECCION
               PERFORM 2460-IMPRIMIR-IMAGEN
                  THRU 2460-IMPRIMIR-IMAGEN-EXIT
           END-IF.

       2450-IMPRIMIR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2460-IMPRIMIR-IMAGEN.

           MOVE WS-DETALLE-IMAGEN TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           IF WS-DID-DIRECCION NOT = SPACES
               MOVE WS-DETALLE-IMAGEN-DIR TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

       2460-IMPRIMIR-IMAGEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-ANONIMIZAR.

      * SE RESERVAN TODOS LOS CONTACTOS ANTES DE TOCAR NADA. SI ALGUNO
      * ESTA EN USO SE LIBERA LO TOMADO Y LA SOLICITUD QUEDA PENDIENTE
      * PARA OTRA CORRIDA.

           PERFORM 2610-TOMAR-RESERVAS
              THRU 2610-TOMAR-RESERVAS-EXIT.

           IF WS-RESERVA-OK = 'N'
               PERFORM 2630-LIBERAR-RESERVAS
                  THRU 2630-LIBERAR-RESERVAS-EXIT
               MOVE 'RE' TO WS-RESULTADO
               MOVE SPACES TO LINEA-REPORTE
               STRING 'CONTACTO '           DELIMITED BY SIZE
                      WS-ID-BUSCADO         DELIMITED BY SIZE
                      ' EN USO POR '        DELIMITED BY SIZE
                      WS-RESERVADO-POR      DELIMITED BY SIZE
                      ': NO SE ANONIMIZO NINGUN DATO'
                                            DELIMITED BY SIZE
                 INTO LINEA-REPORTE
               END-STRING
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               DISPLAY 'CONTACTO ' WS-ID-BUSCADO ' EN USO POR '
                       WS-RESERVADO-POR
               GO TO 2600-ANONIMIZAR-EXIT
           END-IF.

           MOVE 'CONTACTOS ANONIMIZADOS' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           PERFORM VARYING IDS-IDX FROM 1 BY 1
                   UNTIL IDS-IDX > WS-IDS-CANT

               PERFORM 2640-ANONIMIZAR-CONTACTO
                  THRU 2640-ANONIMIZAR-CONTACTO-EXIT

               PERFORM 2650-ANONIMIZAR-TELS
                  THRU 2650-ANONIMIZAR-TELS-EXIT

               PERFORM 2660-ANONIMIZAR-MAILS
                  THRU 2660-ANONIMIZAR-MAILS-EXIT

               PERFORM 2680-ANONIMIZAR-REVISION
                  THRU 2680-ANONIMIZAR-REVISION-EXIT

           END-PERFORM.

           PERFORM 2670-ANONIMIZAR-PROGRAMADOS
              THRU 2670-ANONIMIZAR-PROGRAMADOS-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'ARCHIVOS DE LOG REGRABADOS' TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           SET WS-TAREA-ANONIMIZA TO TRUE.

           PERFORM 2700-RECORRER-LOGS
              THRU 2700-RECORRER-LOGS-EXIT.

           IF WS-CONT-REGRABADOS = 0
               MOVE '  NINGUNO' TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           PERFORM 2630-LIBERAR-RESERVAS
              THRU 2630-LIBERAR-RESERVAS-EXIT.

       2600-ANONIMIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2610-TOMAR-RESERVAS.

      * LA RESERVA SE TOMA A NOMBRE DEL PROCESO. UNA RESERVA DEL
      * PROPIO PROCESO QUEDO DE UNA CORRIDA INTERRUMPIDA Y SE USA.

           MOVE 'S' TO WS-RESERVA-OK.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           PERFORM VARYING IDS-IDX FROM 1 BY 1
                   UNTIL IDS-IDX > WS-IDS-CANT
                      OR WS-RESERVA-OK = 'N'

               MOVE WS-IDS-ID (IDS-IDX) TO CLAIM-AGENDA-ID
               MOVE WS-OPERADOR-LOTE    TO CLAIM-OPERADOR
               MOVE WS-FHS-FECHA        TO CLAIM-FECHA
               MOVE WS-FHS-HORA         TO CLAIM-HORA

               WRITE REG-AGENDA-CLAIM

               EVALUATE TRUE
                   WHEN FS-CLAIMS-OK
                        MOVE 'S' TO WS-IDS-RESERVADO (IDS-IDX)
                   WHEN FS-CLAIMS-DUPLICADO
                        MOVE WS-IDS-ID (IDS-IDX) TO CLAIM-AGENDA-ID
                        READ AGENDA-CLAIMS
                        IF NOT FS-CLAIMS-OK
                            MOVE SPACES TO CLAIM-OPERADOR
                        END-IF
                        IF CLAIM-OPERADOR = WS-OPERADOR-LOTE
                            MOVE 'S' TO WS-IDS-RESERVADO (IDS-IDX)
                        ELSE
                            MOVE 'N' TO WS-RESERVA-OK
                            MOVE WS-IDS-ID (IDS-IDX) TO WS-ID-BUSCADO
                            MOVE CLAIM-OPERADOR TO WS-RESERVADO-POR
                        END-IF
                   WHEN OTHER
                        DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RESERVAS'
                        DISPLAY 'FILE STATUS: ' FS-CLAIMS
                        PERFORM 3300-CORTAR-SOLICITUD
                           THRU 3300-CORTAR-SOLICITUD-EXIT
               END-EVALUATE

           END-PERFORM.

       2610-TOMAR-RESERVAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2630-LIBERAR-RESERVAS.

           PERFORM VARYING IDS-IDX FROM 1 BY 1
                   UNTIL IDS-IDX > WS-IDS-CANT

               IF WS-IDS-RESERVADO (IDS-IDX) = 'S'
                   MOVE WS-IDS-ID (IDS-IDX) TO CLAIM-AGENDA-ID
                   READ AGENDA-CLAIMS
                   IF FS-CLAIMS-OK
                      AND CLAIM-OPERADOR = WS-OPERADOR-LOTE
                       DELETE AGENDA-CLAIMS
                       IF NOT FS-CLAIMS-OK
                           DISPLAY 'ERROR AL LIBERAR LA RESERVA'
                           DISPLAY 'FILE STATUS: ' FS-CLAIMS
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-IDS-RESERVADO (IDS-IDX)
               END-IF

           END-PERFORM.

       2630-LIBERAR-RESERVAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2640-ANONIMIZAR-CONTACTO.

      * SE CONSERVAN ID, FECHA-HORA, ESTADO, SECTOR Y ESTADO DE LA
      * DIRECCION: LA FECHA-HORA DE UN DADO DE BAJA ES LA QUE LO
      * VINCULA CON SU FUSION, Y SIN CAMBIO DE FECHA AGNCHECK NO
      * ESPERA UNA ENTRADA NUEVA EN EL LOG.

           MOVE WS-IDS-ID (IDS-IDX) TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    CONTINUE
               WHEN FS-AGENDA-NOTFOUND
                    GO TO 2640-ANONIMIZAR-CONTACTO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    PERFORM 3300-CORTAR-SOLICITUD
                       THRU 3300-CORTAR-SOLICITUD-EXIT
           END-EVALUATE.

           MOVE 'S' TO WS-HAY-DATOS.

           MOVE AGENDA-APELLIDO  TO WS-IMG-APELLIDO.
           MOVE AGENDA-NOMBRE    TO WS-IMG-NOMBRE.
           MOVE AGENDA-TELEFONO  TO WS-IMG-TELEFONO.
           MOVE AGENDA-DIRECCION TO WS-IMG-DIRECCION.

           PERFORM 2790-ANONIMIZAR-IMAGEN
              THRU 2790-ANONIMIZAR-IMAGEN-EXIT.

           MOVE WS-IMG-APELLIDO  TO AGENDA-APELLIDO.
           MOVE WS-IMG-NOMBRE    TO AGENDA-NOMBRE.
           MOVE WS-IMG-TELEFONO  TO AGENDA-TELEFONO.
           MOVE WS-IMG-DIRECCION TO AGENDA-DIRECCION.

           REWRITE REG-AGENDA.

           IF NOT FS-AGENDA-OK
               DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' FS-AGENDA
               PERFORM 3300-CORTAR-SOLICITUD
                  THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           ADD 1 TO WS-CONT-CONTACTOS.

           MOVE 'ID'                TO WS-DDA-ROTULO.
           MOVE WS-IDS-ID (IDS-IDX) TO WS-DDA-VALOR.
           PERFORM 2190-GRABAR-DATO
              THRU 2190-GRABAR-DATO-EXIT.

       2640-ANONIMIZAR-CONTACTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-ANONIMIZAR-TELS.

      * EL NUMERO ES PARTE DE LA CLAVE: SE JUNTAN LOS TELEFONOS DEL
      * CONTACTO, SE BORRAN Y SE GRABAN DE NUEVO CON NUMEROS FIJOS
      * CORRELATIVOS Y EL MISMO TIPO.

           MOVE 0   TO WS-TEL-CANT.

           MOVE WS-IDS-ID (IDS-IDX) TO TEL-AGENDA-ID.
           MOVE LOW-VALUES          TO TEL-NUMERO.

           START AGENDA-TELS KEY IS >= TEL-CLAVE.

           IF FS-TELS-OK
               PERFORM 1300-LEER-TELS
                  THRU 1300-LEER-TELS-EXIT
               PERFORM UNTIL NOT FS-TELS-OK
                          OR TEL-AGENDA-ID NOT = WS-IDS-ID (IDS-IDX)
                   IF WS-TEL-CANT < 99
                       ADD 1 TO WS-TEL-CANT
                       MOVE TEL-NUMERO TO WS-TEL-NUMERO (WS-TEL-CANT)
                       MOVE TEL-TIPO   TO WS-TEL-TIPO (WS-TEL-CANT)
                   ELSE
                       MOVE 'S' TO WS-TEL-DESBORDE
                   END-IF
                   PERFORM 1300-LEER-TELS
                      THRU 1300-LEER-TELS-EXIT
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-TEL-IDX FROM 1 BY 1
                   UNTIL WS-TEL-IDX > WS-TEL-CANT
               MOVE WS-IDS-ID (IDS-IDX)         TO TEL-AGENDA-ID
               MOVE WS-TEL-NUMERO (WS-TEL-IDX)  TO TEL-NUMERO
               DELETE AGENDA-TELS
               IF NOT FS-TELS-OK
                   DISPLAY 'ERROR AL BORRAR EL ARCHIVO DE TELEFONOS'
                   DISPLAY 'FILE STATUS: ' FS-TELS
                   PERFORM 3300-CORTAR-SOLICITUD
                      THRU 3300-CORTAR-SOLICITUD-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-TEL-IDX FROM 1 BY 1
                   UNTIL WS-TEL-IDX > WS-TEL-CANT
               MOVE WS-TEL-IDX                  TO WS-ATA-SEC
               MOVE WS-IDS-ID (IDS-IDX)         TO TEL-AGENDA-ID
               MOVE WS-ANON-TEL-ADICIONAL       TO TEL-NUMERO
               MOVE WS-TEL-TIPO (WS-TEL-IDX)    TO TEL-TIPO
               WRITE REG-AGENDA-TEL
               IF NOT FS-TELS-OK
                   DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE TELEFONOS'
                   DISPLAY 'FILE STATUS: ' FS-TELS
                   PERFORM 3300-CORTAR-SOLICITUD
                      THRU 3300-CORTAR-SOLICITUD-EXIT
               END-IF
               ADD 1 TO WS-CONT-TELS
               MOVE 'S' TO WS-HAY-DATOS
           END-PERFORM.

       2650-ANONIMIZAR-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2660-ANONIMIZAR-MAILS.

      * IGUAL QUE LOS TELEFONOS: LA DIRECCION ES PARTE DE LA CLAVE.
      * EL CONTADOR DE REBOTES DE CADA DIRECCION REAL TAMBIEN SE BORRA
      * (SE GUARDA EN MAYUSCULAS); SI NO HAY CONTADOR NO HAY NADA QUE
      * QUITAR.

           MOVE 0   TO WS-MAIL-CANT.

           MOVE WS-IDS-ID (IDS-IDX) TO MAIL-AGENDA-ID.
           MOVE LOW-VALUES          TO MAIL-DIRECCION.

           START AGENDA-MAILS KEY IS >= MAIL-CLAVE.

           IF FS-MAILS-OK
               PERFORM 1350-LEER-MAILS
                  THRU 1350-LEER-MAILS-EXIT
               PERFORM UNTIL NOT FS-MAILS-OK
                          OR MAIL-AGENDA-ID NOT = WS-IDS-ID (IDS-IDX)
                   IF WS-MAIL-CANT < 99
                       ADD 1 TO WS-MAIL-CANT
                       MOVE MAIL-DIRECCION
                         TO WS-MAIL-DIRECCION (WS-MAIL-CANT)
                       MOVE MAIL-TIPO TO WS-MAIL-TIPO (WS-MAIL-CANT)
                   ELSE
                       MOVE 'S' TO WS-MAIL-DESBORDE
                   END-IF
                   PERFORM 1350-LEER-MAILS
                      THRU 1350-LEER-MAILS-EXIT
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > WS-MAIL-CANT
               MOVE WS-IDS-ID (IDS-IDX)            TO MAIL-AGENDA-ID
               MOVE WS-MAIL-DIRECCION (WS-MAIL-IDX) TO MAIL-DIRECCION
               DELETE AGENDA-MAILS
               IF NOT FS-MAILS-OK
                   DISPLAY 'ERROR AL BORRAR EL ARCHIVO DE CORREOS'
                   DISPLAY 'FILE STATUS: ' FS-MAILS
                   PERFORM 3300-CORTAR-SOLICITUD
                      THRU 3300-CORTAR-SOLICITUD-EXIT
               END-IF
               MOVE FUNCTION UPPER-CASE
                    (WS-MAIL-DIRECCION (WS-MAIL-IDX)) TO RBC-DIRECCION
               DELETE AGENDA-REBCONT
               IF NOT FS-REBCONT-OK AND NOT FS-REBCONT-NOTFOUND
                   DISPLAY 'ERROR AL BORRAR EL ARCHIVO DE REBOTES'
                   DISPLAY 'FILE STATUS: ' FS-REBCONT
                   PERFORM 3300-CORTAR-SOLICITUD
                      THRU 3300-CORTAR-SOLICITUD-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > WS-MAIL-CANT
               MOVE WS-MAIL-IDX                 TO WS-AMA-SEC
               MOVE WS-IDS-ID (IDS-IDX)         TO MAIL-AGENDA-ID
               MOVE WS-ANON-MAIL                TO MAIL-DIRECCION
               MOVE WS-MAIL-TIPO (WS-MAIL-IDX)  TO MAIL-TIPO
               WRITE REG-AGENDA-MAIL
               IF NOT FS-MAILS-OK
                   DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CORREOS'
                   DISPLAY 'FILE STATUS: ' FS-MAILS
                   PERFORM 3300-CORTAR-SOLICITUD
                      THRU 3300-CORTAR-SOLICITUD-EXIT
               END-IF
               ADD 1 TO WS-CONT-MAILS
               MOVE 'S' TO WS-HAY-DATOS
           END-PERFORM.

       2660-ANONIMIZAR-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2670-ANONIMIZAR-PROGRAMADOS.

      * LOS VALORES ANTERIOR Y NUEVO DE TEL, APE, NOM Y DIR RECIBEN EL
      * MISMO VALOR FIJO QUE LA AGENDA; LOS DE SEC NO SON DATOS
      * PERSONALES. UN CAMBIO PENDIENTE SE CANCELA A NOMBRE DEL
      * PROCESO CON MOTIVO ANO, PORQUE SI NO AGNAPROG LO APLICARIA.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.

           MOVE 0 TO PROG-NUMERO.

           START AGENDA-PROG KEY IS > PROG-NUMERO.

           IF FS-PROG-OK
               PERFORM 1450-LEER-PROG
                  THRU 1450-LEER-PROG-EXIT
               PERFORM UNTIL NOT FS-PROG-OK
                   PERFORM 2675-ANONIMIZAR-PROGRAMADO
                      THRU 2675-ANONIMIZAR-PROGRAMADO-EXIT
                   PERFORM 1450-LEER-PROG
                      THRU 1450-LEER-PROG-EXIT
               END-PERFORM
           END-IF.

       2670-ANONIMIZAR-PROGRAMADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2675-ANONIMIZAR-PROGRAMADO.

           MOVE PROG-AGENDA-ID TO WS-ID-BUSCADO.
           PERFORM 2750-BUSCAR-ID
              THRU 2750-BUSCAR-ID-EXIT.

           IF WS-HALLADO = 'N'
               GO TO 2675-ANONIMIZAR-PROGRAMADO-EXIT
           END-IF.

           MOVE 'N' TO WS-CAMBIO.

           EVALUATE PROG-OPERACION
               WHEN 'APE'
               WHEN 'NOM'
                    MOVE WS-ANON-TEXTO     TO WS-PROG-VALOR-ANON
               WHEN 'TEL'
                    MOVE WS-ANON-TELEFONO  TO WS-PROG-VALOR-ANON
               WHEN 'DIR'
                    MOVE WS-ANON-DIRECCION TO WS-PROG-VALOR-ANON
               WHEN OTHER
                    MOVE SPACES            TO WS-PROG-VALOR-ANON
           END-EVALUATE.

           IF WS-PROG-VALOR-ANON NOT = SPACES
               IF PROG-VALOR-ANTES NOT = SPACES
                  AND PROG-VALOR-ANTES NOT = WS-PROG-VALOR-ANON
                   MOVE WS-PROG-VALOR-ANON TO PROG-VALOR-ANTES
                   MOVE 'S' TO WS-CAMBIO
               END-IF
               IF PROG-VALOR-NUEVO NOT = SPACES
                  AND PROG-VALOR-NUEVO NOT = WS-PROG-VALOR-ANON
                   MOVE WS-PROG-VALOR-ANON TO PROG-VALOR-NUEVO
                   MOVE 'S' TO WS-CAMBIO
               END-IF
           END-IF.

           IF PROG-PENDIENTE
               MOVE 'C'              TO PROG-ESTADO
               MOVE WS-FHS-FECHA     TO PROG-FECHA-CIERRE
               MOVE WS-OPERADOR-LOTE TO PROG-OPER-CIERRE
               MOVE 'ANO'            TO PROG-MOTIVO
               ADD 1 TO WS-CONT-PROG-CANC
               MOVE 'S' TO WS-CAMBIO
           END-IF.

           IF WS-CAMBIO = 'N'
               GO TO 2675-ANONIMIZAR-PROGRAMADO-EXIT
           END-IF.

           REWRITE REG-AGENDA-PROG.

           IF NOT FS-PROG-OK
               DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE CAMBIOS '
                       'PROGRAMADOS'
               DISPLAY 'FILE STATUS: ' FS-PROG
               PERFORM 3300-CORTAR-SOLICITUD
                  THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           ADD 1 TO WS-CONT-PROG.
           MOVE 'S' TO WS-HAY-DATOS.

       2675-ANONIMIZAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2680-ANONIMIZAR-REVISION.

      * EL COMENTARIO DEL JEFE DE SECTOR ES TEXTO LIBRE Y PUEDE TENER
      * DATOS PERSONALES: SE BORRA EN TODAS LAS CAMPANAS DEL CONTACTO.

           MOVE WS-IDS-ID (IDS-IDX) TO REV-AGENDA-ID.
           MOVE 0                   TO REV-FECHA-CAMPANA.

           START AGENDA-REVISION KEY IS >= REV-CLAVE.

           IF FS-REVISION-OK
               PERFORM 1500-LEER-REVISION
                  THRU 1500-LEER-REVISION-EXIT
               PERFORM UNTIL NOT FS-REVISION-OK
                       OR REV-AGENDA-ID NOT = WS-IDS-ID (IDS-IDX)
                   IF REV-COMENTARIO NOT = SPACES
                       MOVE SPACES TO REV-COMENTARIO
                       REWRITE REG-AGENDA-REVISION
                       IF NOT FS-REVISION-OK
                           DISPLAY 'ERROR AL REGRABAR LA COLA DE '
                                   'REVISION'
                           DISPLAY 'FILE STATUS: ' FS-REVISION
                           PERFORM 3300-CORTAR-SOLICITUD
                              THRU 3300-CORTAR-SOLICITUD-EXIT
                       END-IF
                       ADD 1 TO WS-CONT-REVISION
                       MOVE 'S' TO WS-HAY-DATOS
                   END-IF
                   PERFORM 1500-LEER-REVISION
                      THRU 1500-LEER-REVISION-EXIT
               END-PERFORM
           END-IF.

       2680-ANONIMIZAR-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-RECORRER-LOGS.

      * UN HISTORICO AGENDA.LOG.AAAAMM GUARDA LO QUE HABIA EN EL LOG
      * HASTA ESE MES Y LOS MESES SIN CORTE NO TIENEN ARCHIVO, ASI QUE
      * SE PRUEBAN TODOS LOS PERIODOS HASTA EL MES EN CURSO Y AL FINAL
      * EL LOG VIGENTE, EN ORDEN CRONOLOGICO.

           MOVE 0                 TO WS-CONT-ARCHIVOS.
           MOVE WS-PRIMER-PERIODO TO WS-PERIODO-NUM.

           PERFORM UNTIL WS-PERIODO-NUM > WS-PERIODO-ACTUAL

               MOVE SPACES TO WS-NOMBRE-LOG-CON
               STRING '../AGENDA.LOG.'  DELIMITED BY SIZE
                      WS-PERIODO-NUM    DELIMITED BY SIZE
                 INTO WS-NOMBRE-LOG-CON
               END-STRING

               PERFORM 2710-PROCESAR-LOG
                  THRU 2710-PROCESAR-LOG-EXIT

               IF WS-PER-MM = 12
                   ADD 1 TO WS-PER-AAAA
                   MOVE 1 TO WS-PER-MM
               ELSE
                   ADD 1 TO WS-PER-MM
               END-IF

           END-PERFORM.

           MOVE '../AGENDA.LOG' TO WS-NOMBRE-LOG-CON.

           PERFORM 2710-PROCESAR-LOG
              THRU 2710-PROCESAR-LOG-EXIT.

       2700-RECORRER-LOGS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2710-PROCESAR-LOG.

           OPEN INPUT AGENDALOG-CON.

           IF FS-LOG-CON-NFD
               GO TO 2710-PROCESAR-LOG-EXIT
           END-IF.

           IF NOT FS-LOG-CON-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG '
                       WS-NOMBRE-LOG-CON
               DISPLAY 'FILE STATUS: ' FS-LOG-CON
               PERFORM 3300-CORTAR-SOLICITUD
                  THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           ADD 1 TO WS-CONT-ARCHIVOS.
           MOVE 0   TO WS-CONT-ENT-ARCHIVO.
           MOVE 'N' TO WS-FUS-PENDIENTE.

           IF WS-TAREA-ANONIMIZA
               OPEN OUTPUT LOG-TRABAJO
               IF NOT FS-TRABAJO-OK
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO'
                   DISPLAY 'FILE STATUS: ' FS-TRABAJO
                   PERFORM 3300-CORTAR-SOLICITUD
                      THRU 3300-CORTAR-SOLICITUD-EXIT
               END-IF
           END-IF.

           PERFORM 1200-LEER-LOG-CON
              THRU 1200-LEER-LOG-CON-EXIT.

           PERFORM UNTIL FS-LOG-CON-EOF

               EVALUATE TRUE
                   WHEN WS-TAREA-FUSIONES
                        PERFORM 2720-CONTROLAR-FUSION
                           THRU 2720-CONTROLAR-FUSION-EXIT
                   WHEN WS-TAREA-HISTORIA
                        MOVE LOG-AGENDA-ID TO WS-ID-BUSCADO
                        PERFORM 2750-BUSCAR-ID
                           THRU 2750-BUSCAR-ID-EXIT
                        IF WS-HALLADO = 'S'
                            ADD 1 TO WS-CONT-ENTRADAS
                            MOVE 'S' TO WS-HAY-DATOS
                            PERFORM 2450-IMPRIMIR-ENTRADA
                               THRU 2450-IMPRIMIR-ENTRADA-EXIT
                        END-IF
                   WHEN WS-TAREA-ANONIMIZA
                        PERFORM 2730-ANONIMIZAR-ENTRADA
                           THRU 2730-ANONIMIZAR-ENTRADA-EXIT
                        WRITE REG-TRABAJO FROM REG-AGENDA-LOG
                        IF NOT FS-TRABAJO-OK
                            DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE '
                                    'TRABAJO'
                            DISPLAY 'FILE STATUS: ' FS-TRABAJO
                            PERFORM 3300-CORTAR-SOLICITUD
                               THRU 3300-CORTAR-SOLICITUD-EXIT
                        END-IF
               END-EVALUATE

               PERFORM 1200-LEER-LOG-CON
                  THRU 1200-LEER-LOG-CON-EXIT

           END-PERFORM.

           CLOSE AGENDALOG-CON.

           IF WS-TAREA-ANONIMIZA
               CLOSE LOG-TRABAJO
               IF WS-CONT-ENT-ARCHIVO > 0
                   PERFORM 2760-REGRABAR-LOG
                      THRU 2760-REGRABAR-LOG-EXIT
               END-IF
           END-IF.

       2710-PROCESAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2720-CONTROLAR-FUSION.

      * LA FUSION GRABA EL FUS DEL SOBREVIVIENTE Y A CONTINUACION EL
      * DEL DEL ABSORBIDO CON LA MISMA FECHA, HORA Y OPERADOR.

           IF LOG-OPERACION = 'FUS'
               MOVE LOG-AGENDA-ID TO WS-ID-BUSCADO
               PERFORM 2750-BUSCAR-ID
                  THRU 2750-BUSCAR-ID-EXIT
               IF WS-HALLADO = 'S'
                   MOVE 'S'          TO WS-FUS-PENDIENTE
                   MOVE LOG-FECHA    TO WS-FUS-FECHA
                   MOVE LOG-HORA     TO WS-FUS-HORA
                   MOVE LOG-OPERADOR TO WS-FUS-OPERADOR
               END-IF
               GO TO 2720-CONTROLAR-FUSION-EXIT
           END-IF.

           IF LOG-OPERACION NOT = 'DEL'
              OR WS-FUS-PENDIENTE = 'N'
              OR LOG-FECHA    NOT = WS-FUS-FECHA
              OR LOG-HORA     NOT = WS-FUS-HORA
              OR LOG-OPERADOR NOT = WS-FUS-OPERADOR
               GO TO 2720-CONTROLAR-FUSION-EXIT
           END-IF.

           MOVE 'N' TO WS-FUS-PENDIENTE.

           MOVE LOG-AGENDA-ID TO WS-ID-BUSCADO.
           PERFORM 2750-BUSCAR-ID
              THRU 2750-BUSCAR-ID-EXIT.

           IF WS-HALLADO = 'S'
               GO TO 2720-CONTROLAR-FUSION-EXIT
           END-IF.

           IF WS-IDS-CANT >= 100
               MOVE 'S' TO WS-IDS-DESBORDE
               GO TO 2720-CONTROLAR-FUSION-EXIT
           END-IF.

           ADD 1 TO WS-IDS-CANT.
           MOVE LOG-AGENDA-ID TO WS-IDS-ID (WS-IDS-CANT).
           MOVE 'N'           TO WS-IDS-RESERVADO (WS-IDS-CANT).
           MOVE 'S'           TO WS-HAY-NUEVOS.

       2720-CONTROLAR-FUSION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2730-ANONIMIZAR-ENTRADA.

      * SOLO CAMBIAN APELLIDO, NOMBRE, TELEFONO Y DIRECCION DE LAS DOS
      * IMAGENES. OPERACION, SECTOR, FECHA, HORA Y OPERADOR QUEDAN.

           MOVE LOG-AGENDA-ID TO WS-ID-BUSCADO.
           PERFORM 2750-BUSCAR-ID
              THRU 2750-BUSCAR-ID-EXIT.

           IF WS-HALLADO = 'N'
               GO TO 2730-ANONIMIZAR-ENTRADA-EXIT
           END-IF.

           MOVE 'N' TO WS-CAMBIO.

           MOVE LOG-ANTES-APELLIDO    TO WS-IMG-APELLIDO.
           MOVE LOG-ANTES-NOMBRE      TO WS-IMG-NOMBRE.
           MOVE LOG-ANTES-TELEFONO    TO WS-IMG-TELEFONO.
           MOVE LOG-ANTES-DIRECCION   TO WS-IMG-DIRECCION.

           PERFORM 2790-ANONIMIZAR-IMAGEN
              THRU 2790-ANONIMIZAR-IMAGEN-EXIT.

           MOVE WS-IMG-APELLIDO       TO LOG-ANTES-APELLIDO.
           MOVE WS-IMG-NOMBRE         TO LOG-ANTES-NOMBRE.
           MOVE WS-IMG-TELEFONO       TO LOG-ANTES-TELEFONO.
           MOVE WS-IMG-DIRECCION      TO LOG-ANTES-DIRECCION.

           MOVE LOG-DESPUES-APELLIDO  TO WS-IMG-APELLIDO.
           MOVE LOG-DESPUES-NOMBRE    TO WS-IMG-NOMBRE.
           MOVE LOG-DESPUES-TELEFONO  TO WS-IMG-TELEFONO.
           MOVE LOG-DESPUES-DIRECCION TO WS-IMG-DIRECCION.

           PERFORM 2790-ANONIMIZAR-IMAGEN
              THRU 2790-ANONIMIZAR-IMAGEN-EXIT.

           MOVE WS-IMG-APELLIDO       TO LOG-DESPUES-APELLIDO.
           MOVE WS-IMG-NOMBRE         TO LOG-DESPUES-NOMBRE.
           MOVE WS-IMG-TELEFONO       TO LOG-DESPUES-TELEFONO.
           MOVE WS-IMG-DIRECCION      TO LOG-DESPUES-DIRECCION.

           IF WS-CAMBIO = 'S'
               ADD 1 TO WS-CONT-ENT-ARCHIVO
               ADD 1 TO WS-CONT-ENTRADAS
           END-IF.

       2730-ANONIMIZAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2750-BUSCAR-ID.

           MOVE 'N' TO WS-HALLADO.

           SET IDS-IDX TO 1.

           SEARCH WS-IDS-ENTRADA
               AT END
                   CONTINUE
               WHEN IDS-IDX > WS-IDS-CANT
                   CONTINUE
               WHEN WS-IDS-ID (IDS-IDX) = WS-ID-BUSCADO
                   MOVE 'S' TO WS-HALLADO
           END-SEARCH.

       2750-BUSCAR-ID-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2760-REGRABAR-LOG.

      * EL ARCHIVO DE TRABAJO TIENE EL LOG COMPLETO YA ANONIMIZADO Y
      * SE COPIA SOBRE EL ORIGINAL CON EL MISMO ORDEN DE REGISTROS.

           OPEN INPUT LOG-TRABAJO.

           IF NOT FS-TRABAJO-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO'
               DISPLAY 'FILE STATUS: ' FS-TRABAJO
               PERFORM 3300-CORTAR-SOLICITUD
                  THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           OPEN OUTPUT AGENDALOG-CON.

           IF NOT FS-LOG-CON-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LOG '
                       WS-NOMBRE-LOG-CON
               DISPLAY 'FILE STATUS: ' FS-LOG-CON
               PERFORM 3300-CORTAR-SOLICITUD
                  THRU 3300-CORTAR-SOLICITUD-EXIT
           END-IF.

           PERFORM 1400-LEER-TRABAJO
              THRU 1400-LEER-TRABAJO-EXIT.

           PERFORM UNTIL FS-TRABAJO-EOF

               WRITE REG-AGENDA-LOG FROM REG-TRABAJO

               IF NOT FS-LOG-CON-OK
                   DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LOG '
                           WS-NOMBRE-LOG-CON
                   DISPLAY 'FILE STATUS: ' FS-LOG-CON
                   DISPLAY 'EL CONTENIDO COMPLETO ESTA EN '
                           'AGENDA.DATPETMP'
                   PERFORM 3300-CORTAR-SOLICITUD
                      THRU 3300-CORTAR-SOLICITUD-EXIT
               END-IF

               PERFORM 1400-LEER-TRABAJO
                  THRU 1400-LEER-TRABAJO-EXIT

           END-PERFORM.

           CLOSE LOG-TRABAJO.
           CLOSE AGENDALOG-CON.

           ADD 1 TO WS-CONT-REGRABADOS.

           MOVE WS-NOMBRE-LOG-CON   TO WS-DAR-ARCHIVO.
           MOVE WS-CONT-ENT-ARCHIVO TO WS-DAR-CANT.
           MOVE WS-DETALLE-ARCHIVO  TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

       2760-REGRABAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2790-ANONIMIZAR-IMAGEN.

      * UN DATO EN BLANCO QUEDA EN BLANCO Y CADA DATO CON CONTENIDO SE
      * REEMPLAZA POR SU VALOR FIJO. WS-CAMBIO QUEDA EN 'S' SI LA
      * IMAGEN NO ESTABA YA ANONIMIZADA.

           MOVE WS-IMAGEN TO WS-IMAGEN-ORIGINAL.

           IF WS-IMG-APELLIDO NOT = SPACES
               MOVE WS-ANON-TEXTO     TO WS-IMG-APELLIDO
           END-IF.

           IF WS-IMG-NOMBRE NOT = SPACES
               MOVE WS-ANON-TEXTO     TO WS-IMG-NOMBRE
           END-IF.

           IF WS-IMG-TELEFONO NOT = SPACES
               MOVE WS-ANON-TELEFONO  TO WS-IMG-TELEFONO
           END-IF.

           IF WS-IMG-DIRECCION NOT = SPACES
               MOVE WS-ANON-DIRECCION TO WS-IMG-DIRECCION
           END-IF.

           IF WS-IMAGEN NOT = WS-IMAGEN-ORIGINAL
               MOVE 'S' TO WS-CAMBIO
           END-IF.

       2790-ANONIMIZAR-IMAGEN-EXIT.
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

           IF WS-RESULTADO = 'OK'
              AND WS-HAY-DATOS NOT = 'S'
               MOVE 'NE' TO WS-RESULTADO
               MOVE SPACES TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
               MOVE 'NO HAY DATOS DEL CONTACTO EN LA AGENDA NI EN LOGS'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 2800-GRABAR-LINEA
              THRU 2800-GRABAR-LINEA-EXIT.

           MOVE 'CONTACTOS INCLUIDOS (CON FUSIONADOS)  : '
             TO WS-TOT-TEXTO.
           MOVE WS-IDS-CANT         TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           MOVE 'ARCHIVOS DE LOG LEIDOS                : '
             TO WS-TOT-TEXTO.
           MOVE WS-CONT-ARCHIVOS    TO WS-TOT-CANT.
           PERFORM 3100-GRABAR-TOTAL
              THRU 3100-GRABAR-TOTAL-EXIT.

           IF WS-MODO-CONSULTA
               MOVE 'ENTRADAS DE HISTORIA IMPRESAS         : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-ENTRADAS  TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'CAMBIOS PROGRAMADOS IMPRESOS          : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-PROG      TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'ENTRADAS DE REVISION IMPRESAS         : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-REVISION  TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
           ELSE
               MOVE 'CONTACTOS ANONIMIZADOS EN LA AGENDA   : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-CONTACTOS TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'TELEFONOS ADICIONALES ANONIMIZADOS    : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-TELS      TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'CORREOS ANONIMIZADOS                  : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-MAILS     TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'CAMBIOS PROGRAMADOS ANONIMIZADOS      : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-PROG      TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE '  DE ELLOS PENDIENTES CANCELADOS      : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-PROG-CANC TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'COMENTARIOS DE REVISION BORRADOS      : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-REVISION  TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'ENTRADAS DE LOG ANONIMIZADAS          : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-ENTRADAS  TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
               MOVE 'ARCHIVOS DE LOG REGRABADOS            : '
                 TO WS-TOT-TEXTO
               MOVE WS-CONT-REGRABADOS TO WS-TOT-CANT
               PERFORM 3100-GRABAR-TOTAL
                  THRU 3100-GRABAR-TOTAL-EXIT
           END-IF.

           IF WS-IDS-DESBORDE = 'S'
              OR WS-TEL-DESBORDE = 'S'
              OR WS-MAIL-DESBORDE = 'S'
               MOVE '*** TABLA LLENA: HAY DATOS SIN PROCESAR ***'
                 TO LINEA-REPORTE
               PERFORM 2800-GRABAR-LINEA
                  THRU 2800-GRABAR-LINEA-EXIT
           END-IF.

           PERFORM 3200-REGISTRAR-SOLICITUD
              THRU 3200-REGISTRAR-SOLICITUD-EXIT.

           CLOSE AGENDA.
           CLOSE AGENDA-TELS.
           CLOSE AGENDA-MAILS.
           CLOSE AGENDA-PROG.
           CLOSE AGENDA-REVISION.
           CLOSE AGENDA-REBCONT.
           CLOSE AGENDA-SECTORES.
           CLOSE AGENDA-CLAIMS.
           CLOSE ARCH-DATPE.
           CLOSE REPORTE.

           DISPLAY 'Contactos incluidos  : ' WS-IDS-CANT.
           DISPLAY 'Archivos de log      : ' WS-CONT-ARCHIVOS.
           DISPLAY 'Entradas de log      : ' WS-CONT-ENTRADAS.
           DISPLAY 'Resultado            : ' WS-RESULTADO.

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
       3200-REGISTRAR-SOLICITUD.

           ACCEPT WS-FHS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA  FROM TIME.

           MOVE WS-FHS-FECHA     TO DPR-FECHA.
           MOVE WS-FHS-HORA      TO DPR-HORA.
           MOVE WS-ID            TO DPR-AGENDA-ID.
           MOVE WS-MODO          TO DPR-MODO.
           MOVE WS-SOLICITANTE   TO DPR-SOLICITANTE.
           MOVE WS-OPERADOR      TO DPR-OPERADOR.
           MOVE WS-RESULTADO     TO DPR-RESULTADO.
           MOVE WS-IDS-CANT      TO DPR-CANT-IDS.
           MOVE WS-CONT-ENTRADAS TO DPR-CANT-ENTRADAS.

           WRITE REG-DATPE.

           IF NOT FS-DATPE-OK
               DISPLAY 'ERROR AL GRABAR EL REGISTRO DE SOLICITUDES'
               DISPLAY 'FILE STATUS: ' FS-DATPE
           END-IF.

       3200-REGISTRAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-CORTAR-SOLICITUD.

      * LA CORRIDA NO PUEDE SEGUIR: LA SOLICITUD QUEDA REGISTRADA CON
      * RESULTADO ER ANTES DE TERMINAR. EN LA ANONIMIZACION LAS
      * RESERVAS QUEDAN TOMADAS A NOMBRE DEL PROCESO PARA QUE NADIE
      * TOQUE LOS CONTACTOS HASTA QUE SE REPITA LA SOLICITUD.

           IF WS-ID IS NOT NUMERIC
               MOVE 0 TO WS-ID
           END-IF.

           MOVE 'ER' TO WS-RESULTADO.

           PERFORM 3200-REGISTRAR-SOLICITUD
              THRU 3200-REGISTRAR-SOLICITUD-EXIT.

           CLOSE ARCH-DATPE.

           DISPLAY 'SOLICITUD REGISTRADA CON ERROR'.

           STOP RUN.

       3300-CORTAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNDATPE.
