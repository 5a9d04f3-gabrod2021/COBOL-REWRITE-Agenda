      *              Y EL CONTACTO EN EDICION QUEDA RESERVADO AL
      *              OPERADOR EN AGENDA.CLAIMS PARA QUE DOS PUESTOS
      *              NO SE PISEN LAS ACTUALIZACIONES.
      *              TAMBIEN PERMITE PROGRAMAR UN CAMBIO DE TELEFONO,
      *              APELLIDO, NOMBRE, DIRECCION O SECTOR PARA UNA
      *              FECHA FUTURA (AGENDA.PROG), LISTAR LOS CAMBIOS
      *              PROGRAMADOS PENDIENTES Y CANCELARLOS. LOS APLICA
      *              AGNAPROG EN EL CIERRE DIARIO.
      *              LA COLA DE REVISION DE LA RECERTIFICACION
      *              (AGENDA.REVISION) SE LISTA Y SE RESUELVE DESDE
      *              AQUI: LOS CONTACTOS CORREGIDOS O DESCARTADOS
      *              QUEDAN SELLADOS CON LA FECHA DE VERIFICACION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL21EJ1.
           RECORD KEY IS OPER-CODIGO
           FILE STATUS IS FS-OPERS.

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

       SELECT AGENDALOG-CON
           ASSIGN TO DYNAMIC WS-NOMBRE-LOG-CON
           ORGANIZATION IS LINE SEQUENTIAL
       FD AGENDA-OPERS.
           COPY AGNOPER.

       FD AGENDA-PROG.
           COPY AGNPROG.

       FD AGENDA-REVISION.
           COPY AGNREVQ.

       FD AGENDALOG-CON.
       01 REG-LOG-CON                 PIC X(271).


           COPY AGNOPERFS.

           COPY AGNPROGFS.

           COPY AGNREVFS.

       01 FS-STATUS-AGENDALOG.
          05 FS-AGENDALOG           PIC X(2).
             88 FS-AGENDALOG-OK          VALUE '00'.
           05 WS-MAILS-CANT                  PIC 9(02).
           05 WS-MAIL-ARROBAS                PIC 9(02).
           05 WS-MAIL-PUNTOS                 PIC 9(02).
           05 WS-PROG-NUMERO                 PIC 9(08).
           05 WS-PROG-CAMPO                  PIC X(03).
           05 WS-PROG-CAMPO-OK               PIC X(01).
           05 WS-PROG-VALOR                  PIC X(56).
           05 WS-PROG-ANTES                  PIC X(56).
           05 WS-PROG-FECHA-OK               PIC X(01).
           05 WS-PROG-MAS                    PIC X(01).
           05 WS-PROG-CANT                   PIC 9(02).
           05 WS-PROG-HALLADOS               PIC 9(04).
           05 WS-REV-ID                      PIC 9(08).
           05 WS-REV-SECTOR                  PIC X(04).
           05 WS-REV-MAS                     PIC X(01).
           05 WS-REV-CANT                    PIC 9(02).
           05 WS-REV-HALLADOS                PIC 9(04).
           05 WS-REV-HALLADA                 PIC X(01).
           05 WS-REV-CONTACTO                PIC X(01).
           05 WS-REV-RESOLUCION              PIC X(01).
              88 WS-REV-RES-CORREGIDO            VALUE 'C'.
              88 WS-REV-RES-BAJA                 VALUE 'B'.
              88 WS-REV-RES-DESCARTADA           VALUE 'D'.

       01 WS-PROG-FECHA.
           05 WS-PROG-FECHA-AAAA             PIC 9(04).
           05 WS-PROG-FECHA-MM               PIC 9(02).
           05 WS-PROG-FECHA-DD               PIC 9(02).
       01 WS-PROG-FECHA-NUM REDEFINES WS-PROG-FECHA
                                             PIC 9(08).

       01 WS-REG-PERDEDOR.
           05 WS-PERD-ID                     PIC 9(08).
           05 WS-ANTES-ESTADO                PIC X(01).
           05 WS-ANTES-SECTOR                PIC X(04).
           05 WS-ANTES-DIR-ESTADO            PIC X(01).
           05 WS-ANTES-FECHA-VERIF           PIC 9(08).

       01 WS-FECHA-HORA-SISTEMA.
           05 WS-FHS-FECHA                   PIC 9(08).
           PERFORM 1169-ABRIR-OPERS
              THRU 1169-ABRIR-OPERS-EXIT.

           PERFORM 1163-ABRIR-PROG
              THRU 1163-ABRIR-PROG-EXIT.

           PERFORM 1164-ABRIR-REVISION
              THRU 1164-ABRIR-REVISION-EXIT.

           PERFORM 1180-PEDIR-OPERADOR
              THRU 1180-PEDIR-OPERADOR-EXIT.


       1160-ABRIR-TELS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1163-ABRIR-PROG.

           OPEN I-O AGENDA-PROG.

           IF NOT FS-PROG-OK AND NOT FS-PROG-CREADO
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMBIOS '
                       'PROGRAMADOS'
               DISPLAY 'FILE STATUS: ' FS-PROG
           END-IF.

       1163-ABRIR-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1164-ABRIR-REVISION.

           OPEN I-O AGENDA-REVISION.

           IF NOT FS-REVISION-OK AND NOT FS-REVISION-CREADO
               DISPLAY 'ERROR AL ABRIR LA COLA DE REVISION'
               DISPLAY 'FILE STATUS: ' FS-REVISION
           END-IF.

       1164-ABRIR-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1165-ABRIR-CLAIMS.


       1172-LEER-MAILS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1178-LEER-PROG.

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
                    STOP RUN
           END-EVALUATE.

       1178-LEER-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1179-LEER-REVISION.

           READ AGENDA-REVISION NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-REVISION-OK
                    CONTINUE
               WHEN FS-REVISION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA COLA DE REVISION'
                    DISPLAY 'FILE STATUS: ' FS-REVISION
                    STOP RUN
           END-EVALUATE.

       1179-LEER-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1175-LEER-SECTORES.

               DISPLAY '*   - REC - Listar/recuperar contactos bajas  *'
               DISPLAY '*   - FUS - Fusionar dos contactos duplicados *'
               DISPLAY '*   - NEW - Insertar un nuevo contacto        *'
               DISPLAY '*   - PAD - Programar cambio con fecha        *'
               DISPLAY '*   - PBO - Cancelar cambio programado        *'
               DISPLAY '*   - PLS - Listar cambios programados        *'
               DISPLAY '*   - RVL - Listar cola de revision           *'
               DISPLAY '*   - REV - Resolver revision de un contacto  *'
               DISPLAY '*   - SAL - Para salir.                       *'
               DISPLAY '*---------------------------------------------*'
               ACCEPT WS-OPCION
               WHEN 'MBO'
               WHEN 'SEA'
               WHEN 'SEB'
               WHEN 'PAD'
               WHEN 'PBO'
               WHEN 'REV'
                    IF WS-PERFIL-ACTUALIZA OR WS-PERFIL-SUPERVISOR
                        MOVE 'S' TO WS-PERMISO-OK
                    END-IF
               WHEN 'NEW'
                   PERFORM 3000-INSERTAR
                      THRU 3000-INSERTAR-EXIT
               WHEN 'PAD'
                   PERFORM 8000-PROGRAMAR-CAMBIO
                      THRU 8000-PROGRAMAR-CAMBIO-EXIT
               WHEN 'PBO'
                   PERFORM 8200-CANCELAR-PROGRAMADO
                      THRU 8200-CANCELAR-PROGRAMADO-EXIT
               WHEN 'PLS'
                   PERFORM 8100-LISTAR-PROGRAMADOS
                      THRU 8100-LISTAR-PROGRAMADOS-EXIT
               WHEN 'RVL'
                   PERFORM 9000-LISTAR-REVISION
                      THRU 9000-LISTAR-REVISION-EXIT
               WHEN 'REV'
                   PERFORM 9100-RESOLVER-REVISION
                      THRU 9100-RESOLVER-REVISION-EXIT
               WHEN 'SAL'
                   CONTINUE
               WHEN 'DEL'
               MOVE WS-TELEFONO      TO AGENDA-TELEFONO
               MOVE 'A'              TO AGENDA-ESTADO
               MOVE WS-SECTOR        TO AGENDA-SECTOR
               MOVE 0                TO AGENDA-FECHA-VERIF

               PERFORM 1120-OBTENER-FECHA-HORA
                  THRU 1120-OBTENER-FECHA-HORA-EXIT
                        WRITE REG-AGENDA-MAIL
                        EVALUATE TRUE
                            WHEN FS-MAILS-OK
                                 MOVE 'MAD' TO WS-LOG-OPERACION
                                 PERFORM 4550-GRABAR-LOG-MAIL
                                    THRU 4550-GRABAR-LOG-MAIL-EXIT
                                 DISPLAY 'Correo agregado con exito.'
                            WHEN FS-MAILS-DUPLICADO
                                 DISPLAY 'Ese correo ya esta '

       4500-AGREGAR-MAIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4550-GRABAR-LOG-MAIL.

      * ALTA O BAJA DE UN CORREO: LA DIRECCION AGREGADA VA EN LA
      * IMAGEN POSTERIOR (MAD) Y LA BORRADA EN LA ANTERIOR (MBO),
      * IGUAL QUE LOS TELEFONOS ADICIONALES.

           PERFORM 1120-OBTENER-FECHA-HORA
              THRU 1120-OBTENER-FECHA-HORA-EXIT.

           MOVE WS-ID            TO LOG-AGENDA-ID.
           MOVE WS-LOG-OPERACION TO LOG-OPERACION.

           MOVE SPACES           TO LOG-ANTES.
           MOVE SPACES           TO LOG-DESPUES.

           IF WS-LOG-OPERACION = 'MAD'
               MOVE WS-MAIL TO LOG-DESPUES-DIRECCION
           ELSE
               MOVE WS-MAIL TO LOG-ANTES-DIRECCION
           END-IF.

           MOVE WS-FHS-FECHA     TO LOG-FECHA.
           MOVE WS-FHS-HORA      TO LOG-HORA.
           MOVE WS-OPERADOR      TO LOG-OPERADOR.

           WRITE REG-AGENDA-LOG.

           IF NOT FS-AGENDALOG-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE LOG'
               DISPLAY 'FILE STATUS: ' FS-AGENDALOG
           END-IF.

       4550-GRABAR-LOG-MAIL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4600-BORRAR-MAIL.

                   WHEN FS-MAILS-OK
                        DELETE AGENDA-MAILS
                        IF FS-MAILS-OK
                            MOVE 'MBO' TO WS-LOG-OPERACION
                            PERFORM 4550-GRABAR-LOG-MAIL
                               THRU 4550-GRABAR-LOG-MAIL-EXIT
                            DISPLAY 'Correo borrado con exito.'
                        ELSE
                            DISPLAY 'ERROR AL BORRAR EL CORREO'

       7200-MOSTRAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-PROGRAMAR-CAMBIO.

      * EL CAMBIO NO SE APLICA AHORA: SE GRABA EN AGENDA.PROG CON EL
      * VALOR ACTUAL DEL CAMPO, PARA QUE AGNAPROG PUEDA DETECTAR SI
      * ALGUIEN LO MODIFICO ANTES DE LA FECHA DE VIGENCIA.

           DISPLAY 'Ingresa ID del contacto: ' ACCEPT WS-ID.

           IF WS-ID IS NOT NUMERIC OR WS-ID = 0
               DISPLAY 'El ID ingresado es inválido. '
               GO TO 8000-PROGRAMAR-CAMBIO-EXIT
           END-IF.

           MOVE WS-ID TO AGENDA-ID.

           START AGENDA KEY IS = AGENDA-ID.

           IF NOT FS-AGENDA-OK
               DISPLAY 'No existe un contacto con ese ID.'
               GO TO 8000-PROGRAMAR-CAMBIO-EXIT
           END-IF.

           PERFORM 1110-LEER-AGENDA
              THRU 1110-LEER-AGENDA-EXIT.

           DISPLAY 'Actual     : ' REG-AGENDA.

           IF AGENDA-INACTIVO
               DISPLAY 'El contacto esta inactivo, usar REC '
                       'para recuperarlo.'
               GO TO 8000-PROGRAMAR-CAMBIO-EXIT
           END-IF.

           MOVE 'N' TO WS-PROG-CAMPO-OK.

           PERFORM UNTIL WS-PROG-CAMPO-OK = 'S'
               DISPLAY 'Campo a cambiar (TEL, APE, NOM, DIR o SEC): '
               ACCEPT WS-PROG-CAMPO

               MOVE FUNCTION UPPER-CASE(WS-PROG-CAMPO)
                 TO WS-PROG-CAMPO

               EVALUATE WS-PROG-CAMPO
                   WHEN 'TEL'
                        MOVE AGENDA-TELEFONO  TO WS-PROG-ANTES
                        MOVE 'S'              TO WS-PROG-CAMPO-OK
                   WHEN 'APE'
                        MOVE AGENDA-APELLIDO  TO WS-PROG-ANTES
                        MOVE 'S'              TO WS-PROG-CAMPO-OK
                   WHEN 'NOM'
                        MOVE AGENDA-NOMBRE    TO WS-PROG-ANTES
                        MOVE 'S'              TO WS-PROG-CAMPO-OK
                   WHEN 'DIR'
                        MOVE AGENDA-DIRECCION TO WS-PROG-ANTES
                        MOVE 'S'              TO WS-PROG-CAMPO-OK
                   WHEN 'SEC'
                        MOVE AGENDA-SECTOR    TO WS-PROG-ANTES
                        MOVE 'S'              TO WS-PROG-CAMPO-OK
                   WHEN OTHER
                        DISPLAY 'Campo invalido.'
               END-EVALUATE
           END-PERFORM.

           PERFORM 8020-VALIDAR-FECHA-VIGENCIA
              THRU 8020-VALIDAR-FECHA-VIGENCIA-EXIT.

           MOVE SPACES TO WS-PROG-VALOR.

           EVALUATE WS-PROG-CAMPO
               WHEN 'TEL'
                    PERFORM 2310-VALIDAR-TELEFONO
                       THRU 2310-VALIDAR-TELEFONO-EXIT
                    MOVE WS-ID TO WS-ID-EXCLUIR
                    PERFORM 2320-VERIFICAR-TEL-DUP
                       THRU 2320-VERIFICAR-TEL-DUP-EXIT
                    IF FUNCTION UPPER-CASE(WS-SINO) NOT = 'SI'
                        DISPLAY 'Operacion cancelada.'
                        GO TO 8000-PROGRAMAR-CAMBIO-EXIT
                    END-IF
                    MOVE WS-TELEFONO TO WS-PROG-VALOR
               WHEN 'APE'
                    DISPLAY 'Ingrese nuevo Apellido: ' ACCEPT WS-APE
                    IF WS-APE = SPACES
                        DISPLAY 'APELLIDO ingresado con error.'
                        GO TO 8000-PROGRAMAR-CAMBIO-EXIT
                    END-IF
                    MOVE WS-APE TO WS-PROG-VALOR
               WHEN 'NOM'
                    DISPLAY 'Ingrese nuevo Nombre: ' ACCEPT WS-NOM
                    IF WS-NOM = SPACES
                        DISPLAY 'NOMBRE ingresado con error.'
                        GO TO 8000-PROGRAMAR-CAMBIO-EXIT
                    END-IF
                    MOVE WS-NOM TO WS-PROG-VALOR
               WHEN 'DIR'
                    PERFORM 2610-CAPTURAR-DIRECCION
                       THRU 2610-CAPTURAR-DIRECCION-EXIT
                    MOVE WS-DIR-CALLE     TO AGENDA-DIR-CALLE
                    MOVE WS-DIR-NUMERO    TO AGENDA-DIR-NUMERO
                    MOVE WS-DIR-LOCALIDAD TO AGENDA-DIR-LOCALIDAD
                    MOVE WS-DIR-CP        TO AGENDA-DIR-CP
                    MOVE AGENDA-DIRECCION TO WS-PROG-VALOR
               WHEN 'SEC'
                    PERFORM 3030-VALIDAR-SECTOR
                       THRU 3030-VALIDAR-SECTOR-EXIT
                    MOVE WS-SECTOR TO WS-PROG-VALOR
           END-EVALUATE.

           IF WS-PROG-VALOR = WS-PROG-ANTES
               DISPLAY 'El valor nuevo es igual al actual, no se '
                       'programa el cambio.'
               GO TO 8000-PROGRAMAR-CAMBIO-EXIT
           END-IF.

           DISPLAY 'Campo      : ' WS-PROG-CAMPO.
           DISPLAY 'Vigencia   : ' WS-PROG-FECHA-NUM.
           DISPLAY 'Actual     : ' WS-PROG-ANTES.
           DISPLAY 'Nuevo      : ' WS-PROG-VALOR.
           DISPLAY 'Confirma el cambio programado (SI o NO): '
           ACCEPT WS-SINO.

           IF FUNCTION UPPER-CASE(WS-SINO) NOT = 'SI'
               DISPLAY 'Operacion cancelada.'
               GO TO 8000-PROGRAMAR-CAMBIO-EXIT
           END-IF.

           PERFORM 8010-SUGERIR-NUMERO
              THRU 8010-SUGERIR-NUMERO-EXIT.

           PERFORM 1120-OBTENER-FECHA-HORA
              THRU 1120-OBTENER-FECHA-HORA-EXIT.

           INITIALIZE REG-AGENDA-PROG.

           MOVE WS-PROG-NUMERO    TO PROG-NUMERO.
           MOVE WS-ID             TO PROG-AGENDA-ID.
           MOVE WS-PROG-CAMPO     TO PROG-OPERACION.
           MOVE WS-PROG-FECHA-NUM TO PROG-FECHA-VIGENCIA.
           MOVE WS-PROG-ANTES     TO PROG-VALOR-ANTES.
           MOVE WS-PROG-VALOR     TO PROG-VALOR-NUEVO.
           MOVE WS-OPERADOR       TO PROG-OPERADOR.
           MOVE WS-FHS-FECHA      TO PROG-FECHA-ALTA.
           MOVE WS-FHS-HORA       TO PROG-HORA-ALTA.
           MOVE 'P'               TO PROG-ESTADO.

           WRITE REG-AGENDA-PROG.

           EVALUATE TRUE
               WHEN FS-PROG-OK
                    DISPLAY 'Cambio programado numero: ' PROG-NUMERO
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CAMBIOS '
                            'PROGRAMADOS'
                    DISPLAY 'FILE STATUS: ' FS-PROG
           END-EVALUATE.

       8000-PROGRAMAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8010-SUGERIR-NUMERO.

           MOVE 99999999 TO PROG-NUMERO.

           START AGENDA-PROG KEY IS <= PROG-NUMERO.

           EVALUATE TRUE
               WHEN FS-PROG-OK
                    PERFORM 1178-LEER-PROG
                       THRU 1178-LEER-PROG-EXIT
                    COMPUTE WS-PROG-NUMERO = PROG-NUMERO + 1
               WHEN FS-PROG-NOTFOUND
                    MOVE 1 TO WS-PROG-NUMERO
               WHEN OTHER
                    DISPLAY 'ERROR AL START AGENDA-PROG: ' FS-PROG
                    DISPLAY 'PARRAFO : 8010-SUGERIR-NUMERO'
                    MOVE 1 TO WS-PROG-NUMERO
           END-EVALUATE.

       8010-SUGERIR-NUMERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8020-VALIDAR-FECHA-VIGENCIA.

           PERFORM 1120-OBTENER-FECHA-HORA
              THRU 1120-OBTENER-FECHA-HORA-EXIT.

           MOVE 'N' TO WS-PROG-FECHA-OK.

           PERFORM UNTIL WS-PROG-FECHA-OK = 'S'
               DISPLAY 'Fecha de vigencia (AAAAMMDD): '
               ACCEPT WS-PROG-FECHA

               IF WS-PROG-FECHA IS NOT NUMERIC
                  OR WS-PROG-FECHA-MM < 1 OR WS-PROG-FECHA-MM > 12
                  OR WS-PROG-FECHA-DD < 1 OR WS-PROG-FECHA-DD > 31
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-PROG-FECHA-NUM)
                     NOT = 0
                   DISPLAY 'Fecha invalida, formato AAAAMMDD.'
               ELSE
                   IF WS-PROG-FECHA-NUM <= WS-FHS-FECHA
                       DISPLAY 'La fecha de vigencia debe ser '
                               'posterior a hoy.'
                   ELSE
                       MOVE 'S' TO WS-PROG-FECHA-OK
                   END-IF
               END-IF
           END-PERFORM.

       8020-VALIDAR-FECHA-VIGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-LISTAR-PROGRAMADOS.

           DISPLAY 'ID del contacto (0 = todos): ' ACCEPT WS-ID.

           IF WS-ID IS NOT NUMERIC
               DISPLAY 'El ID ingresado es inválido. '
               GO TO 8100-LISTAR-PROGRAMADOS-EXIT
           END-IF.

           MOVE 0   TO WS-PROG-CANT.
           MOVE 0   TO WS-PROG-HALLADOS.
           MOVE 'S' TO WS-PROG-MAS.

           MOVE 0 TO PROG-NUMERO.

           START AGENDA-PROG KEY IS > PROG-NUMERO.

           IF NOT FS-PROG-OK
               DISPLAY 'No hay cambios programados pendientes.'
               GO TO 8100-LISTAR-PROGRAMADOS-EXIT
           END-IF.

           PERFORM 1178-LEER-PROG
              THRU 1178-LEER-PROG-EXIT.

           PERFORM UNTIL FS-PROG-EOF OR WS-PROG-MAS NOT = 'S'

               IF PROG-PENDIENTE
                  AND (WS-ID = 0 OR PROG-AGENDA-ID = WS-ID)
                   PERFORM 8150-MOSTRAR-PROGRAMADO
                      THRU 8150-MOSTRAR-PROGRAMADO-EXIT
                   ADD 1 TO WS-PROG-CANT
                   ADD 1 TO WS-PROG-HALLADOS

                   IF WS-PROG-CANT = WS-MAX-VER
                       MOVE 0 TO WS-PROG-CANT
                       DISPLAY 'Continuar listando (S/N): '
                       ACCEPT WS-SINO
                       IF FUNCTION UPPER-CASE(WS-SINO) NOT = 'S'
                           MOVE 'N' TO WS-PROG-MAS
                       END-IF
                   END-IF
               END-IF

               IF WS-PROG-MAS = 'S'
                   PERFORM 1178-LEER-PROG
                      THRU 1178-LEER-PROG-EXIT
               END-IF

           END-PERFORM.

           IF WS-PROG-HALLADOS = 0
               DISPLAY 'No hay cambios programados pendientes.'
           END-IF.

       8100-LISTAR-PROGRAMADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8150-MOSTRAR-PROGRAMADO.

           DISPLAY 'NRO: '      PROG-NUMERO ' - '
                   'ID: '       PROG-AGENDA-ID ' - '
                   'CAMPO: '    PROG-OPERACION ' - '
                   'VIGENCIA: ' PROG-FECHA-VIGENCIA ' - '
                   'OPER: '     PROG-OPERADOR.
           DISPLAY '     Actual: ' PROG-VALOR-ANTES.
           DISPLAY '     Nuevo : ' PROG-VALOR-NUEVO.

       8150-MOSTRAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8200-CANCELAR-PROGRAMADO.

           DISPLAY 'Numero de cambio programado a cancelar: '
           ACCEPT WS-PROG-NUMERO.

           IF WS-PROG-NUMERO IS NOT NUMERIC OR WS-PROG-NUMERO = 0
               DISPLAY 'El numero ingresado es inválido.'
               GO TO 8200-CANCELAR-PROGRAMADO-EXIT
           END-IF.

           MOVE WS-PROG-NUMERO TO PROG-NUMERO.

           READ AGENDA-PROG.

           EVALUATE TRUE
               WHEN FS-PROG-OK
                    CONTINUE
               WHEN FS-PROG-NOTFOUND
                    DISPLAY 'No existe ese cambio programado.'
                    GO TO 8200-CANCELAR-PROGRAMADO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CAMBIOS '
                            'PROGRAMADOS'
                    DISPLAY 'FILE STATUS: ' FS-PROG
                    GO TO 8200-CANCELAR-PROGRAMADO-EXIT
           END-EVALUATE.

           PERFORM 8150-MOSTRAR-PROGRAMADO
              THRU 8150-MOSTRAR-PROGRAMADO-EXIT.

           IF NOT PROG-PENDIENTE
               DISPLAY 'El cambio ya no esta pendiente, estado: '
                       PROG-ESTADO
               GO TO 8200-CANCELAR-PROGRAMADO-EXIT
           END-IF.

           DISPLAY 'Confirma la cancelacion (SI o NO): '
           ACCEPT WS-SINO.

           IF FUNCTION UPPER-CASE(WS-SINO) NOT = 'SI'
               DISPLAY 'Operacion cancelada.'
               GO TO 8200-CANCELAR-PROGRAMADO-EXIT
           END-IF.

           PERFORM 1120-OBTENER-FECHA-HORA
              THRU 1120-OBTENER-FECHA-HORA-EXIT.

           MOVE 'C'          TO PROG-ESTADO.
           MOVE WS-FHS-FECHA TO PROG-FECHA-CIERRE.
           MOVE WS-OPERADOR  TO PROG-OPER-CIERRE.
           MOVE SPACES       TO PROG-MOTIVO.

           REWRITE REG-AGENDA-PROG.

           IF FS-PROG-OK
               DISPLAY 'Cambio programado cancelado.'
           ELSE
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CAMBIOS '
                       'PROGRAMADOS'
               DISPLAY 'FILE STATUS: ' FS-PROG
           END-IF.

       8200-CANCELAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-LISTAR-REVISION.

           DISPLAY 'Sector (en blanco = todos): ' ACCEPT WS-REV-SECTOR.
           MOVE FUNCTION UPPER-CASE(WS-REV-SECTOR) TO WS-REV-SECTOR.

           MOVE 0   TO WS-REV-CANT.
           MOVE 0   TO WS-REV-HALLADOS.
           MOVE 'S' TO WS-REV-MAS.

           MOVE 0 TO REV-AGENDA-ID.
           MOVE 0 TO REV-FECHA-CAMPANA.

           START AGENDA-REVISION KEY IS > REV-CLAVE.

           IF NOT FS-REVISION-OK
               DISPLAY 'No hay revisiones pendientes.'
               GO TO 9000-LISTAR-REVISION-EXIT
           END-IF.

           PERFORM 1179-LEER-REVISION
              THRU 1179-LEER-REVISION-EXIT.

           PERFORM UNTIL FS-REVISION-EOF OR WS-REV-MAS NOT = 'S'

               IF REV-PENDIENTE
                  AND (WS-REV-SECTOR = SPACES
                       OR REV-SECTOR = WS-REV-SECTOR)
                   PERFORM 9050-MOSTRAR-REVISION
                      THRU 9050-MOSTRAR-REVISION-EXIT
                   ADD 1 TO WS-REV-CANT
                   ADD 1 TO WS-REV-HALLADOS

                   IF WS-REV-CANT = WS-MAX-VER
                       MOVE 0 TO WS-REV-CANT
                       DISPLAY 'Continuar listando (S/N): '
                       ACCEPT WS-SINO
                       IF FUNCTION UPPER-CASE(WS-SINO) NOT = 'S'
                           MOVE 'N' TO WS-REV-MAS
                       END-IF
                   END-IF
               END-IF

               IF WS-REV-MAS = 'S'
                   PERFORM 1179-LEER-REVISION
                      THRU 1179-LEER-REVISION-EXIT
               END-IF

           END-PERFORM.

           IF WS-REV-HALLADOS = 0
               DISPLAY 'No hay revisiones pendientes.'
           END-IF.

       9000-LISTAR-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9050-MOSTRAR-REVISION.

           IF REV-TIPO-YA-NO-ESTA
               DISPLAY 'ID: '       REV-AGENDA-ID ' - '
                       'SECTOR: '   REV-SECTOR ' - '
                       'CAMPANA: '  REV-FECHA-CAMPANA ' - '
                       'YA NO ESTA EN EL SECTOR'
           ELSE
               DISPLAY 'ID: '       REV-AGENDA-ID ' - '
                       'SECTOR: '   REV-SECTOR ' - '
                       'CAMPANA: '  REV-FECHA-CAMPANA ' - '
                       'HAY QUE CORREGIR DATOS'
           END-IF.
           DISPLAY '     Comentario: ' REV-COMENTARIO.

       9050-MOSTRAR-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9100-RESOLVER-REVISION.

      * LA CORRECCION DE LOS DATOS SE HACE ANTES CON LAS OPCIONES DE
      * MODIFICACION, Y LA BAJA CON DEL. AQUI SE CIERRA LA ENTRADA DE
      * LA COLA; SI EL CONTACTO SIGUE ACTIVO QUEDA SELLADO COMO
      * VERIFICADO EN LA FECHA.

           DISPLAY 'ID del contacto a revisar: ' ACCEPT WS-REV-ID.

           IF WS-REV-ID IS NOT NUMERIC OR WS-REV-ID = 0
               DISPLAY 'El ID ingresado es inválido. '
               GO TO 9100-RESOLVER-REVISION-EXIT
           END-IF.

           MOVE 'N'       TO WS-REV-HALLADA.
           MOVE WS-REV-ID TO REV-AGENDA-ID.
           MOVE 0         TO REV-FECHA-CAMPANA.

           START AGENDA-REVISION KEY IS >= REV-CLAVE.

           IF FS-REVISION-OK
               PERFORM 1179-LEER-REVISION
                  THRU 1179-LEER-REVISION-EXIT
               PERFORM UNTIL NOT FS-REVISION-OK
                          OR REV-AGENDA-ID NOT = WS-REV-ID
                          OR WS-REV-HALLADA = 'S'
                   IF REV-PENDIENTE
                       MOVE 'S' TO WS-REV-HALLADA
                   ELSE
                       PERFORM 1179-LEER-REVISION
                          THRU 1179-LEER-REVISION-EXIT
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-REV-HALLADA NOT = 'S'
               DISPLAY 'No hay revision pendiente para ese contacto.'
               GO TO 9100-RESOLVER-REVISION-EXIT
           END-IF.

           PERFORM 9050-MOSTRAR-REVISION
              THRU 9050-MOSTRAR-REVISION-EXIT.

           MOVE WS-REV-ID TO AGENDA-ID.

           READ AGENDA.

           EVALUATE TRUE
               WHEN FS-AGENDA-OK
                    MOVE 'S' TO WS-REV-CONTACTO
                    DISPLAY 'APE: ' AGENDA-APELLIDO ' - '
                            'NOM: ' AGENDA-NOMBRE ' - '
                            'TEL: ' AGENDA-TELEFONO ' - '
                            'ESTADO: ' AGENDA-ESTADO
                    DISPLAY 'DIR: ' AGENDA-DIRECCION
               WHEN FS-AGENDA-NOTFOUND
                    MOVE 'N' TO WS-REV-CONTACTO
                    DISPLAY 'El contacto ya no existe en la agenda.'
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA
                    GO TO 9100-RESOLVER-REVISION-EXIT
           END-EVALUATE.

           DISPLAY 'Resolucion (C = corregido, B = dado de baja, '
                   'D = descartar): '
           ACCEPT WS-REV-RESOLUCION.
           MOVE FUNCTION UPPER-CASE(WS-REV-RESOLUCION)
             TO WS-REV-RESOLUCION.

           IF NOT WS-REV-RES-CORREGIDO
              AND NOT WS-REV-RES-BAJA
              AND NOT WS-REV-RES-DESCARTADA
               DISPLAY 'Resolucion invalida.'
               GO TO 9100-RESOLVER-REVISION-EXIT
           END-IF.

           IF WS-REV-RES-BAJA
              AND WS-REV-CONTACTO = 'S'
              AND AGENDA-ACTIVO
               DISPLAY 'El contacto sigue activo: darlo de baja '
                       'primero con la opcion DEL.'
               GO TO 9100-RESOLVER-REVISION-EXIT
           END-IF.

           DISPLAY 'Confirma la resolucion (SI o NO): '
           ACCEPT WS-SINO.

           IF FUNCTION UPPER-CASE(WS-SINO) NOT = 'SI'
               DISPLAY 'Operacion cancelada.'
               GO TO 9100-RESOLVER-REVISION-EXIT
           END-IF.

           IF NOT WS-REV-RES-BAJA
              AND WS-REV-CONTACTO = 'S'
              AND AGENDA-ACTIVO
               PERFORM 9150-SELLAR-VERIFICACION
                  THRU 9150-SELLAR-VERIFICACION-EXIT
               IF WS-CLAIM-OK NOT = 'S'
                   GO TO 9100-RESOLVER-REVISION-EXIT
               END-IF
           END-IF.

           PERFORM 1120-OBTENER-FECHA-HORA
              THRU 1120-OBTENER-FECHA-HORA-EXIT.

           MOVE 'R'               TO REV-ESTADO.
           MOVE WS-REV-RESOLUCION TO REV-RESOLUCION.
           MOVE WS-FHS-FECHA      TO REV-FECHA-CIERRE.
           MOVE WS-OPERADOR       TO REV-OPER-CIERRE.

           REWRITE REG-AGENDA-REVISION.

           IF FS-REVISION-OK
               DISPLAY 'Revision resuelta.'
           ELSE
               DISPLAY 'ERROR AL GRABAR LA COLA DE REVISION'
               DISPLAY 'FILE STATUS: ' FS-REVISION
           END-IF.

       9100-RESOLVER-REVISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9150-SELLAR-VERIFICACION.

      * SOLO CAMBIA LA FECHA DE VERIFICACION: LA FECHA-HORA DE ULTIMA
      * MODIFICACION QUEDA COMO ESTA Y NO SE GRABA ENTRADA EN EL LOG.

           MOVE WS-REV-ID TO WS-CLAIM-ID.

           PERFORM 2250-TOMAR-CLAIM
              THRU 2250-TOMAR-CLAIM-EXIT.

           IF WS-CLAIM-OK NOT = 'S'
               GO TO 9150-SELLAR-VERIFICACION-EXIT
           END-IF.

           MOVE WS-REV-ID TO AGENDA-ID.

           READ AGENDA.

      * CON LA RESERVA TOMADA SE VUELVE A CONTROLAR EL ESTADO, QUE
      * PUDO CAMBIAR DESDE QUE SE MOSTRO LA REVISION.

           IF FS-AGENDA-OK AND NOT AGENDA-ACTIVO
               DISPLAY 'El contacto fue dado de baja mientras tanto: '
                       'resolver la revision como B.'
               MOVE 'N' TO WS-CLAIM-OK
               PERFORM 2260-LIBERAR-CLAIM
                  THRU 2260-LIBERAR-CLAIM-EXIT
               GO TO 9150-SELLAR-VERIFICACION-EXIT
           END-IF.

           IF FS-AGENDA-OK
               MOVE WS-FHS-FECHA TO AGENDA-FECHA-VERIF
               REWRITE REG-AGENDA
           END-IF.

           IF NOT FS-AGENDA-OK
               DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' FS-AGENDA
               MOVE 'N' TO WS-CLAIM-OK
           END-IF.

           PERFORM 2260-LIBERAR-CLAIM
              THRU 2260-LIBERAR-CLAIM-EXIT.

       9150-SELLAR-VERIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-FINALIZAR.

                      FS-OPERS
           END-IF.

           CLOSE AGENDA-PROG.

           IF NOT FS-PROG-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE CAMBIOS '
                      'PROGRAMADOS: ' FS-PROG
           END-IF.

           CLOSE AGENDA-REVISION.

           IF NOT FS-REVISION-OK
              DISPLAY 'ERROR AL CERRAR LA COLA DE REVISION: '
                      FS-REVISION
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
