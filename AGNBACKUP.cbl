      *              AGENDA.VSAM DANADO PARA CONSERVARLO. AL
      *              FINALIZAR LA CORRIDA DE RESTAURACION, EL
      *              ARCHIVO AGENDA.VSAM GENERADO PASA A SER EL
      *              VIGENTE. LOS RESGUARDOS TOMADOS ANTES DEL
      *              AGREGADO DE LA FECHA DE ULTIMA VERIFICACION SE
      *              RESTAURAN CON ESA FECHA EN CERO (NUNCA
      *              VERIFICADO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNBACKUP.
           COPY AGENDA.

       FD ARCH-BACKUP.
       01 REG-BACKUP                  PIC X(160).

       FD INFORME.
       01 LINEA-INFORME               PIC X(90).

       01 WS-BACKUP-DATOS.
           05 WS-DAT-TIPO            PIC X(01).
           05 WS-DAT-REGISTRO        PIC X(151).

       01 WS-REG-AGENDA-AUX.
           05 WS-AUX-ID              PIC 9(08).
           05 FILLER                 PIC X(143).

       01 WS-BACKUP-COLA.
           05 WS-COLA-TIPO           PIC X(01).
               IF WS-DAT-TIPO = 'D'
                   MOVE WS-DAT-REGISTRO TO REG-AGENDA

                   IF AGENDA-FECHA-VERIF IS NOT NUMERIC
                       MOVE 0 TO AGENDA-FECHA-VERIF
                   END-IF

                   WRITE REG-AGENDA

                   EVALUATE TRUE
