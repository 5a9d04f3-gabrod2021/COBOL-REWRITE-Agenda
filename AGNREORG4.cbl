      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: REORGANIZACION DEL ARCHIVO DE AGENDA (VERIFICACION)
      * DESCRIPCION: LEE UN ARCHIVO AGENDA.VSAM CON EL LAYOUT ANTERIOR
      *              (143 BYTES, SIN FECHA DE ULTIMA VERIFICACION) Y
      *              LO VUELCA A UN ARCHIVO AGENDA.VSAM NUEVO CON EL
      *              LAYOUT VIGENTE. TODOS LOS CAMPOS SE COPIAN TAL
      *              CUAL Y AGENDA-FECHA-VERIF QUEDA EN CERO (NUNCA
      *              VERIFICADO) HASTA QUE EL CONTACTO SEA CONFIRMADO
      *              EN UNA CAMPANA DE RECERTIFICACION (AGNRECER).
      *
      *              ANTES DE EJECUTAR ESTE PROGRAMA, RENOMBRAR EL
      *              ARCHIVO AGENDA.VSAM VIGENTE A AGENDA.VSAM.OLD.
      *              AL FINALIZAR LA CORRIDA, EL ARCHIVO AGENDA.VSAM
      *              GENERADO POR ESTE PROGRAMA PASA A SER EL VIGENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNREORG4.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT AGENDA-OLD4
           ASSIGN TO '../AGENDA.VSAM.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGENDA-OLD4-ID
           ALTERNATE RECORD KEY IS AGENDA-OLD4-TELEFONO WITH DUPLICATES
           ALTERNATE RECORD KEY IS AGENDA-OLD4-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-AGENDA-OLD4.

       SELECT AGENDA-NUEVA
           ASSIGN TO '../AGENDA.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGENDA-ID
           ALTERNATE RECORD KEY IS AGENDA-TELEFONO WITH DUPLICATES
           ALTERNATE RECORD KEY IS AGENDA-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-AGENDA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD AGENDA-OLD4.
           COPY AGENDA-OLD4.

       FD AGENDA-NUEVA.
           COPY AGENDA.

       WORKING-STORAGE SECTION.

           COPY AGNFS.

       01 FS-STATUS-AGENDA-OLD4.
          05 FS-AGENDA-OLD4          PIC X(2).
             88 FS-AGENDA-OLD4-OK         VALUE '00'.
             88 FS-AGENDA-OLD4-EOF        VALUE '10'.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDOS        PIC 9(05) VALUE 0.
           05 WS-CONT-GRABADOS      PIC 9(05) VALUE 0.
           05 WS-CONT-RECHAZADOS    PIC 9(05) VALUE 0.
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

           OPEN INPUT AGENDA-OLD4.

           IF NOT FS-AGENDA-OLD4-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA.VSAM.OLD'
              DISPLAY 'FILE STATUS: ' FS-AGENDA-OLD4
              STOP RUN
           END-IF.

           OPEN OUTPUT AGENDA-NUEVA.

           IF NOT FS-AGENDA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AGENDA.VSAM NUEVO'
              DISPLAY 'FILE STATUS: ' FS-AGENDA
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-AGENDA-OLD4.

           READ AGENDA-OLD4 NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-AGENDA-OLD4-OK
                    ADD 1                   TO WS-CONT-LEIDOS
               WHEN FS-AGENDA-OLD4-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AGENDA.OLD'
                    DISPLAY 'FILE STATUS: ' FS-AGENDA-OLD4
                    STOP RUN
           END-EVALUATE.

       1100-LEER-AGENDA-OLD4-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR.

           PERFORM 1100-LEER-AGENDA-OLD4
              THRU 1100-LEER-AGENDA-OLD4-EXIT.

           PERFORM UNTIL FS-AGENDA-OLD4-EOF

               MOVE AGENDA-OLD4-ID         TO AGENDA-ID
               MOVE AGENDA-OLD4-APELLIDO   TO AGENDA-APELLIDO
               MOVE AGENDA-OLD4-NOMBRE     TO AGENDA-NOMBRE
               MOVE AGENDA-OLD4-TELEFONO   TO AGENDA-TELEFONO
               MOVE AGENDA-OLD4-DIRECCION  TO AGENDA-DIRECCION
               MOVE AGENDA-OLD4-FECHA      TO AGENDA-FECHA-HORA-FECHA
               MOVE AGENDA-OLD4-HORA       TO AGENDA-FECHA-HORA-HORA
               MOVE AGENDA-OLD4-ESTADO     TO AGENDA-ESTADO
               MOVE AGENDA-OLD4-SECTOR     TO AGENDA-SECTOR
               MOVE AGENDA-OLD4-DIR-ESTADO TO AGENDA-DIR-ESTADO
               MOVE 0                      TO AGENDA-FECHA-VERIF

               WRITE REG-AGENDA

               EVALUATE TRUE
                   WHEN FS-AGENDA-OK
                        ADD 1 TO WS-CONT-GRABADOS
                   WHEN OTHER
                        ADD 1 TO WS-CONT-RECHAZADOS
                        DISPLAY 'RECHAZADO ID: ' AGENDA-OLD4-ID
                                ' FILE STATUS: ' FS-AGENDA
               END-EVALUATE

               PERFORM 1100-LEER-AGENDA-OLD4
                  THRU 1100-LEER-AGENDA-OLD4-EXIT

           END-PERFORM.

       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           CLOSE AGENDA-OLD4.
           CLOSE AGENDA-NUEVA.

           DISPLAY 'Registros leidos    : ' WS-CONT-LEIDOS.
           DISPLAY 'Registros grabados  : ' WS-CONT-GRABADOS.
           DISPLAY 'Registros rechazados: ' WS-CONT-RECHAZADOS.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AGNREORG4.
