      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL REGISTRO DE SOLICITUDES DE DATOS
      *          PERSONALES (AGENDA.DATPE) QUE GRABA AGNDATPE. CADA
      *          SOLICITUD DE ACCESO O DE ANONIMIZACION DEJA UN
      *          REGISTRO CON LA FECHA, EL CONTACTO, QUIEN LA PIDIO,
      *          EL SUPERVISOR QUE LA PROCESO Y EL RESULTADO (ER
      *          CUANDO LA CORRIDA TERMINO POR UN ERROR).
      ******************************************************************
       01 REG-DATPE.
          05 DPR-FECHA                  PIC 9(08).
          05 DPR-HORA                   PIC 9(06).
          05 DPR-AGENDA-ID              PIC 9(08).
          05 DPR-MODO                   PIC X(01).
             88 DPR-MODO-CONSULTA           VALUE 'C'.
             88 DPR-MODO-ANONIMIZA          VALUE 'A'.
          05 DPR-SOLICITANTE            PIC X(40).
          05 DPR-OPERADOR               PIC X(08).
          05 DPR-RESULTADO              PIC X(02).
             88 DPR-RESULTADO-OK            VALUE 'OK'.
             88 DPR-RESULTADO-SIN-DATOS     VALUE 'NE'.
             88 DPR-RESULTADO-RESERVADO     VALUE 'RE'.
             88 DPR-RESULTADO-CANCELADO     VALUE 'CA'.
             88 DPR-RESULTADO-ERROR         VALUE 'ER'.
          05 DPR-CANT-IDS               PIC 9(03).
          05 DPR-CANT-ENTRADAS          PIC 9(07).
