      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL REGISTRO DEL ARCHIVO DE CAMBIOS
      *          PROGRAMADOS (AGENDA.PROG). CADA REGISTRO ES UN
      *          CAMBIO A UN CAMPO DE UN CONTACTO (TEL, APE, NOM,
      *          DIR O SEC) QUE EL OPERADOR CARGA EN LINEA CON UNA
      *          FECHA DE VIGENCIA FUTURA. AGNAPROG LO APLICA LA
      *          NOCHE DE SU FECHA DE VIGENCIA. EL VALOR ANTERIOR ES
      *          EL QUE TENIA EL CAMPO AL CARGAR EL CAMBIO: SI AL
      *          APLICARLO EL CAMPO YA NO TIENE ESE VALOR, OTRO
      *          OPERADOR LO MODIFICO ENTRE TANTO Y EL CAMBIO SE
      *          RECHAZA.
      ******************************************************************
       01 REG-AGENDA-PROG.
          05 PROG-NUMERO                PIC 9(08).
          05 PROG-AGENDA-ID             PIC 9(08).
          05 PROG-OPERACION             PIC X(03).
          05 PROG-FECHA-VIGENCIA        PIC 9(08).
          05 PROG-VALOR-ANTES           PIC X(56).
          05 PROG-VALOR-NUEVO           PIC X(56).
          05 PROG-OPERADOR              PIC X(08).
          05 PROG-FECHA-ALTA            PIC 9(08).
          05 PROG-HORA-ALTA             PIC 9(06).
          05 PROG-ESTADO                PIC X(01).
             88 PROG-PENDIENTE              VALUE 'P'.
             88 PROG-APLICADO               VALUE 'A'.
             88 PROG-CANCELADO              VALUE 'C'.
             88 PROG-RECHAZADO              VALUE 'R'.
          05 PROG-FECHA-CIERRE          PIC 9(08).
          05 PROG-OPER-CIERRE           PIC X(08).
          05 PROG-MOTIVO                PIC X(03).
