      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL CONTADOR DE REBOTES TEMPORALES POR
      *          DIRECCION DE CORREO (AGENDA.REBCONT) QUE MANTIENE
      *          AGNREBOT. LA DIRECCION SE GUARDA EN MAYUSCULAS. EL
      *          CONTADOR CUENTA UN REBOTE POR DIA DESDE LA FECHA DE
      *          INICIO DE LA VENTANA; CUANDO LA VENTANA VENCE SE
      *          REINICIA, Y EL REGISTRO SE BORRA AL DAR DE BAJA LA
      *          DIRECCION.
      ******************************************************************
       01 REG-REBOTE-CONT.
          05 RBC-DIRECCION              PIC X(40).
          05 RBC-CANT                   PIC 9(03).
          05 RBC-FECHA-DESDE            PIC 9(08).
          05 RBC-FECHA-ULTIMA           PIC 9(08).
