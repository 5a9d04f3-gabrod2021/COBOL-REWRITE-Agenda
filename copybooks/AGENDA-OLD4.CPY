      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL REGISTRO DE AGENDA PREVIO AL AGREGADO DE
      *          LA FECHA DE ULTIMA VERIFICACION DEL CONTACTO (143
      *          BYTES, SIN AGENDA-FECHA-VERIF). USADO UNICAMENTE POR
      *          AGNREORG4 PARA LEER UN ARCHIVO AGENDA.VSAM
      *          EXISTENTE CON EL LAYOUT ANTERIOR.
      ******************************************************************
       01 REG-AGENDA-OLD4.
          05 AGENDA-OLD4-ID             PIC 9(08).
          05 AGENDA-OLD4-APELLIDO       PIC X(25).
          05 AGENDA-OLD4-NOMBRE         PIC X(25).
          05 AGENDA-OLD4-TELEFONO       PIC X(09).
          05 AGENDA-OLD4-DIRECCION.
             10 AGENDA-OLD4-DIR-CALLE   PIC X(22).
             10 AGENDA-OLD4-DIR-NUMERO  PIC X(06).
             10 AGENDA-OLD4-DIR-LOCALIDAD PIC X(20).
             10 AGENDA-OLD4-DIR-CP      PIC X(08).
          05 AGENDA-OLD4-FECHA-HORA.
             10 AGENDA-OLD4-FECHA       PIC 9(08).
             10 AGENDA-OLD4-HORA        PIC 9(06).
          05 AGENDA-OLD4-ESTADO         PIC X(01).
          05 AGENDA-OLD4-SECTOR         PIC X(04).
          05 AGENDA-OLD4-DIR-ESTADO     PIC X(01).
