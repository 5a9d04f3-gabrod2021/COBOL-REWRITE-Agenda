      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 02/09/2026
      * Purpose: LAYOUT DEL REGISTRO DE NOVEDADES PARA EL DIRECTORIO
      *          DE LA CENTRAL TELEFONICA (AGENDA.FONO). ACCION A
      *          ALTA (NUMERO NUEVO), M CAMBIO DE NUMERO (ANTERIOR Y
      *          NUEVO) O B BAJA (NUMERO ANTERIOR). LO GRABAN AGNFONO
      *          CON LAS NOVEDADES DIARIAS Y AGNFONCO CON LAS
      *          CORRECCIONES DE LA CONCILIACION.
      ******************************************************************
       01 REG-FONO.
          05 FONO-ACCION               PIC X(01).
          05 FONO-AGENDA-ID            PIC 9(08).
          05 FONO-TELEFONO-ANT         PIC X(09).
          05 FONO-TELEFONO-NUE         PIC X(09).
          05 FONO-APELLIDO             PIC X(25).
          05 FONO-NOMBRE               PIC X(25).
