      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DE LA EXPORTACION COMPLETA DEL DIRECTORIO DE
      *          LA CENTRAL TELEFONICA (AGENDA.CENTRAL) QUE CONCILIA
      *          AGNFONCO. UNA LINEA POR NUMERO CARGADO EN LA CENTRAL
      *          CON EL ID DE AGENDA CON QUE SE DIO DE ALTA (EN BLANCO
      *          O CEROS SI SE CARGO DIRECTAMENTE EN LA CENTRAL) Y EL
      *          NOMBRE QUE MUESTRA.
      ******************************************************************
       01 REG-CENTRAL.
          05 CEN-TELEFONO              PIC X(09).
          05 CEN-AGENDA-ID             PIC X(08).
          05 CEN-AGENDA-ID-NUM REDEFINES CEN-AGENDA-ID
                                       PIC 9(08).
          05 CEN-APELLIDO              PIC X(25).
          05 CEN-NOMBRE                PIC X(25).
