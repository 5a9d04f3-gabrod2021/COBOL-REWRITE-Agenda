      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL HISTORICO DE ESTADISTICAS DIARIAS DE LA
      *          AGENDA (AGENDA.ESTADIS) QUE GRABA AGNESTAD DENTRO DE
      *          LA CADENA DE AGNEOD. UN REGISTRO POR FECHA DE NEGOCIO
      *          (CLAVE EST-FECHA; SI EL CIERRE SE RELANZA, EL
      *          REGISTRO DE LA FECHA SE REEMPLAZA) CON:
      *          - TOTALES DE CONTACTOS ACTIVOS E INACTIVOS.
      *          - CONTACTOS ACTIVOS CON TELEFONOS ADICIONALES
      *            (AGENDA.TELS) Y CON CORREOS (AGENDA.MAILS).
      *          - CONTACTOS ACTIVOS CON LA DIRECCION A REVISAR.
      *          - MOVIMIENTOS DEL DIA EN AGENDA.LOG POR OPERACION
      *            (LAS QUE NO ENTRAN EN LA TABLA SE ACUMULAN EN
      *            '***').
      *          - ACTIVOS E INACTIVOS POR SECTOR (SECTOR EN BLANCO
      *            PARA LOS CONTACTOS SIN SECTOR; LOS QUE NO ENTRAN EN
      *            LA TABLA SE ACUMULAN EN EL SECTOR '*OTR').
      ******************************************************************
       01 REG-ESTADISTICA.
          05 EST-FECHA                  PIC 9(08).
          05 EST-HORA                   PIC 9(06).
          05 EST-TOTALES.
             10 EST-TOT-ACTIVOS         PIC 9(07).
             10 EST-TOT-INACTIVOS       PIC 9(07).
             10 EST-CON-TELS            PIC 9(07).
             10 EST-CON-MAILS           PIC 9(07).
             10 EST-DIR-REVISAR         PIC 9(07).
             10 EST-LOG-TOTAL           PIC 9(07).
          05 EST-LOG-CANT               PIC 9(02).
          05 EST-LOG-ENTRADA OCCURS 20 TIMES.
             10 EST-LOG-OPERACION       PIC X(03).
             10 EST-LOG-MOVIMIENTOS     PIC 9(07).
          05 EST-SEC-CANT               PIC 9(03).
          05 EST-SEC-ENTRADA OCCURS 100 TIMES.
             10 EST-SEC-CODIGO          PIC X(04).
             10 EST-SEC-ACTIVOS         PIC 9(07).
             10 EST-SEC-INACTIVOS       PIC 9(07).
