      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DE LA LINEA DEL ARCHIVO DE REBOTES QUE
      *          DEVUELVE EL SISTEMA DE CORREO MASIVO (AGENDA.REBOTES)
      *          Y PROCESA AGNREBOT. UNA LINEA POR REBOTE CON LA
      *          DIRECCION DEVUELTA, EL TIPO DE REBOTE (P PERMANENTE,
      *          T TEMPORAL) Y LA FECHA DEL REBOTE.
      *
      *          COLUMNAS: 1-40 DIRECCION, 42 TIPO, 44-51 FECHA
      *          AAAAMMDD.
      ******************************************************************
       01 REG-REBOTE.
          05 REB-DIRECCION              PIC X(40).
          05 FILLER                     PIC X(01).
          05 REB-TIPO                   PIC X(01).
             88 REB-PERMANENTE              VALUE 'P'.
             88 REB-TEMPORAL                VALUE 'T'.
          05 FILLER                     PIC X(01).
          05 REB-FECHA                  PIC 9(08).
          05 REB-FECHA-R REDEFINES REB-FECHA.
             10 REB-FECHA-AAAA          PIC 9(04).
             10 REB-FECHA-MM            PIC 9(02).
             10 REB-FECHA-DD            PIC 9(02).
