      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL REGISTRO DE LA CAMPANA DE RECERTIFICACION
      *          VIGENTE (AGENDA.RECER). AGNRECER GRABA UN REGISTRO
      *          POR CADA CONTACTO ACTIVO CON SECTOR AL ARMAR EL
      *          LISTADO PARA LOS JEFES DE SECTOR, CON LA FECHA DE LA
      *          CAMPANA Y LA FECHA LIMITE DE RESPUESTA, Y LE ANOTA LA
      *          RESPUESTA AL CARGAR EL ARCHIVO DE CONFIRMACIONES. LA
      *          CLAVE ALTERNATIVA POR SECTOR PERMITE RECORRER LA
      *          CAMPANA ORDENADA POR SECTOR. CADA CAMPANA NUEVA
      *          REEMPLAZA A LA ANTERIOR.
      ******************************************************************
       01 REG-RECER-CAMPANA.
          05 RCC-AGENDA-ID              PIC 9(08).
          05 RCC-SECTOR                 PIC X(04).
          05 RCC-FECHA-CAMPANA          PIC 9(08).
          05 RCC-FECHA-LIMITE           PIC 9(08).
          05 RCC-RESPUESTA              PIC X(01).
             88 RCC-SIN-RESPUESTA           VALUE ' '.
             88 RCC-CONFIRMADO              VALUE 'C'.
             88 RCC-A-CORREGIR              VALUE 'M'.
             88 RCC-YA-NO-ESTA              VALUE 'N'.
          05 RCC-FECHA-RESPUESTA        PIC 9(08).
