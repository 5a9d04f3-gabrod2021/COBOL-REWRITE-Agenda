      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL REGISTRO DE LA COLA DE REVISION DE LA
      *          RECERTIFICACION (AGENDA.REVISION). AGNRECER GRABA UNA
      *          ENTRADA PENDIENTE POR CADA CONTACTO QUE EL JEFE DE
      *          SECTOR INFORMO PARA CORREGIR (M) O QUE YA NO ESTA
      *          (N), CON EL COMENTARIO QUE MANDO. LOS OPERADORES LA
      *          TRABAJAN CON LA OPCION REV DEL PROGRAMA EN LINEA, QUE
      *          LA CIERRA CON LA RESOLUCION, EL OPERADOR Y LA FECHA:
      *            C  DATOS CORREGIDOS.
      *            B  CONTACTO DADO DE BAJA.
      *            D  DESCARTADA, LOS DATOS YA ERAN CORRECTOS.
      ******************************************************************
       01 REG-AGENDA-REVISION.
          05 REV-CLAVE.
             10 REV-AGENDA-ID           PIC 9(08).
             10 REV-FECHA-CAMPANA       PIC 9(08).
          05 REV-TIPO                   PIC X(01).
             88 REV-TIPO-CORREGIR           VALUE 'M'.
             88 REV-TIPO-YA-NO-ESTA         VALUE 'N'.
          05 REV-SECTOR                 PIC X(04).
          05 REV-COMENTARIO             PIC X(60).
          05 REV-FECHA-ALTA             PIC 9(08).
          05 REV-ESTADO                 PIC X(01).
             88 REV-PENDIENTE               VALUE 'P'.
             88 REV-RESUELTA                VALUE 'R'.
          05 REV-RESOLUCION             PIC X(01).
             88 REV-RES-CORREGIDO           VALUE 'C'.
             88 REV-RES-BAJA                VALUE 'B'.
             88 REV-RES-DESCARTADA          VALUE 'D'.
          05 REV-FECHA-CIERRE           PIC 9(08).
          05 REV-OPER-CIERRE            PIC X(08).
