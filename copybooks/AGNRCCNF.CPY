      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DE LA LINEA DEL ARCHIVO DE CONFIRMACIONES DE
      *          LA RECERTIFICACION (AGENDA.RECERCNF) QUE DEVUELVEN
      *          LOS JEFES DE SECTOR Y CARGA AGNRECER. UNA LINEA POR
      *          CONTACTO CON SU RESPUESTA:
      *            C  CONFIRMADO, LOS DATOS SON CORRECTOS.
      *            M  HAY QUE CORREGIR ALGUN DATO (EL COMENTARIO
      *               DICE CUAL).
      *            N  YA NO ESTA EN EL SECTOR.
      *          LAS LINEAS QUE EMPIEZAN CON '*' SON COMENTARIOS.
      *
      *          COLUMNAS: 1-8 ID DEL CONTACTO, 10 RESPUESTA,
      *          12-71 COMENTARIO LIBRE (OPCIONAL).
      ******************************************************************
       01 REG-RECER-CONFIRMACION.
          05 CNF-AGENDA-ID              PIC X(08).
          05 FILLER                     PIC X(01).
          05 CNF-RESPUESTA              PIC X(01).
             88 CNF-CONFIRMADO              VALUE 'C'.
             88 CNF-A-CORREGIR              VALUE 'M'.
             88 CNF-YA-NO-ESTA              VALUE 'N'.
          05 FILLER                     PIC X(01).
          05 CNF-COMENTARIO             PIC X(60).
