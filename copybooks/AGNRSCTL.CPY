      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DE LA LINEA DE CONTROL DE LA REORGANIZACION DE
      *          SECTORES (AGENDA.RESEC) QUE PROCESA AGNRESEC. CADA
      *          LINEA PASA LOS CONTACTOS DEL SECTOR VIEJO AL SECTOR
      *          NUEVO. VARIOS SECTORES VIEJOS PUEDEN IR A UNO MISMO
      *          (FUSION). SI LA LINEA TRAE UNA LISTA DE ID, SOLO SE
      *          MUEVEN ESOS CONTACTOS (DIVISION DE UN SECTOR); SIN
      *          LISTA SE MUEVEN TODOS LOS QUE NO FIGUREN EN UNA
      *          LISTA DE OTRA LINEA DEL MISMO SECTOR VIEJO. LA
      *          DESCRIPCION SOLO SE USA CUANDO EL SECTOR NUEVO NO
      *          EXISTE EN AGENDA.SECTORES; EN BLANCO TOMA LA DEL
      *          SECTOR VIEJO. LAS LINEAS QUE EMPIEZAN CON '*' SON
      *          COMENTARIOS.
      *
      *          COLUMNAS: 1-4 SECTOR VIEJO, 6-9 SECTOR NUEVO,
      *          11-40 DESCRIPCION, 42 EN ADELANTE HASTA 20 ID DE 8
      *          DIGITOS SEPARADOS POR UN BLANCO.
      ******************************************************************
       01 REG-RESEC-CONTROL.
          05 RESEC-SECTOR-VIEJO         PIC X(04).
          05 FILLER                     PIC X(01).
          05 RESEC-SECTOR-NUEVO         PIC X(04).
          05 FILLER                     PIC X(01).
          05 RESEC-DESCRIPCION          PIC X(30).
          05 FILLER                     PIC X(01).
          05 RESEC-LISTA-IDS.
             10 RESEC-ID-ENTRADA OCCURS 20 TIMES.
                15 RESEC-ID             PIC X(08).
                15 FILLER               PIC X(01).
