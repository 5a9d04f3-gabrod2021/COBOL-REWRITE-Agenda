      ******************************************************************
      * Author: DIEGO ZABALA
      * Date: 15/10/2026
      * Purpose: LAYOUT DEL HISTORICO DEL INDICE DE CALIDAD DE DATOS
      *          (AGENDA.CALIDHIS) QUE GRABA AGNCALID. CADA CORRIDA
      *          AGREGA UN REGISTRO POR SECTOR Y UNO DE TOTAL GENERAL
      *          (SECTOR '*TOT') CON LA CANTIDAD DE CONTACTOS ACTIVOS,
      *          EL PORCENTAJE QUE CUMPLE CADA CRITERIO Y EL PUNTAJE
      *          DEL SECTOR. LA CORRIDA SIGUIENTE SE COMPARA CONTRA LA
      *          ULTIMA FECHA ANTERIOR GRABADA. LA CLAVE ES FECHA Y
      *          SECTOR: UNA SEGUNDA CORRIDA EN EL MISMO DIA REEMPLAZA
      *          LOS REGISTROS DE ESA FECHA.
      ******************************************************************
       01 REG-CALIDAD-HIS.
          05 HIS-CLAVE.
             10 HIS-FECHA               PIC 9(08).
             10 HIS-SECTOR              PIC X(04).
                88 HIS-ES-TOTAL             VALUE '*TOT'.
          05 HIS-CONTACTOS              PIC 9(06).
          05 HIS-PCT-CRITERIO           PIC 9(03)V9 OCCURS 5 TIMES.
          05 HIS-PUNTAJE                PIC 9(03)V9.
