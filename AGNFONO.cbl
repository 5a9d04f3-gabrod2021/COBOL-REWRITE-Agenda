      *              Y BAJAS DE TELEFONOS ADICIONALES (OPERACIONES
      *              TAD Y TBO) SE NETEAN POR NUMERO: UN ALTA Y SU
      *              BAJA DENTRO DE LA MISMA VENTANA SE CANCELAN.
      *              LAS ALTAS Y BAJAS DE CORREOS (MAD Y MBO) Y LAS
      *              LIBERACIONES DE RESERVAS (LIB) NO TOCAN
      *              TELEFONOS Y SE IGNORAN.
      *              AL FINALIZAR IMPRIME UN RESUMEN DE LO ENVIADO
      *              (AGENDA.FONORES) Y RECIEN ENTONCES ACTUALIZA EL
      *              PUNTO DE ULTIMA CORRIDA.
           COPY AGNLOG.

       FD ARCH-FONO.
           COPY AGNFONOR.

       FD RESUMEN.
       01 LINEA-RESUMEN               PIC X(90).
                    MOVE LOG-ANTES-TELEFONO     TO WS-ADI-BUSCA-NUMERO
                    PERFORM 2200-NETEAR-ADICIONAL
                       THRU 2200-NETEAR-ADICIONAL-EXIT
               WHEN 'MAD'
               WHEN 'MBO'
               WHEN 'LIB'
                    CONTINUE
               WHEN OTHER
                    PERFORM 2300-ACUMULAR-CONTACTO
                       THRU 2300-ACUMULAR-CONTACTO-EXIT
