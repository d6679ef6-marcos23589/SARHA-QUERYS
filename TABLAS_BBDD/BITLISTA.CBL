           DISPLAY "  RAIZ " RAIZ-BIT
                   " INICIO " FECHA-INI-BIT "-" HORA-INI-BIT
                   " FIN " FECHA-FIN-BIT "-" HORA-FIN-BIT.
           IF PROGRAMA-BIT = "LIQLOTE"
               DISPLAY "  PASO " NRO-PASO-BIT " " NOMBRE-PASO-BIT
                       " RC " RC-PASO-BIT
               IF USUARIO-OVR-BIT NOT = SPACES
                   DISPLAY "  FORZADO POR " USUARIO-OVR-BIT
                           ": " MOTIVO-OVR-BIT
               END-IF
               ADD 1 TO CANT-LISTADAS
               GO TO LEO-BIT
           END-IF.
           DISPLAY "  LEIDOS " CANT-LEIDOS-BIT
                   " PROCESADOS " CANT-PROCESADOS-BIT
                   " SIN-MAE " CANT-SIN-MAESTRO-BIT
