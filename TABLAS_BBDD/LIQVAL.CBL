      ***** DEJA UN ARCHIVO DE HALLAZGOS POR REGLA EN LA CARPETA DEL
      ***** PERIODO Y TERMINA CON RETURN-CODE 8 SI HAY ERRORES
      ***** BLOQUEANTES, PARA QUE EL OPERADOR NO LANCE LIQAFIP
      ***** TODAVIA, O 4 SI SOLO HAY AVISOS. LOS LEGAJOS SIN REGISTRO
      ***** EN MAESTRO NO SON REGLA DE ESTE PROGRAMA: LIQAFIP YA LOS
      ***** DEJA EN EL ARCHIVO DE REVISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       77  ANIO-RUN-2            PIC  9(02) VALUE ZEROS.

      ***** CONTADORES POR REGLA. LOS BLOQUEANTES DECIDEN EL
      ***** RETURN-CODE FINAL; EL DE IMPORTE CERO ES SOLO AVISO (SI
      ***** NO HAY BLOQUEANTES, TERMINA CON RETURN-CODE 4).
       01  CONTADORES-VAL.
           03  CANT-LEIDOS-VAL      PIC 9(06) VALUE ZEROS.
           03  CANT-FECHA-VAL       PIC 9(06) VALUE ZEROS.
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "LIQVAL: SIN ERRORES BLOQUEANTES."
               IF CANT-CERO-VAL > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

