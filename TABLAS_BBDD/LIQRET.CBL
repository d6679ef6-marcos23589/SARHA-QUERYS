      *****     (BLOQUEANTE)
      ***** DEJA UN ARCHIVO DE HALLAZGOS POR REGLA EN LA CARPETA DEL
      ***** PERIODO Y TERMINA CON RETURN-CODE 8 SI HAY BLOQUEANTES,
      ***** PARA FRENAR LA CORRIDA IGUAL QUE LIQVAL (4 SI SOLO HAY
      ***** AVISOS). SOLO SE CONTROLAN LOS CODIGOS QUE TIENEN
      ***** INDICADOR EN DATOS-RETENC-MAE (VER TABLA-AUTORIZA); UN
      ***** DESCUENTO FUERA DE ESA LISTA NO TIENE CONTRA QUE CRUZARSE
      ***** Y SE SALTEA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

      ***** CONTADORES POR REGLA. LOS BLOQUEANTES DECIDEN EL
      ***** RETURN-CODE FINAL; EL DE AUTORIZACION SIN DESCUENTO ES
      ***** SOLO AVISO (SIN BLOQUEANTES, RETURN-CODE 4).
       01  CONTADORES-RET.
           03  CANT-LEIDOS-RET      PIC 9(06) VALUE ZEROS.
           03  CANT-SIN-MAE-RET     PIC 9(06) VALUE ZEROS.
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "LIQRET: SIN ERRORES BLOQUEANTES."
               IF CANT-SINDES-RET > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

