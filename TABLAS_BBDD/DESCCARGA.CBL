           03  FILLER PIC X(30) VALUE "APORTE JUBILATORIO".
           03  FILLER PIC X(03) VALUE "960".
           03  FILLER PIC X(30) VALUE "CUOTA GREMIAL".
           03  FILLER PIC X(03) VALUE "970".
           03  FILLER PIC X(30) VALUE "RETENCION IMP. GANANCIAS".
           03  FILLER PIC X(03) VALUE "980".
           03  FILLER PIC X(30) VALUE "SEGURO DE VIDA".
           03  FILLER PIC X(03) VALUE "990".
           03  FILLER PIC X(30) VALUE "ANTICIPO DE HABERES".

       01  TABLA-CARGA-R REDEFINES TABLA-CARGA.
           03  FILA-CARGA OCCURS 25 TIMES.
               05  CODIGO-CARGA     PIC 9(03).
               05  DESCRIP-CARGA    PIC X(30).

       INICIO.
           OPEN OUTPUT CONCDESC.
           PERFORM GRABO-FILA THRU F-GRABO-FILA
                   VARYING I FROM 1 BY 1 UNTIL I > 25.
           CLOSE CONCDESC.
           DISPLAY "DESCCARGA: " CONTADOR-CARGA " FILAS GRABADAS.".
           STOP RUN.
