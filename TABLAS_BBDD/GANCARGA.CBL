       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GANCARGA.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** CARGA/RECARGA GANESCALA.IDX, LA ESCALA DEL IMPUESTO A LAS
      ***** GANANCIAS (MINIMO NO IMPONIBLE, DEDUCCION ESPECIAL, CARGAS
      ***** DE FAMILIA Y TRAMOS) POR PERIODO DE VIGENCIA QUE USA LIQGAN
      ***** (VER CARGA-ESCALA). MISMO ESQUEMA QUE PATCARGA: CORRER UNA
      ***** SOLA VEZ PARA LA PUESTA EN MARCHA; DE AHI EN ADELANTE UNA
      ***** ESCALA NUEVA (ACTUALIZACION SEMESTRAL, CAMBIO DE LEY) ES
      ***** UNA FILA NUEVA EN LA TABLA DE ENTRADAS MAS ABAJO Y VOLVER A
      ***** CORRER ESTE PROGRAMA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GANESCALA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\GANESCALA.IDX"
           ORGANIZATION INDEXED
           RECORD KEY PERIODO-GES.

       DATA DIVISION.
       FILE SECTION.
       FD  GANESCALA
           LABEL RECORDS ARE STANDARD.
           COPY GANESCALA.

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  T                        PIC 99.

      ***** UNA FILA POR PERIODO DESDE EL QUE RIGE LA ESCALA. CADA
      ***** FILA ES UN FILLER DE CABECERA CON ANIO(4) + MES(2) +
      ***** MNI(11) + ESPECIAL(11) + CONYUGE(11) + HIJO(11) Y NUEVE
      ***** FILLER DE TRAMO CON DESDE(11) + FIJO(11) + PCT(4). LOS
      ***** IMPORTES VAN CON DOS DECIMALES IMPLICITOS Y LOS PORCENTAJES
      ***** TAMBIEN (0500 = 5%). TODO ANUAL.
       01  TABLA-CARGA.
           03  FILLER PIC X(50) VALUE
           "20240100256400000012307200000024140000000121700000".
           03  FILLER PIC X(26) VALUE "00000000000000000000000500".
           03  FILLER PIC X(26) VALUE "00100000000000050000000900".
           03  FILLER PIC X(26) VALUE "00200000000000140000001200".
           03  FILLER PIC X(26) VALUE "00300000000000260000001500".
           03  FILLER PIC X(26) VALUE "00450000000000485000001900".
           03  FILLER PIC X(26) VALUE "00900000000001340000002300".
           03  FILLER PIC X(26) VALUE "01350000000002375000002700".
           03  FILLER PIC X(26) VALUE "02025000000004197500003100".
           03  FILLER PIC X(26) VALUE "03037500000007336250003500".
           03  FILLER PIC X(50) VALUE
           "20240700384600000018460800000036210000000182550000".
           03  FILLER PIC X(26) VALUE "00000000000000000000000500".
           03  FILLER PIC X(26) VALUE "00150000000000075000000900".
           03  FILLER PIC X(26) VALUE "00300000000000210000001200".
           03  FILLER PIC X(26) VALUE "00450000000000390000001500".
           03  FILLER PIC X(26) VALUE "00675000000000727500001900".
           03  FILLER PIC X(26) VALUE "01350000000002010000002300".
           03  FILLER PIC X(26) VALUE "02025000000003562500002700".
           03  FILLER PIC X(26) VALUE "03037500000006296250003100".
           03  FILLER PIC X(26) VALUE "04556250000011004375003500".

       01  TABLA-CARGA-R REDEFINES TABLA-CARGA.
           03  FILA-CARGA OCCURS 2 TIMES.
               05  ANIO-CARGA       PIC 9(04).
               05  MES-CARGA        PIC 9(02).
               05  MNI-CARGA        PIC 9(09)V99.
               05  ESPECIAL-CARGA   PIC 9(09)V99.
               05  CONYUGE-CARGA    PIC 9(09)V99.
               05  HIJO-CARGA       PIC 9(09)V99.
               05  TRAMO-CARGA OCCURS 9 TIMES.
                   10  DESDE-CARGA  PIC 9(09)V99.
                   10  FIJO-CARGA   PIC 9(09)V99.
                   10  PCT-CARGA    PIC 9(02)V99.

       01  CONTADOR-CARGA           PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT GANESCALA.
           PERFORM GRABO-FILA THRU F-GRABO-FILA
                   VARYING I FROM 1 BY 1 UNTIL I > 2.
           CLOSE GANESCALA.
           DISPLAY "GANCARGA: " CONTADOR-CARGA " FILAS GRABADAS.".
           STOP RUN.

       GRABO-FILA.
           MOVE ANIO-CARGA(I)     TO ANIO-GES.
           MOVE MES-CARGA(I)      TO MES-GES.
           MOVE MNI-CARGA(I)      TO MNI-GES.
           MOVE ESPECIAL-CARGA(I) TO DED-ESPECIAL-GES.
           MOVE CONYUGE-CARGA(I)  TO DED-CONYUGE-GES.
           MOVE HIJO-CARGA(I)     TO DED-HIJO-GES.
           PERFORM GRABO-TRAMO THRU F-GRABO-TRAMO
                   VARYING T FROM 1 BY 1 UNTIL T > 9.
           WRITE REG-GANESCALA
               INVALID KEY
                   DISPLAY "GANCARGA: CLAVE DUPLICADA PERIODO="
                           PERIODO-GES
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CARGA
           END-WRITE.
       F-GRABO-FILA.
           EXIT.

       GRABO-TRAMO.
           MOVE DESDE-CARGA(I, T) TO DESDE-TRAMO-GES(T).
           MOVE FIJO-CARGA(I, T)  TO FIJO-TRAMO-GES(T).
           MOVE PCT-CARGA(I, T)   TO PCT-TRAMO-GES(T).
       F-GRABO-TRAMO.
           EXIT.
