
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRELISTA.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** LISTADO DE MOVIMIENTOS DE PRESTAMOS Y ANTICIPOS DE UN
      ***** PERIODO (PRESTAMOS.IDX, VER PRESTAMO.CPY), PARA TESORERIA.
      ***** UNA LINEA POR MOVIMIENTO DEL PERIODO, Y UN MISMO PRESTAMO
      ***** PUEDE TENER VARIAS:
      *****   OTOR  OTORGADO (FECHA DE OTORGAMIENTO EN EL PERIODO)
      *****   PEND  CUOTA GENERADA POR LIQPRE, TODAVIA SIN COBRAR
      *****   COBR  CUOTA COBRADA (LIQPREC)
      *****   DIFE  CUOTA DIFERIDA AL MES SIGUIENTE
      *****   CANC  CANCELADO (SALDO EN CERO)
      *****   ANUL  ANULADO POR TESORERIA
      ***** Y AL FINAL UNA LINEA "TOTL" POR MOVIMIENTO CON CANTIDAD E
      ***** IMPORTE. SALE EN LIQ-10-PRESTAMOS-MOV.TXT DE LA CARPETA
      ***** DEL PERIODO.
      ***** PARAMETROS: PRELISTA <ANIO> <MES> <RAIZ>.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRESTAMOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\PRESTAMOS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-PRE
           FILE STATUS ESTADO-PRESTAMOS.

           SELECT LISTA-MOV
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS
           LABEL RECORDS ARE STANDARD.
           COPY PRESTAMO.

       FD  LISTA-MOV
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA.
           05  TIPO-LMV             PIC X(04).
           05  C1-LMV               PIC X.
           05  LEGAJO-LMV           PIC 9(07).
           05  C2-LMV               PIC X.
           05  NRO-LMV              PIC 9(02).
           05  C3-LMV               PIC X.
           05  TIPO-PRE-LMV         PIC X(01).
           05  C4-LMV               PIC X.
           05  IMPORTE-LMV          PIC 9(11)V99.
           05  C5-LMV               PIC X.
           05  CUOTAS-LMV           PIC 9(06).
           05  C6-LMV               PIC X.
           05  SALDO-LMV            PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77  I                        PIC 9.
       77  ESTADO-PRESTAMOS         PIC X(02) VALUE SPACES.
       77  CANT-ARG-RUN             PIC 9(02) VALUE ZEROS.
       01  ARG-RUN                  PIC X(20).

       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.
       01  PERIODO-RUN-N REDEFINES PERIODO-RUN PIC 9(06).

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-LISTA-PED.
           03  BASE-LISTA-PED    PIC  X(28).
           03  FILLER            PIC  X(24)
                 VALUE "LIQ-10-PRESTAMOS-MOV.TXT".

       01  FECHA-OTORG-W            PIC 9(08).
       01  FECHA-OTORG-W-R REDEFINES FECHA-OTORG-W.
           03  PERIODO-OTORG-W      PIC 9(06).
           03  FILLER               PIC 9(02).

      ***** TOTALES POR MOVIMIENTO, EN EL ORDEN DEL ENCABEZADO.
       01  TIPOS-MOV-INI            PIC X(24) VALUE
           "OTORPENDCOBRDIFECANCANUL".
       01  TABLA-TIPOS-MOV REDEFINES TIPOS-MOV-INI.
           03  TIPO-MOV OCCURS 6 TIMES PIC X(04).
       01  TABLA-TOTALES.
           03  TOTAL-MOV OCCURS 6 TIMES.
               05  CANT-MOV         PIC 9(06).
               05  IMPORTE-MOV      PIC 9(11)V99.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           MOVE ANIO-RUN TO ANIO-BASE-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LISTA-PED.
           OPEN INPUT PRESTAMOS.
           IF ESTADO-PRESTAMOS NOT = "00"
               DISPLAY "PRELISTA: SIN PRESTAMOS.IDX."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTA-MOV.
           MOVE ";" TO C1-LMV C2-LMV C3-LMV C4-LMV C5-LMV C6-LMV.
           INITIALIZE TABLA-TOTALES.

       LEO-PRESTAMO.
           READ PRESTAMOS NEXT AT END
               GO TO FINALIZA.
           IF LEGAJO-PRE = ZEROS
               GO TO LEO-PRESTAMO
           END-IF.
           MOVE FECHA-OTORG-PRE TO FECHA-OTORG-W.
           IF PERIODO-OTORG-W = PERIODO-RUN-N
               MOVE 1 TO I
               MOVE IMPORTE-PRE     TO IMPORTE-LMV
               MOVE CANT-CUOTAS-PRE TO CUOTAS-LMV
               PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
           END-IF.
           IF ULT-PERIODO-GEN-PRE = PERIODO-RUN-N
               MOVE ULT-IMPORTE-GEN-PRE TO IMPORTE-LMV
               MOVE CUOTAS-PAGAS-PRE    TO CUOTAS-LMV
               IF PRE-CUOTA-GENERADA
                   MOVE 2 TO I
                   PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
               END-IF
               IF PRE-CUOTA-DIFERIDA
                   MOVE 4 TO I
                   MOVE CUOTAS-DIFERIDAS-PRE TO CUOTAS-LMV
                   PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
               END-IF
           END-IF.
           IF ULT-PERIODO-COB-PRE = PERIODO-RUN-N
               MOVE 3 TO I
               MOVE ULT-IMPORTE-GEN-PRE TO IMPORTE-LMV
               MOVE CUOTAS-PAGAS-PRE    TO CUOTAS-LMV
               PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
           END-IF.
           IF PERIODO-FIN-PRE = PERIODO-RUN-N
               MOVE IMPORTE-PRE      TO IMPORTE-LMV
               MOVE CUOTAS-PAGAS-PRE TO CUOTAS-LMV
               IF PRE-CANCELADO
                   MOVE 5 TO I
                   PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
               END-IF
               IF PRE-ANULADO
                   MOVE 6 TO I
                   MOVE SALDO-PRE TO IMPORTE-LMV
                   PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
               END-IF
           END-IF.
           GO TO LEO-PRESTAMO.

      ***** UNA LINEA DEL MOVIMIENTO I; IMPORTE-LMV Y CUOTAS-LMV LOS
      ***** DEJA EL LLAMADOR.
       GRABO-MOVIMIENTO.
           MOVE TIPO-MOV(I)  TO TIPO-LMV.
           MOVE LEGAJO-PRE   TO LEGAJO-LMV.
           MOVE NRO-PRE      TO NRO-LMV.
           MOVE TIPO-PRE     TO TIPO-PRE-LMV.
           MOVE SALDO-PRE    TO SALDO-LMV.
           WRITE REG-LISTA.
           ADD 1           TO CANT-MOV(I).
           ADD IMPORTE-LMV TO IMPORTE-MOV(I).
       F-GRABO-MOVIMIENTO.
           EXIT.

       FINALIZA.
           PERFORM GRABO-TOTAL THRU F-GRABO-TOTAL
                   VARYING I FROM 1 BY 1 UNTIL I > 6.
           CLOSE PRESTAMOS LISTA-MOV.
           DISPLAY "PRELISTA: PERIODO " MES-RUN "/" ANIO-RUN
                   " OTORGADOS " CANT-MOV(1) " COBRADOS " CANT-MOV(3)
                   " DIFERIDOS " CANT-MOV(4) " CANCELADOS "
                   CANT-MOV(5) " ANULADOS " CANT-MOV(6) ".".
           STOP RUN.

      ***** LINEA "TOTL": EL MOVIMIENTO VA EN TIPO-PRE-LMV (PRIMERA
      ***** LETRA) Y EN LUGAR DEL LEGAJO, LA CANTIDAD EN CUOTAS-LMV.
       GRABO-TOTAL.
           MOVE "TOTL"         TO TIPO-LMV.
           MOVE ZEROS          TO LEGAJO-LMV NRO-LMV SALDO-LMV.
           MOVE TIPO-MOV(I)    TO TIPO-PRE-LMV.
           MOVE IMPORTE-MOV(I) TO IMPORTE-LMV.
           MOVE CANT-MOV(I)    TO CUOTAS-LMV.
           WRITE REG-LISTA.
       F-GRABO-TOTAL.
           EXIT.

      ***** LEE EL PERIODO DE LOS PARAMETROS DE LINEA DE COMANDO
      ***** (PRELISTA <ANIO> <MES> <RAIZ-PATH>, LOS TRES OPCIONALES).
       LEO-PARAMETROS.
           ACCEPT CANT-ARG-RUN FROM ARGUMENT-NUMBER.
           IF CANT-ARG-RUN >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:4) TO ANIO-RUN
           END-IF.
           IF CANT-ARG-RUN >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:2) TO MES-RUN
           END-IF.
           IF CANT-ARG-RUN >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:20) TO RAIZ-BASE-RUN
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.
