       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CTACARGA.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** CARGA/RECARGA PLANCTA.IDX, EL PLAN DE CUENTAS QUE USA
      ***** LIQCONT PARA ARMAR EL ASIENTO DE DEVENGAMIENTO DE SUELDOS
      ***** (VER PLANCTA.CPY). LA TABLA DE ENTRADAS MAS ABAJO TRAE LAS
      ***** FILAS DE BUCKET, QUE CUBREN TODOS LOS IMPORTES DEL ASIENTO,
      ***** Y LOS CODIGOS QUE VAN A UNA CUENTA PROPIA. UN CODIGO O UNA
      ***** ENTIDAD CON CUENTA PARTICULAR ES UNA FILA NUEVA ("C" O "E")
      ***** Y VOLVER A CORRER ESTE PROGRAMA. MISMO ESQUEMA QUE
      ***** DESCCARGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLANCTA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\PLANCTA.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CLAVE-PCT.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANCTA
           LABEL RECORDS ARE STANDARD.
           COPY PLANCTA.

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.

      ***** UNA FILA POR CUENTA. CADA FILA SON DOS FILLER: TIPO(1) +
      ***** CODIGO(3) + CUENTA(12) EN EL PRIMERO Y DESCRIPCION(30) EN
      ***** EL SEGUNDO.
       01  TABLA-CARGA.
           03  FILLER PIC X(16) VALUE "B0015.1.01.001  ".
           03  FILLER PIC X(30) VALUE "SUELDOS - ASIGNACIONES".
           03  FILLER PIC X(16) VALUE "B0025.1.01.002  ".
           03  FILLER PIC X(30) VALUE "SUELDOS - REMUNERACIONES".
           03  FILLER PIC X(16) VALUE "B0035.1.01.003  ".
           03  FILLER PIC X(30) VALUE "SUELDOS - HORAS EXTRAS".
           03  FILLER PIC X(16) VALUE "B0045.1.01.004  ".
           03  FILLER PIC X(30) VALUE "SUELDO ANUAL COMPLEMENTARIO".
           03  FILLER PIC X(16) VALUE "B0052.1.03.090  ".
           03  FILLER PIC X(30) VALUE "OTROS DESCUENTOS A PAGAR".
           03  FILLER PIC X(16) VALUE "B0062.1.03.099  ".
           03  FILLER PIC X(30) VALUE "RETENCIONES A TERCEROS A PAGAR".
           03  FILLER PIC X(16) VALUE "B0102.1.02.001  ".
           03  FILLER PIC X(30) VALUE "SUELDOS A PAGAR".
           03  FILLER PIC X(16) VALUE "B0112.1.03.050  ".
           03  FILLER PIC X(30) VALUE "EMBARGOS A DEPOSITAR JUZGADOS".
           03  FILLER PIC X(16) VALUE "B0205.1.02.001  ".
           03  FILLER PIC X(30) VALUE "CONTRIBUCIONES PATRONALES".
           03  FILLER PIC X(16) VALUE "B0212.1.04.001  ".
           03  FILLER PIC X(30) VALUE "CONTRIB. OBRA SOCIAL A PAGAR".
           03  FILLER PIC X(16) VALUE "B0222.1.04.002  ".
           03  FILLER PIC X(30) VALUE "CONTRIB. PREVISION A PAGAR".
           03  FILLER PIC X(16) VALUE "B0232.1.04.003  ".
           03  FILLER PIC X(30) VALUE "CONTRIB. ISPRO A PAGAR".
           03  FILLER PIC X(16) VALUE "B0242.1.04.004  ".
           03  FILLER PIC X(30) VALUE "ART RIESGO DEL TRABAJO A PAGAR".
           03  FILLER PIC X(16) VALUE "C9702.1.03.020  ".
           03  FILLER PIC X(30) VALUE "RET. IMP. GANANCIAS A PAGAR".
           03  FILLER PIC X(16) VALUE "C9971.1.04.001  ".
           03  FILLER PIC X(30) VALUE "ANTICIPOS DE HABERES".

       01  TABLA-CARGA-R REDEFINES TABLA-CARGA.
           03  FILA-CARGA OCCURS 15 TIMES.
               05  TIPO-CARGA       PIC X(01).
               05  CODIGO-CARGA     PIC 9(03).
               05  CUENTA-CARGA     PIC X(12).
               05  DESCRIP-CARGA    PIC X(30).

       01  CONTADOR-CARGA           PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT PLANCTA.
           PERFORM GRABO-FILA THRU F-GRABO-FILA
                   VARYING I FROM 1 BY 1 UNTIL I > 15.
           CLOSE PLANCTA.
           DISPLAY "CTACARGA: " CONTADOR-CARGA " FILAS GRABADAS.".
           STOP RUN.

       GRABO-FILA.
           MOVE TIPO-CARGA(I)    TO TIPO-PCT.
           MOVE CODIGO-CARGA(I)  TO CODIGO-PCT.
           MOVE CUENTA-CARGA(I)  TO CUENTA-PCT.
           MOVE DESCRIP-CARGA(I) TO DESCRIP-PCT.
           WRITE REG-PLANCTA
               INVALID KEY
                   DISPLAY "CTACARGA: CLAVE DUPLICADA " CLAVE-PCT
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CARGA
           END-WRITE.
       F-GRABO-FILA.
           EXIT.
