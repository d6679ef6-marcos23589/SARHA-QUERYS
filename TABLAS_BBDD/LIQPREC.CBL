
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQPREC.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** COBRO DE LAS CUOTAS DE PRESTAMOS DE UN PERIODO CERRADO:
      ***** CADA CUOTA QUE LIQPRE DEJO GENERADA EN EL PERIODO SE DA
      ***** POR COBRADA, SUMA UNA CUOTA PAGA Y BAJA EL SALDO DEL
      ***** PRESTAMO; EL PRESTAMO QUE LLEGA A SALDO CERO QUEDA
      ***** CANCELADO EN ESE PERIODO. SE CORRE DESPUES DE PERCIERRE:
      ***** CON EL PERIODO SIN CERRAR NO CORRE, PORQUE HASTA ENTONCES
      ***** EL DESCUENTO TODAVIA SE PUEDE CAER. UNA SEGUNDA CORRIDA
      ***** DEL MISMO PERIODO NO ENCUENTRA NADA GENERADO Y NO HACE
      ***** NADA.
      ***** ANTES DE COBRAR LA PRIMERA CUOTA VERIFICA EN BITACORA.IDX
      ***** QUE EL COMPLEMENTARIO LIQMESC<N>.IDX CON EL 997 SE PROCESO:
      ***** TIENE QUE HABER UNA CORRIDA DE LIQAFIP DEL PERIODO CON ESA
      ***** RECTIFICATIVA TERMINADA "NORMAL" (MISMA BUSQUEDA QUE
      ***** VERIFICO-BITACORA EN PERCIERRE). SIN ESA CORRIDA EL
      ***** DESCUENTO NUNCA SE LIQUIDO, NO SE COBRA NADA Y TERMINA CON
      ***** RETURN-CODE 8.
      ***** PARAMETROS: LIQPREC <ANIO> <MES> <NRO-RECTIF>, EL NUMERO
      ***** DE RECTIFICATIVA POR DEFECTO ES 4, EL MISMO DE LIQPRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\PERIODOS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-PERIODO
           FILE STATUS ESTADO-PERIODOS.

           SELECT PRESTAMOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\PRESTAMOS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-PRE
           FILE STATUS ESTADO-PRESTAMOS.

           SELECT BITACORA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\BITACORA.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-BITACORA
           FILE STATUS ESTADO-BITACORA.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD.
           COPY PERIODO.

       FD  PRESTAMOS
           LABEL RECORDS ARE STANDARD.
           COPY PRESTAMO.

       FD  BITACORA
           LABEL RECORDS ARE STANDARD.
           COPY BITACORA.

       WORKING-STORAGE SECTION.
       77  ESTADO-PERIODOS          PIC X(02) VALUE SPACES.
       77  ESTADO-PRESTAMOS         PIC X(02) VALUE SPACES.
       77  ESTADO-BITACORA          PIC X(02) VALUE SPACES.
       77  NRO-RECTIF-RUN           PIC 9(01) VALUE 4.
       77  CANT-ARG-RUN             PIC 9(02) VALUE ZEROS.
       01  ARG-RUN                  PIC X(20).

       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.
       01  PERIODO-RUN-N REDEFINES PERIODO-RUN PIC 9(06).

      ***** RESULTADO DE LA VERIFICACION EN BITACORA: "N" TODAVIA NO
      ***** SE BUSCO, "S" HAY UNA CORRIDA DE LIQAFIP DEL COMPLEMENTARIO
      ***** TERMINADA "NORMAL", "F" NO LA HAY.
       01  SW-COMPLEMENTARIO        PIC X(01) VALUE "N".
           88  COMPL-SIN-VERIFICAR      VALUE "N".
           88  COMPL-PROCESADO          VALUE "S".
           88  COMPL-NO-PROCESADO       VALUE "F".

       01  CONTADORES-PREC.
           03  CANT-COBRADAS-PREC   PIC 9(06) VALUE ZEROS.
           03  CANT-CANCELADOS-PREC PIC 9(06) VALUE ZEROS.
           03  TOTAL-COBRADO-PREC   PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           OPEN INPUT PERIODOS.
           IF ESTADO-PERIODOS NOT = "00"
               DISPLAY "LIQPREC: SIN PERIODOS.IDX, EL PERIODO NO ESTA "
                       "CERRADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANIO-RUN TO ANIO-PER.
           MOVE MES-RUN  TO MES-PER.
           READ PERIODOS
               INVALID KEY
                   MOVE "ABIERTO" TO ESTADO-PER
           END-READ.
           CLOSE PERIODOS.
           IF NOT PER-CERRADO
               DISPLAY "LIQPREC: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " ESTA " ESTADO-PER ", NO CERRADO. LAS CUOTAS "
                       "SE COBRAN CON EL PERIODO CERRADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PRESTAMOS.
           IF ESTADO-PRESTAMOS NOT = "00"
               DISPLAY "LIQPREC: SIN PRESTAMOS.IDX, NADA PARA COBRAR."
               STOP RUN
           END-IF.

       LEO-PRESTAMO.
           READ PRESTAMOS NEXT AT END
               GO TO FINALIZA.
           IF LEGAJO-PRE = ZEROS
               GO TO LEO-PRESTAMO
           END-IF.
           IF ULT-PERIODO-GEN-PRE NOT = PERIODO-RUN-N
              OR NOT PRE-CUOTA-GENERADA
               GO TO LEO-PRESTAMO
           END-IF.
           IF COMPL-SIN-VERIFICAR
               PERFORM VERIFICO-BITACORA THRU F-VERIFICO-BITACORA
           END-IF.
           IF COMPL-NO-PROCESADO
               DISPLAY "LIQPREC: LA BITACORA NO TIENE UNA CORRIDA DE "
                       "LIQAFIP TERMINADA PARA EL COMPLEMENTARIO "
                       "LIQMESC" NRO-RECTIF-RUN " DE " MES-RUN "/"
                       ANIO-RUN "."
               DISPLAY "LIQPREC: EL 997 NO SE LIQUIDO, NO SE COBRA "
                       "NINGUNA CUOTA."
               CLOSE PRESTAMOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COBRO-CUOTA THRU F-COBRO-CUOTA.
           GO TO LEO-PRESTAMO.

       COBRO-CUOTA.
           ADD 1 TO CUOTAS-PAGAS-PRE.
           IF ULT-IMPORTE-GEN-PRE < SALDO-PRE
               SUBTRACT ULT-IMPORTE-GEN-PRE FROM SALDO-PRE
           ELSE
               MOVE ZEROS TO SALDO-PRE
           END-IF.
           SET PRE-CUOTA-COBRADA TO TRUE.
           MOVE PERIODO-RUN-N TO ULT-PERIODO-COB-PRE.
           IF SALDO-PRE = ZEROS
               SET PRE-CANCELADO TO TRUE
               MOVE PERIODO-RUN-N TO PERIODO-FIN-PRE
               ADD 1 TO CANT-CANCELADOS-PREC
           END-IF.
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "LIQPREC: ERROR DE GRABACION EN PRESTAMOS "
                           "LEGAJO=" LEGAJO-PRE " NRO=" NRO-PRE
                   GO TO F-COBRO-CUOTA
           END-REWRITE.
           ADD 1 TO CANT-COBRADAS-PREC.
           ADD ULT-IMPORTE-GEN-PRE TO TOTAL-COBRADO-PREC.
       F-COBRO-CUOTA.
           EXIT.

       FINALIZA.
           CLOSE PRESTAMOS.
           DISPLAY "LIQPREC: PERIODO " MES-RUN "/" ANIO-RUN ", "
                   CANT-COBRADAS-PREC " CUOTAS COBRADAS POR "
                   TOTAL-COBRADO-PREC ", " CANT-CANCELADOS-PREC
                   " PRESTAMOS CANCELADOS.".
           STOP RUN.

      ***** RECORRE LA BITACORA BUSCANDO UNA CORRIDA DE LIQAFIP DEL
      ***** PERIODO CON LA RECTIFICATIVA NRO-RECTIF-RUN TERMINADA
      ***** "NORMAL", IGUAL QUE VERIFICO-BITACORA EN PERCIERRE. SIN
      ***** BITACORA NO HAY EVIDENCIA Y SE TOMA COMO NO PROCESADO.
       VERIFICO-BITACORA.
           SET COMPL-NO-PROCESADO TO TRUE.
           OPEN INPUT BITACORA.
           IF ESTADO-BITACORA NOT = "00"
               GO TO F-VERIFICO-BITACORA
           END-IF.
           MOVE "LIQAFIP" TO PROGRAMA-BIT.
           MOVE ANIO-RUN  TO ANIO-BIT.
           MOVE MES-RUN   TO MES-BIT.
           MOVE ZEROS     TO NRO-CORRIDA-BIT.
           START BITACORA KEY IS NOT LESS THAN CLAVE-BITACORA
               INVALID KEY
                   GO TO VERIFICO-BITACORA-CIERRO
           END-START.
       VERIFICO-BITACORA-LEE.
           READ BITACORA NEXT AT END
               GO TO VERIFICO-BITACORA-CIERRO.
           IF PROGRAMA-BIT NOT = "LIQAFIP"
             OR ANIO-BIT NOT = ANIO-RUN OR MES-BIT NOT = MES-RUN
               GO TO VERIFICO-BITACORA-CIERRO
           END-IF.
           IF ESTADO-BIT = "NORMAL" AND RECTIF-BIT = NRO-RECTIF-RUN
               SET COMPL-PROCESADO TO TRUE
           END-IF.
           GO TO VERIFICO-BITACORA-LEE.
       VERIFICO-BITACORA-CIERRO.
           CLOSE BITACORA.
       F-VERIFICO-BITACORA.
           EXIT.

      ***** LEE EL PERIODO Y EL NUMERO DE RECTIFICATIVA DE LOS
      ***** PARAMETROS DE LINEA DE COMANDO (LIQPREC <ANIO> <MES>
      ***** <NRO-RECTIF>, LOS TRES OPCIONALES).
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
               IF ARG-RUN(1:1) > "0"
                   MOVE ARG-RUN(1:1) TO NRO-RECTIF-RUN
               END-IF
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.
