
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQPRE.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** GENERACION MENSUAL DE LAS CUOTAS DE PRESTAMOS Y ANTICIPOS
      ***** DE HABERES (PRESTAMOS.IDX, LOS CARGA TESORERIA CON
      ***** PREMANT). POR CADA PRESTAMO VIGENTE CUYO PRIMER PERIODO YA
      ***** LLEGO, TOMA LA CUOTA (O EL SALDO, SI ES MENOR) Y LA
      ***** CONTROLA CONTRA EL NETO DEL LEGAJO EN EL PERIODO ANTERIOR
      ***** (LIQMESII.IDX DE ESE MES, HABERES MENOS DESCUENTOS, LA
      ***** MISMA CUENTA QUE LIQCON): LA SUMA DE LAS CUOTAS DEL LEGAJO
      ***** NO PUEDE DEJAR ESE NETO POR DEBAJO DEL NETO MINIMO DE
      ***** PREMANT. LA CUOTA QUE ENTRA SE DESCUENTA CON EL 997 EN UN
      ***** LIQMESC<N>.IDX COMPLEMENTARIO, IGUAL QUE LIQLIC, PARA QUE
      ***** LIQAFIP LO PROCESE COMO RECTIFICATIVA; LA QUE NO ENTRA (O
      ***** LA DE UN LEGAJO SIN LIQUIDACION EN EL PERIODO) SE DIFIERE:
      ***** NO SE PIERDE, EL PLAN SE CORRE UN MES.
      ***** LAS CUOTAS GENERADAS QUEDAN PENDIENTES DE COBRO HASTA QUE
      ***** LIQPREC, CON EL PERIODO CERRADO, LAS DA POR COBRADAS. SI UN
      ***** PRESTAMO TODAVIA TIENE PENDIENTE LA CUOTA DE UN PERIODO
      ***** ANTERIOR (NO CORRIO LIQPREC) NO SE LE GENERA OTRA.
      ***** SE PUEDE VOLVER A CORRER EN EL MISMO PERIODO MIENTRAS NO
      ***** ESTE CERRADO: EL COMPLEMENTARIO SE REGENERA Y LAS CUOTAS YA
      ***** TRATADAS EN EL PERIODO SE VUELVEN A EVALUAR.
      ***** DEJA EL LISTADO LIQ-10-PRESTAMOS.TXT CON UNA LINEA POR
      ***** CUOTA GENERADA, DIFERIDA O RETENIDA.
      ***** PARAMETROS: LIQPRE <ANIO> <MES> <RAIZ> <NRO-RECTIF>, EL
      ***** NUMERO DE RECTIFICATIVA POR DEFECTO ES 4 (1 LIQSAC, 2
      ***** LIQGAN, 3 LIQLIC).
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

      ***** LIQUIDACION DEL PERIODO: DE ACA SALEN UBICACION Y DATOS
      ***** DEL LEGAJO PARA EL REGISTRO COMPLEMENTARIO.
           SELECT LIQMES
           ASSIGN TO RANDOM NOMBRE-LIQMES-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LIQ
           FILE STATUS ESTADO-LIQMES.

      ***** LIQUIDACION DEL PERIODO ANTERIOR, PARA EL NETO. SE LEE
      ***** CON UN REGISTRO PROPIO PORQUE LIQMES.CPY Y LIQMESANT.CPY
      ***** YA ESTAN EN USO.
           SELECT LIQPREV
           ASSIGN TO RANDOM NOMBRE-LIQPREV-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LQP
           FILE STATUS ESTADO-LIQPREV.

           SELECT LIQMESC
           ASSIGN TO RANDOM NOMBRE-LIQMESC-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LQA
           ALTERNATE RECORD KEY APELLIDO-LQA WITH DUPLICATES.

           SELECT LISTA-PRE
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD.
           COPY PERIODO.

       FD  PRESTAMOS
           LABEL RECORDS ARE STANDARD.
           COPY PRESTAMO.

       FD  LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

      ***** MISMAS POSICIONES QUE REC-LIQMES: LEGAJO, 59 DE UBICACION
      ***** A HORAS, LOS 40 CONCEPTOS Y 22 DE COLA.
       FD  LIQPREV
           LABEL RECORDS ARE STANDARD.
       01  REC-LIQPREV.
           05  LEGAJO-LQP              PIC 9(07).
           05  FILLER                  PIC X(59).
           05  CONCEPT-LQP  OCCURS 40 TIMES.
               10  CODIGO-LQP          PIC  999.
               10  IMPORTE-LQP         PIC  9(8)V99.
           05  FILLER                  PIC X(22).

       FD  LIQMESC
           LABEL RECORDS ARE STANDARD.
           COPY LIQMESANT.

      ***** LISTADO: TIPO-LPR "GENE" CUOTA GENERADA, "DIFE" DIFERIDA
      ***** (CON EL MOTIVO), "RETE" RETENIDA POR TENER PENDIENTE LA
      ***** CUOTA DE UN PERIODO ANTERIOR.
       FD  LISTA-PRE
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA.
           05  TIPO-LPR             PIC X(04).
           05  C1-LPR               PIC X.
           05  LEGAJO-LPR           PIC 9(07).
           05  C2-LPR               PIC X.
           05  NRO-LPR              PIC 9(02).
           05  C3-LPR               PIC X.
           05  NETO-ANT-LPR         PIC 9(09)V99.
           05  C4-LPR               PIC X.
           05  CUOTA-LPR            PIC 9(09)V99.
           05  C5-LPR               PIC X.
           05  SALDO-LPR            PIC 9(09)V99.
           05  C6-LPR               PIC X.
           05  OBSERVACION-LPR      PIC X(40).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ESTADO-PERIODOS          PIC X(02) VALUE SPACES.
       77  ESTADO-PRESTAMOS         PIC X(02) VALUE SPACES.
       77  ESTADO-LIQMES            PIC X(02) VALUE SPACES.
       77  ESTADO-LIQPREV           PIC X(02) VALUE SPACES.

      ***** PERIODO DE LA CORRIDA Y NOMBRES DE ARCHIVO PARAMETRIZADOS,
      ***** MISMO ESQUEMA QUE LIQAFIP (LEO-PARAMETROS/ARMO-NOMBRES).
       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.
       01  PERIODO-RUN-N REDEFINES PERIODO-RUN PIC 9(06).
       77  CANT-ARG-RUN          PIC  9(02) VALUE ZEROS.
       01  ARG-RUN               PIC  X(20).
       77  NRO-RECTIF-RUN        PIC  9(01) VALUE 4.

       01  PERIODO-ANT.
           03  ANIO-ANT          PIC  9(04).
           03  MES-ANT           PIC  9(02).

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-LIQMES-PED.
           03  BASE-LIQMES-PED   PIC  X(28).
           03  FILLER            PIC  X(12) VALUE "LIQMESII.IDX".
       01  NOMBRE-LIQPREV-PED.
           03  BASE-LIQPREV-PED  PIC  X(28).
           03  FILLER            PIC  X(12) VALUE "LIQMESII.IDX".
       01  NOMBRE-LIQMESC-PED.
           03  BASE-LIQMESC-PED  PIC  X(28).
           03  FILLER            PIC  X(07) VALUE "LIQMESC".
           03  NRO-RECTIF-NOM    PIC  9(01).
           03  FILLER            PIC  X(04) VALUE ".IDX".
       01  NOMBRE-LISTA-PED.
           03  BASE-LISTA-PED    PIC  X(28).
           03  FILLER            PIC  X(20)
                 VALUE "LIQ-10-PRESTAMOS.TXT".

      ***** ULTIMOS DOS DIGITOS DEL ANIO DE CORRIDA, PARA FECHA-LQA
      ***** DEL REGISTRO COMPLEMENTARIO.
       77  ANIO-RUN-2            PIC  9(02) VALUE ZEROS.
      ***** EL CONCEPTO DEL DESCUENTO (VER CONCDESC.CPY).
       77  CODIGO-DESC-PRE       PIC  9(03) VALUE 997.

      ***** NETO MINIMO DEL REGISTRO DE PARAMETROS DE PRESTAMOS.IDX.
       77  NETO-MINIMO-W         PIC  9(09)V99 VALUE ZEROS.

      ***** DEL LEGAJO EN PROCESO (CORTE POR LEGAJO SOBRE LA CLAVE DE
      ***** PRESTAMOS): NETO DEL MES ANTERIOR, LO QUE TODAVIA SE LE
      ***** PUEDE DESCONTAR Y LA SUMA DE CUOTAS GENERADAS.
       01  LEGAJO-ACT               PIC 9(07) VALUE ZEROS.
       01  HABERES-ANT-W            PIC 9(09)V99 VALUE ZEROS.
       01  DESCUENTOS-ANT-W         PIC 9(09)V99 VALUE ZEROS.
       01  NETO-ANT-W               PIC 9(09)V99 VALUE ZEROS.
       01  DISPONIBLE-W             PIC 9(09)V99 VALUE ZEROS.
       01  CUOTAS-LEG-W             PIC 9(09)V99 VALUE ZEROS.
       01  CUOTA-W                  PIC 9(09)V99 VALUE ZEROS.

       01  SW-LIQ-ACT               PIC X(01) VALUE "N".
           88  HAY-LIQ-ACT              VALUE "S".
           88  NO-HAY-LIQ-ACT           VALUE "N".

       01  CONTADORES-PRE.
           03  CANT-LEIDOS-PRE      PIC 9(06) VALUE ZEROS.
           03  CANT-GENERADAS-PRE   PIC 9(06) VALUE ZEROS.
           03  CANT-DIFERIDAS-PRE   PIC 9(06) VALUE ZEROS.
           03  CANT-RETENIDAS-PRE   PIC 9(06) VALUE ZEROS.
           03  CANT-GRABADOS-PRE    PIC 9(06) VALUE ZEROS.
           03  TOTAL-GENERADO-PRE   PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           PERFORM VERIFICO-PERIODO THRU F-VERIFICO-PERIODO.
           OPEN I-O PRESTAMOS.
           IF ESTADO-PRESTAMOS NOT = "00"
               DISPLAY "LIQPRE: NO SE PUEDE ABRIR PRESTAMOS.IDX "
                       "(ESTADO " ESTADO-PRESTAMOS "), NO SE GENERAN "
                       "CUOTAS EN EL PERIODO " MES-RUN "/" ANIO-RUN "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               DISPLAY "LIQPRE: NO SE PUEDE ABRIR " NOMBRE-LIQMES-PED
               CLOSE PRESTAMOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIQPREV.
           IF ESTADO-LIQPREV NOT = "00"
               DISPLAY "LIQPRE: NO SE PUEDE ABRIR " NOMBRE-LIQPREV-PED
               DISPLAY "LIQPRE: SIN EL NETO DEL PERIODO ANTERIOR NO SE "
                       "PUEDEN CONTROLAR LAS CUOTAS."
               CLOSE PRESTAMOS LIQMES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO CLAVE-PRE.
           READ PRESTAMOS
               INVALID KEY
                   DISPLAY "LIQPRE: SIN NETO MINIMO CARGADO EN PREMANT,"
                           " SE CONTROLA CONTRA CERO."
               NOT INVALID KEY
                   MOVE NETO-MINIMO-PRE TO NETO-MINIMO-W
           END-READ.
           OPEN OUTPUT LIQMESC LISTA-PRE.
           MOVE ";" TO C1-LPR C2-LPR C3-LPR C4-LPR C5-LPR C6-LPR.
           MOVE ZEROS TO LEGAJO-ACT.
           MOVE ZEROS TO LEGAJO-PRE.
           MOVE 01    TO NRO-PRE.
           START PRESTAMOS KEY IS NOT LESS THAN CLAVE-PRE
               INVALID KEY
                   GO TO FIN-PRESTAMOS
           END-START.

      ***** RECORRE LOS PRESTAMOS EN ORDEN DE CLAVE (LEGAJO + NUMERO)
      ***** CON CORTE POR LEGAJO; LOS MAS VIEJOS DEL LEGAJO TOMAN
      ***** PRIMERO EL NETO DISPONIBLE.
       LEO-PRESTAMO.
           READ PRESTAMOS NEXT AT END
               GO TO FIN-PRESTAMOS.
           IF LEGAJO-PRE = ZEROS
               GO TO LEO-PRESTAMO
           END-IF.
           ADD 1 TO CANT-LEIDOS-PRE.
           IF LEGAJO-PRE NOT = LEGAJO-ACT
               IF LEGAJO-ACT NOT = ZEROS
                   PERFORM CORTE-LEGAJO THRU F-CORTE-LEGAJO
               END-IF
               MOVE LEGAJO-PRE TO LEGAJO-ACT
               PERFORM INICIO-LEGAJO THRU F-INICIO-LEGAJO
           END-IF.
           PERFORM EVALUO-CUOTA THRU F-EVALUO-CUOTA.
           GO TO LEO-PRESTAMO.

       FIN-PRESTAMOS.
           IF LEGAJO-ACT NOT = ZEROS
               PERFORM CORTE-LEGAJO THRU F-CORTE-LEGAJO
           END-IF.
           GO TO FINALIZA.

      ***** AL EMPEZAR UN LEGAJO: SU LIQUIDACION DEL PERIODO (PARA EL
      ***** COMPLEMENTARIO) Y SU NETO DEL PERIODO ANTERIOR. SIN
      ***** LIQUIDACION ANTERIOR EL NETO ES CERO Y NINGUNA CUOTA ENTRA.
       INICIO-LEGAJO.
           MOVE ZEROS TO CUOTAS-LEG-W HABERES-ANT-W DESCUENTOS-ANT-W
                         NETO-ANT-W DISPONIBLE-W.
           MOVE LEGAJO-ACT TO LEGAJO-LIQ.
           READ LIQMES
               INVALID KEY
                   SET NO-HAY-LIQ-ACT TO TRUE
               NOT INVALID KEY
                   SET HAY-LIQ-ACT TO TRUE
           END-READ.
           MOVE LEGAJO-ACT TO LEGAJO-LQP.
           READ LIQPREV
               INVALID KEY
                   GO TO F-INICIO-LEGAJO
           END-READ.
           PERFORM SUMO-CONCEPTO-ANT THRU F-SUMO-CONCEPTO-ANT
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
           IF DESCUENTOS-ANT-W < HABERES-ANT-W
               COMPUTE NETO-ANT-W = HABERES-ANT-W - DESCUENTOS-ANT-W
           END-IF.
           IF NETO-ANT-W > NETO-MINIMO-W
               COMPUTE DISPONIBLE-W = NETO-ANT-W - NETO-MINIMO-W
           END-IF.
       F-INICIO-LEGAJO.
           EXIT.

      ***** HABERES < 900 MENOS DESCUENTOS > 900, SIN LOS TOTALES 200
      ***** Y 900.
       SUMO-CONCEPTO-ANT.
           IF CODIGO-LQP(I) = ZEROS OR CODIGO-LQP(I) = 200
              OR CODIGO-LQP(I) = 900
               GO TO F-SUMO-CONCEPTO-ANT
           END-IF.
           IF CODIGO-LQP(I) > 900
               ADD IMPORTE-LQP(I) TO DESCUENTOS-ANT-W
           ELSE
               ADD IMPORTE-LQP(I) TO HABERES-ANT-W
           END-IF.
       F-SUMO-CONCEPTO-ANT.
           EXIT.

      ***** DECIDE LA CUOTA DEL PRESTAMO LEIDO PARA ESTE PERIODO.
       EVALUO-CUOTA.
           IF NOT PRE-VIGENTE OR SALDO-PRE = ZEROS
              OR PERIODO-INICIO-PRE > PERIODO-RUN-N
               GO TO F-EVALUO-CUOTA
           END-IF.
           IF ULT-PERIODO-GEN-PRE = PERIODO-RUN-N
               IF PRE-CUOTA-COBRADA
                   GO TO F-EVALUO-CUOTA
               END-IF
      ***** NUEVA CORRIDA DEL MISMO PERIODO: LA DIFERIDA SE DESCUENTA
      ***** PARA NO CONTARLA DOS VECES.
               IF PRE-CUOTA-DIFERIDA AND CUOTAS-DIFERIDAS-PRE > ZEROS
                   SUBTRACT 1 FROM CUOTAS-DIFERIDAS-PRE
               END-IF
           ELSE
               IF PRE-CUOTA-GENERADA
                   PERFORM RETENGO-CUOTA THRU F-RETENGO-CUOTA
                   GO TO F-EVALUO-CUOTA
               END-IF
           END-IF.
           MOVE IMPORTE-CUOTA-PRE TO CUOTA-W.
           IF SALDO-PRE < CUOTA-W
               MOVE SALDO-PRE TO CUOTA-W
           END-IF.
           MOVE PERIODO-RUN-N TO ULT-PERIODO-GEN-PRE.
           MOVE CUOTA-W       TO ULT-IMPORTE-GEN-PRE.
           MOVE LEGAJO-PRE    TO LEGAJO-LPR.
           MOVE NRO-PRE       TO NRO-LPR.
           MOVE NETO-ANT-W    TO NETO-ANT-LPR.
           MOVE CUOTA-W       TO CUOTA-LPR.
           MOVE SALDO-PRE     TO SALDO-LPR.
           IF NO-HAY-LIQ-ACT
               MOVE "SIN LIQUIDACION EN EL PERIODO" TO OBSERVACION-LPR
               PERFORM DIFIERO-CUOTA THRU F-DIFIERO-CUOTA
               GO TO F-EVALUO-CUOTA
           END-IF.
           IF CUOTA-W > DISPONIBLE-W
               MOVE "NETO ANTERIOR INSUFICIENTE" TO OBSERVACION-LPR
               PERFORM DIFIERO-CUOTA THRU F-DIFIERO-CUOTA
               GO TO F-EVALUO-CUOTA
           END-IF.
           SUBTRACT CUOTA-W FROM DISPONIBLE-W.
           ADD CUOTA-W TO CUOTAS-LEG-W TOTAL-GENERADO-PRE.
           SET PRE-CUOTA-GENERADA TO TRUE.
           PERFORM REGRABO-PRESTAMO THRU F-REGRABO-PRESTAMO.
           MOVE "GENE"   TO TIPO-LPR.
           MOVE SPACES   TO OBSERVACION-LPR.
           WRITE REG-LISTA.
           ADD 1 TO CANT-GENERADAS-PRE.
       F-EVALUO-CUOTA.
           EXIT.

       DIFIERO-CUOTA.
           SET PRE-CUOTA-DIFERIDA TO TRUE.
           ADD 1 TO CUOTAS-DIFERIDAS-PRE.
           PERFORM REGRABO-PRESTAMO THRU F-REGRABO-PRESTAMO.
           MOVE "DIFE" TO TIPO-LPR.
           WRITE REG-LISTA.
           ADD 1 TO CANT-DIFERIDAS-PRE.
       F-DIFIERO-CUOTA.
           EXIT.

      ***** LA CUOTA DE UN PERIODO ANTERIOR SIGUE GENERADA Y SIN
      ***** COBRAR: FALTA CORRER LIQPREC DE ESE PERIODO. EL PRESTAMO
      ***** NO SE TOCA Y SALE EN EL LISTADO.
       RETENGO-CUOTA.
           MOVE "RETE"              TO TIPO-LPR.
           MOVE LEGAJO-PRE          TO LEGAJO-LPR.
           MOVE NRO-PRE             TO NRO-LPR.
           MOVE NETO-ANT-W          TO NETO-ANT-LPR.
           MOVE ULT-IMPORTE-GEN-PRE TO CUOTA-LPR.
           MOVE SALDO-PRE           TO SALDO-LPR.
           MOVE SPACES              TO OBSERVACION-LPR.
           STRING "CUOTA " ULT-PERIODO-GEN-PRE
                  " SIN COBRAR (FALTA LIQPREC)"
                  DELIMITED BY SIZE INTO OBSERVACION-LPR.
           WRITE REG-LISTA.
           ADD 1 TO CANT-RETENIDAS-PRE.
       F-RETENGO-CUOTA.
           EXIT.

       REGRABO-PRESTAMO.
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "LIQPRE: ERROR DE GRABACION EN PRESTAMOS "
                           "LEGAJO=" LEGAJO-PRE " NRO=" NRO-PRE
           END-REWRITE.
       F-REGRABO-PRESTAMO.
           EXIT.

      ***** FIN DEL LEGAJO: SI SE LE GENERO ALGUNA CUOTA, UN REGISTRO
      ***** COMPLEMENTARIO CON EL 997 POR LA SUMA.
       CORTE-LEGAJO.
           IF CUOTAS-LEG-W = ZEROS
               GO TO F-CORTE-LEGAJO
           END-IF.
           PERFORM GRABO-COMPLEMENTARIO THRU F-GRABO-COMPLEMENTARIO.
       F-CORTE-LEGAJO.
           EXIT.

      ***** UN REGISTRO COMPLEMENTARIO CON EL LAYOUT REC-LIQMES: EL
      ***** LEGAJO CON SU UBICACION DEL PERIODO (PARA EL RUTEO POR
      ***** ANEXO/ITEM EN LIQAFIP), EL 997 EN LA PRIMERA ENTRADA Y EL
      ***** RESTO DE LAS 40 EN CERO, CON FECHA-LQA EN EL PERIODO DE
      ***** CORRIDA. MISMO ARMADO QUE LIQLIC.
       GRABO-COMPLEMENTARIO.
           MOVE SPACES TO REC-LIQMES-ANT.
           INITIALIZE REC-LIQMES-ANT.
           MOVE LEGAJO-LIQ      TO LEGAJO-LQA.
           MOVE UBICACION-LIQ   TO UBICACION-LQA.
           MOVE DOCUMENTO-LIQ   TO DOCUMENTO-LQA.
           MOVE APELLIDO-LIQ    TO APELLIDO-LQA.
           MOVE HS-SEC-LIQ      TO HS-SEC-LQA.
           MOVE HS-UNIV-LIQ     TO HS-UNIV-LQA.
           MOVE PLANTA-LIQ      TO PLANTA-LQA.
           MOVE CODIGO-DESC-PRE TO CODIGO-LQA(1).
           MOVE CUOTAS-LEG-W    TO IMPORTE-LQA(1).
           MOVE MES-RUN         TO MES-LQA.
           MOVE ANIO-RUN-2      TO ANIO-LQA.
           WRITE REC-LIQMES-ANT
               INVALID KEY
                   DISPLAY "LIQPRE: CLAVE DUPLICADA LEGAJO="
                           LEGAJO-LQA
           END-WRITE.
           ADD 1 TO CANT-GRABADOS-PRE.
       F-GRABO-COMPLEMENTARIO.
           EXIT.

      ***** UN PERIODO CERRADO YA NO RECIBE DESCUENTOS. SIN
      ***** PERIODOS.IDX O SIN FILA EL PERIODO ESTA ABIERTO.
       VERIFICO-PERIODO.
           OPEN INPUT PERIODOS.
           IF ESTADO-PERIODOS NOT = "00"
               GO TO F-VERIFICO-PERIODO
           END-IF.
           MOVE ANIO-RUN TO ANIO-PER.
           MOVE MES-RUN  TO MES-PER.
           READ PERIODOS
               INVALID KEY
                   MOVE "ABIERTO" TO ESTADO-PER
           END-READ.
           CLOSE PERIODOS.
           IF PER-CERRADO
               DISPLAY "LIQPRE: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " ESTA CERRADO, NO SE GENERAN CUOTAS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       F-VERIFICO-PERIODO.
           EXIT.

       FINALIZA.
           CLOSE PRESTAMOS LIQMES LIQPREV LIQMESC LISTA-PRE.
           DISPLAY "LIQPRE: " CANT-LEIDOS-PRE " PRESTAMOS LEIDOS, "
                   CANT-GENERADAS-PRE " CUOTAS GENERADAS, "
                   CANT-DIFERIDAS-PRE " DIFERIDAS, "
                   CANT-RETENIDAS-PRE " RETENIDAS.".
           DISPLAY "LIQPRE: " CANT-GRABADOS-PRE
                   " LEGAJOS CON 997 EN LIQMESC" NRO-RECTIF-RUN
                   ".IDX POR " TOTAL-GENERADO-PRE ".".
           IF CANT-RETENIDAS-PRE > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ***** LEE EL PERIODO DE CORRIDA DE LOS PARAMETROS DE LINEA DE
      ***** COMANDO (LIQPRE <ANIO> <MES> <RAIZ-PATH> <NRO-RECTIF>,
      ***** LOS CUATRO OPCIONALES).
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
           IF CANT-ARG-RUN >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               IF ARG-RUN(1:1) > "0"
                   MOVE ARG-RUN(1:1) TO NRO-RECTIF-RUN
               END-IF
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.

      ***** ARMA LOS NOMBRES DEL PERIODO DE CORRIDA (LIQUIDACION,
      ***** COMPLEMENTARIO Y LISTADO) Y EL DEL LIQMESII DEL PERIODO
      ***** ANTERIOR (ENERO TOMA DICIEMBRE DEL ANIO ANTERIOR).
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQMES-PED
                                     BASE-LIQMESC-PED
                                     BASE-LISTA-PED.
           MOVE NRO-RECTIF-RUN TO NRO-RECTIF-NOM.
           DIVIDE ANIO-RUN BY 100 GIVING I REMAINDER ANIO-RUN-2.
           MOVE ANIO-RUN TO ANIO-ANT.
           IF MES-RUN = 1
               MOVE 12 TO MES-ANT
               SUBTRACT 1 FROM ANIO-ANT
           ELSE
               COMPUTE MES-ANT = MES-RUN - 1
           END-IF.
           MOVE ANIO-ANT TO ANIO-BASE-RUN.
           MOVE MES-ANT  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQPREV-PED.
       F-ARMO-NOMBRES.
           EXIT.
