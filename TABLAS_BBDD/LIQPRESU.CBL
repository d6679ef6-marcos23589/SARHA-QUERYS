
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQPRESU.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** EJECUCION PRESUPUESTARIA DE PERSONAL POR ORGANISMO, CON
      ***** PROYECCION A DICIEMBRE. POR CADA CUIT/ANEXO Y PLANTA
      ***** COMPARA EL CREDITO VIGENTE DEL ANIO (CREDITOS.IDX, VER
      ***** CREDITO.CPY) CONTRA:
      *****   DEVENGADO  BRUTO ACUMULADO EN ANUAL.IDX (CARPETA DEL
      *****              ANIO, LO ARMA LIQANUAL) MAS EL LIQMESII.IDX
      *****              DEL PERIODO SI EL ANUAL TODAVIA NO LO TIENE,
      *****              Y SUS CONTRIBUCIONES PATRONALES
      *****   PROYECTADO LO QUE FALTA HASTA DICIEMBRE: EL MES DEL
      *****              PERIODO REPETIDO EN LOS MESES QUE QUEDAN, EL
      *****              SAC DE LOS SEMESTRES TODAVIA NO PAGADOS Y SUS
      *****              CONTRIBUCIONES PATRONALES
      ***** BRUTO = ASIGNACION + REMUNERACION + HS EXTRAS + SAC, CON LA
      ***** CLASIFICACION DE CONCEPTOS.IDX DE VEO-SUELDO. LA BASE
      ***** PATRONAL ES LA DE LIQAFIP (REMUNERACION + HS EXTRAS + SAC)
      ***** A LAS ALICUOTAS DE PATRONAL.IDX VIGENTES EN EL PERIODO.
      ***** SOLO SE PROYECTA A LOS LEGAJOS LIQUIDADOS EN EL PERIODO:
      ***** EL QUE YA NO ESTA APORTA LO DEVENGADO Y NADA MAS. EL
      ***** ORGANISMO DEL LEGAJO SALE DE SU UBICACION EN EL PERIODO
      ***** (LIQMESII, O MAESTRO SI NO SE LIQUIDO) POR ANEXOCUIT.IDX;
      ***** EL LEGAJO DEL ANUAL SIN UBICACION QUEDA COMO "SINU".
      ***** EL PORCENTAJE DE PARITARIA, OPCIONAL, AUMENTA LO PROYECTADO
      ***** (NO LO DEVENGADO) PARA SIMULAR UN AUMENTO DESDE EL MES
      ***** SIGUIENTE. SALE LIQ-10-PRESUPUESTO.TXT EN LA CARPETA DEL
      ***** PERIODO: UNA LINEA "DETA" POR ORGANISMO/PLANTA CON CREDITO,
      ***** DEVENGADO, PROYECTADO, TOTAL ESTIMADO, SALDO Y MARCA
      ***** (SOBRANTE, EXCEDE O SIN CREDITO) Y UNA LINEA "GRAL" DE
      ***** TOTALES. TERMINA CON 4 SI ALGUN ORGANISMO EXCEDE SU CREDITO
      ***** O QUEDO ALGO SIN CREDITO O SIN UBICACION.
      ***** PARAMETROS: LIQPRESU <ANIO> <MES> <RAIZ> [<PCT-PARITARIA>]
      ***** (PORCENTAJE CON COMA DECIMAL, EJ. 12,5).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CREDITOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CREDITOS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-CRE
           FILE STATUS ESTADO-CREDITOS.

           SELECT ANEXOCUIT
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\ANEXOCUIT.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CLAVE-ORGANISMO.

           SELECT CONCEPTOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CONCEPTOS.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CODIGO-CON.

           SELECT PATRONAL
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\PATRONAL.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PERIODO-PAT.

           SELECT LIQMES
           ASSIGN TO RANDOM NOMBRE-LIQMES-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LIQ
           FILE STATUS ESTADO-LIQMES.

           SELECT maestro
           ASSIGN TO RANDOM NOMBRE-MAESTRO-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-mae
           FILE STATUS ESTADO-MAESTRO.

      ***** EL ANUAL DEL ANIO, EN LA CARPETA DEL ANIO (VER LIQANUAL).
      ***** SE LEE SECUENCIAL Y POR CLAVE.
           SELECT ANUAL
           ASSIGN TO RANDOM NOMBRE-ANUAL-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-ANU
           FILE STATUS ESTADO-ANUAL.

           SELECT PRESUPUESTO
           ASSIGN TO RANDOM NOMBRE-PRESUPUESTO-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITOS
           LABEL RECORDS ARE STANDARD.
           COPY CREDITO.

       FD  ANEXOCUIT
           LABEL RECORDS ARE STANDARD.
           COPY ORGANISMO.

       FD  CONCEPTOS
           LABEL RECORDS ARE STANDARD.
           COPY CONCEPTO.

       FD  PATRONAL
           LABEL RECORDS ARE STANDARD.
           COPY PATRONAL.

       FD  LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

       FD  maestro
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

       FD  ANUAL
           LABEL RECORDS ARE STANDARD.
       01  REG-ANUAL.
           05  LEGAJO-ANU           PIC 9(07).
           05  APELLIDO-ANU         PIC X(30).
           05  MESES-ANU.
               10  MES-LIQUIDADO-ANU OCCURS 12 TIMES PIC X(01).
           05  ASIGNACION-ANU       PIC 9(11)V99.
           05  REMUNERACION-ANU     PIC 9(11)V99.
           05  HSEXTRAS-ANU         PIC 9(11)V99.
           05  SAC-ANU              PIC 9(11)V99.
           05  CPREVISION-ANU       PIC 9(11)V99.
           05  CSS-ANU              PIC 9(11)V99.
           05  ISPRO-ANU            PIC 9(11)V99.
           05  GREMIO-ANU           PIC 9(11)V99.
           05  DESCUENTOS-ANU       PIC 9(11)V99.
           05  TOTAL-ANU            PIC 9(11)V99.

      ***** "DETA" POR CUIT/ANEXO/PLANTA, "SINU" POR LEGAJO DEL ANUAL
      ***** SIN UBICACION (EN LUGAR DEL CUIT VA EL LEGAJO, Y SU
      ***** DEVENGADO) Y "GRAL" CON LOS TOTALES.
       FD  PRESUPUESTO
           LABEL RECORDS ARE STANDARD.
       01  REG-PRESUPUESTO.
           05  TIPO-PRS             PIC X(04).
           05  C1-PRS               PIC X.
           05  CUIT-PRS             PIC 9(11).
           05  C2-PRS               PIC X.
           05  ANEXO-PRS            PIC 9(02).
           05  C3-PRS               PIC X.
           05  PLANTA-PRS           PIC 9(01).
           05  C4-PRS               PIC X.
           05  NOMBRE-PRS           PIC X(30).
           05  C5-PRS               PIC X.
           05  CREDITO-PRS          PIC 9(13)V99.
           05  C6-PRS               PIC X.
           05  DEVENGADO-PRS        PIC 9(13)V99.
           05  C7-PRS               PIC X.
           05  PROYECTADO-PRS       PIC 9(13)V99.
           05  C8-PRS               PIC X.
           05  ESTIMADO-PRS         PIC 9(13)V99.
           05  C9-PRS               PIC X.
           05  SALDO-PRS            PIC 9(13)V99.
           05  C10-PRS              PIC X.
           05  MARCA-PRS            PIC X(11).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ESTADO-CREDITOS          PIC X(02) VALUE SPACES.
       77  ESTADO-LIQMES            PIC X(02) VALUE SPACES.
       77  ESTADO-MAESTRO           PIC X(02) VALUE SPACES.
       77  ESTADO-ANUAL             PIC X(02) VALUE SPACES.
       77  CANT-ARG-RUN             PIC 9(02) VALUE ZEROS.
       01  ARG-RUN                  PIC X(20).

       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

      ***** RAIZ + ANIO SOLO, PARA ANUAL.IDX QUE QUEDA EN LA CARPETA
      ***** DEL ANIO.
       01  BASE-ANIO-RUN.
           03  RAIZ-BASE-ANIO    PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-ANIO    PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-LIQMES-PED.
           03  BASE-LIQMES-PED   PIC  X(28).
           03  FILLER            PIC  X(12) VALUE "LIQMESII.IDX".

       01  NOMBRE-MAESTRO-PED.
           03  BASE-MAESTRO-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".

       01  NOMBRE-ANUAL-PED.
           03  BASE-ANUAL-PED    PIC  X(25).
           03  FILLER            PIC  X(09) VALUE "ANUAL.IDX".

       01  NOMBRE-PRESUPUESTO-PED.
           03  BASE-PRESUPUESTO-PED PIC X(28).
           03  FILLER            PIC  X(23)
                 VALUE "LIQ-10-PRESUPUESTO.TXT".

      ***** PORCENTAJE DE PARITARIA DEL CUARTO PARAMETRO, ARMADO
      ***** DIGITO A DIGITO COMO EL UMBRAL DE LIQVAR, PERO CON HASTA
      ***** DOS DECIMALES DESPUES DE LA COMA.
       01  PARITARIA-W.
           03  PCT-PARITARIA        PIC 9(03)V99 VALUE ZEROS.
           03  DIGITO-PARITARIA     PIC 9(01).
           03  CANT-DECIMALES       PIC 9(01) VALUE ZEROS.
           03  SW-COMA              PIC X(01) VALUE "N".
               88  HAY-COMA             VALUE "S".
           03  FACTOR-PARITARIA     PIC 9(02)V9(04) VALUE 1.

      ***** ALICUOTAS PATRONALES VIGENTES EN EL PERIODO, ELEGIDAS
      ***** COMO EN CARGA-PATRONAL DE LIQAFIP; PCT-TOTAL-VIG ES LA
      ***** SUMA DE LAS CUATRO.
       01  ALICUOTAS-VIGENTES.
           03  PERIODO-VIG          PIC 9(06) VALUE ZEROS.
           03  PCT-CSS-VIG          PIC 9(02)V9(04) VALUE ZEROS.
           03  PCT-CPS-VIG          PIC 9(02)V9(04) VALUE ZEROS.
           03  PCT-ISPRO-VIG        PIC 9(02)V9(04) VALUE ZEROS.
           03  PCT-RIESGO-VIG       PIC 9(02)V9(04) VALUE ZEROS.
           03  PCT-TOTAL-VIG        PIC 9(03)V9(04) VALUE ZEROS.

       01  PERIODO-RUN-CMP          PIC 9(06) VALUE ZEROS.
       01  PERIODO-PAT-CMP          PIC 9(06) VALUE ZEROS.

       01  TABLA-ANEXO.
           03  CANT-TAB-ANEXO       PIC 9(04) VALUE ZEROS.
           03  TAB-ANEXO-ENT OCCURS 60 TIMES
                             INDEXED BY IX-ANEXO.
               05  TAB-ANEXO-CLV    PIC 9(02).
               05  TAB-ITEM-CLV     PIC 9(02).
               05  TAB-CUIT-ANEXO   PIC 9(11).
               05  TAB-NOMBRE-ANEXO PIC X(30).

       01  TABLA-CONCEPTO.
           03  CANT-TAB-CONCEPTO    PIC 9(04) VALUE ZEROS.
           03  TAB-CONCEPTO-ENT OCCURS 150 TIMES
                                 INDEXED BY IX-CONCEPTO.
               05  TAB-CODIGO-CON       PIC 9(03).
               05  TAB-CLASIF-SUELDO-CON PIC 9(01).
                   88  TAB-ES-HSEXTRAS          VALUE 1.
                   88  TAB-ES-SAC                VALUE 2.
               05  TAB-CLASIF-REMU-CON  PIC 9(01).

      ***** UN RENGLON POR CUIT/ANEXO/PLANTA: PRIMERO LOS CREDITOS DEL
      ***** ANIO (CARGA-CREDITOS) Y DESPUES LOS QUE APARECEN CON
      ***** LEGAJOS Y NO TIENEN CREDITO CARGADO (TAB-SIN-CREDITO).
       01  TABLA-ORGANISMO.
           03  CANT-TAB-ORG         PIC 9(04) VALUE ZEROS.
           03  TAB-ORG-ENT OCCURS 300 TIMES
                           INDEXED BY IX-ORG.
               05  TAB-CLAVE-ORG.
                   10  TAB-CUIT-ORG     PIC 9(11).
                   10  TAB-ANEXO-ORG    PIC 9(02).
                   10  TAB-PLANTA-ORG   PIC 9(01).
               05  TAB-NOMBRE-ORG       PIC X(30).
               05  TAB-CREDITO-ORG      PIC 9(13)V99.
               05  TAB-DEVENGADO-ORG    PIC 9(13)V99.
               05  TAB-PROYECTADO-ORG   PIC 9(13)V99.
               05  TAB-SW-CREDITO-ORG   PIC X(01).
                   88  TAB-CON-CREDITO      VALUE "S".
                   88  TAB-SIN-CREDITO      VALUE "N".

       01  CLAVE-ORG-W.
           03  CUIT-W               PIC 9(11).
           03  ANEXO-W              PIC 9(02).
           03  PLANTA-W             PIC 9(01).
       01  NOMBRE-W                 PIC X(30).
       01  ANEXO-TAB                PIC 9(02).
       01  ITEM-TAB                 PIC 9(02).

      ***** BUCKETS DEL MES DEL LEGAJO EN PROCESO (VEO-SUELDO).
       01  BUCKETS-MES.
           03  ASIGNACION-W         PIC 9(09)V99 VALUE ZEROS.
           03  REMUNERACION-W       PIC 9(09)V99 VALUE ZEROS.
           03  HSEXTRAS-W           PIC 9(09)V99 VALUE ZEROS.
           03  SAC-W                PIC 9(09)V99 VALUE ZEROS.

      ***** IMPORTES DEL LEGAJO EN PROCESO.
       01  IMPORTES-LEGAJO.
           03  BRUTO-DEV-W          PIC 9(13)V99 VALUE ZEROS.
           03  BASE-PAT-DEV-W       PIC 9(13)V99 VALUE ZEROS.
           03  MENSUAL-W            PIC 9(13)V99 VALUE ZEROS.
           03  BASE-PAT-MES-W       PIC 9(13)V99 VALUE ZEROS.
           03  SAC-PENDIENTE-W      PIC 9(13)V99 VALUE ZEROS.
           03  BRUTO-PRY-W          PIC 9(13)V99 VALUE ZEROS.
           03  BASE-PAT-PRY-W       PIC 9(13)V99 VALUE ZEROS.
           03  DEVENGADO-W          PIC 9(13)V99 VALUE ZEROS.
           03  PROYECTADO-W         PIC 9(13)V99 VALUE ZEROS.
           03  ESTIMADO-W           PIC 9(13)V99 VALUE ZEROS.
           03  MESES-RESTANTES      PIC 9(02) VALUE ZEROS.
           03  SEMESTRES-SAC        PIC 9(01) VALUE ZEROS.

       01  SW-ANUAL                 PIC X(01) VALUE "N".
           88  HAY-ANUAL                VALUE "S".
           88  NO-HAY-ANUAL             VALUE "N".

       01  TOTALES-PRESU.
           03  CREDITO-TOT          PIC 9(13)V99 VALUE ZEROS.
           03  DEVENGADO-TOT        PIC 9(13)V99 VALUE ZEROS.
           03  PROYECTADO-TOT       PIC 9(13)V99 VALUE ZEROS.

       01  CONTADORES-PRESU.
           03  CANT-LEG-PERIODO     PIC 9(06) VALUE ZEROS.
           03  CANT-LEG-SOLO-ANUAL  PIC 9(06) VALUE ZEROS.
           03  CANT-SIN-UBICACION   PIC 9(06) VALUE ZEROS.
           03  CANT-EXCEDIDOS       PIC 9(04) VALUE ZEROS.
           03  CANT-SIN-CREDITO     PIC 9(04) VALUE ZEROS.
           03  CANT-TABLA-LLENA     PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               DISPLAY "LIQPRESU: SIN LIQMESII.IDX DEL PERIODO "
                       MES-RUN "/" ANIO-RUN "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT maestro.
           IF ESTADO-MAESTRO NOT = "00"
               DISPLAY "LIQPRESU: SIN MAESTRO.IDX DEL PERIODO "
                       MES-RUN "/" ANIO-RUN "."
               CLOSE LIQMES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ANUAL.
           IF ESTADO-ANUAL = "00"
               SET HAY-ANUAL TO TRUE
           ELSE
               DISPLAY "LIQPRESU: SIN ANUAL.IDX DEL ANIO " ANIO-RUN
                       ", EL DEVENGADO ES SOLO EL DEL PERIODO (CORRER "
                       "LIQANUAL)."
           END-IF.
           PERFORM CARGA-CONCEPTOS THRU CARGA-CONCEPTOS-FIN.
           PERFORM CARGA-ANEXO THRU CARGA-ANEXO-FIN.
           PERFORM CARGA-PATRONAL THRU CARGA-PATRONAL-FIN.
           PERFORM CARGA-CREDITOS THRU CARGA-CREDITOS-FIN.
           COMPUTE MESES-RESTANTES = 12 - MES-RUN.
           COMPUTE FACTOR-PARITARIA = 1 + PCT-PARITARIA / 100.
           OPEN OUTPUT PRESUPUESTO.
           MOVE ";" TO C1-PRS C2-PRS C3-PRS C4-PRS C5-PRS C6-PRS
                       C7-PRS C8-PRS C9-PRS C10-PRS.

      ***** PRIMERA PASADA: LOS LEGAJOS LIQUIDADOS EN EL PERIODO.
      ***** APORTAN LO DEVENGADO (SU ANUAL, MAS EL MES SI EL ANUAL NO
      ***** LO TIENE TODAVIA) Y LO PROYECTADO.
       LEO-LIQMES.
           READ LIQMES NEXT AT END
               GO TO LEO-ANUAL-INICIO.
           ADD 1 TO CANT-LEG-PERIODO.
           INITIALIZE BUCKETS-MES.
           PERFORM VEO-SUELDO THRU F-VEOS
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
           PERFORM CALCULO-DEVENGADO THRU F-CALCULO-DEVENGADO.
           PERFORM CALCULO-PROYECTADO THRU F-CALCULO-PROYECTADO.
           MOVE ANEXO-LIQ  TO ANEXO-TAB.
           MOVE ITEM-LIQ   TO ITEM-TAB.
           MOVE PLANTA-LIQ TO PLANTA-W.
           PERFORM ACUMULO-ORGANISMO THRU F-ACUMULO-ORGANISMO.
           GO TO LEO-LIQMES.

      ***** SEGUNDA PASADA: LOS LEGAJOS DEL ANUAL QUE NO SE LIQUIDARON
      ***** EN EL PERIODO (BAJAS DEL ANIO, LICENCIAS SIN GOCE). APORTAN
      ***** SOLO LO DEVENGADO, CON LA UBICACION DEL MAESTRO.
       LEO-ANUAL-INICIO.
           IF NO-HAY-ANUAL
               GO TO FINALIZA
           END-IF.
           MOVE ZEROS TO LEGAJO-ANU.
           START ANUAL KEY IS NOT LESS THAN LEGAJO-ANU
               INVALID KEY
                   GO TO FINALIZA
           END-START.
       LEO-ANUAL.
           READ ANUAL NEXT AT END
               GO TO FINALIZA.
           MOVE LEGAJO-ANU TO LEGAJO-LIQ.
           READ LIQMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO LEO-ANUAL
           END-READ.
           ADD 1 TO CANT-LEG-SOLO-ANUAL.
           COMPUTE BRUTO-DEV-W = ASIGNACION-ANU + REMUNERACION-ANU
                   + HSEXTRAS-ANU + SAC-ANU.
           COMPUTE BASE-PAT-DEV-W = REMUNERACION-ANU + HSEXTRAS-ANU
                   + SAC-ANU.
           COMPUTE DEVENGADO-W ROUNDED = BRUTO-DEV-W
                   + BASE-PAT-DEV-W * PCT-TOTAL-VIG / 100.
           MOVE ZEROS TO PROYECTADO-W.
           MOVE LEGAJO-ANU TO LEGAJO-MAE.
           READ maestro
               INVALID KEY
                   PERFORM GRABO-SIN-UBICACION
                      THRU F-GRABO-SIN-UBICACION
                   GO TO LEO-ANUAL
           END-READ.
           MOVE ANEXO-MAE  TO ANEXO-TAB.
           MOVE ITEM-MAE   TO ITEM-TAB.
           MOVE PLANTA-MAE TO PLANTA-W.
           PERFORM ACUMULO-ORGANISMO THRU F-ACUMULO-ORGANISMO.
           GO TO LEO-ANUAL.

      ***** DEVENGADO DEL LEGAJO DEL PERIODO: SU FILA DEL ANUAL, MAS
      ***** LOS BUCKETS DEL MES SI EL ANUAL NO TIENE MARCADO EL MES
      ***** (LIQANUAL CORRIDO ANTES DE ESTE PERIODO), MAS LA PATRONAL.
       CALCULO-DEVENGADO.
           COMPUTE BRUTO-DEV-W = ASIGNACION-W + REMUNERACION-W
                   + HSEXTRAS-W + SAC-W.
           COMPUTE BASE-PAT-DEV-W = REMUNERACION-W + HSEXTRAS-W
                   + SAC-W.
           IF NO-HAY-ANUAL
               GO TO CALCULO-DEVENGADO-PAT
           END-IF.
           MOVE LEGAJO-LIQ TO LEGAJO-ANU.
           READ ANUAL
               INVALID KEY
                   GO TO CALCULO-DEVENGADO-PAT
           END-READ.
           IF MES-LIQUIDADO-ANU(MES-RUN) = "S"
               MOVE ZEROS TO BRUTO-DEV-W BASE-PAT-DEV-W
           END-IF.
           COMPUTE BRUTO-DEV-W = BRUTO-DEV-W + ASIGNACION-ANU
                   + REMUNERACION-ANU + HSEXTRAS-ANU + SAC-ANU.
           COMPUTE BASE-PAT-DEV-W = BASE-PAT-DEV-W + REMUNERACION-ANU
                   + HSEXTRAS-ANU + SAC-ANU.
       CALCULO-DEVENGADO-PAT.
           COMPUTE DEVENGADO-W ROUNDED = BRUTO-DEV-W
                   + BASE-PAT-DEV-W * PCT-TOTAL-VIG / 100.
       F-CALCULO-DEVENGADO.
           EXIT.

      ***** PROYECTADO DEL LEGAJO DEL PERIODO: EL MES (SIN SAC)
      ***** AUMENTADO POR LA PARITARIA, POR LOS MESES QUE FALTAN HASTA
      ***** DICIEMBRE, MAS MEDIO MES REMUNERATIVO POR CADA SEMESTRE
      ***** CON SAC TODAVIA NO PAGADO (EL DEL SEMESTRE SE DA POR PAGADO
      ***** SI EL PERIODO ES EL ULTIMO DEL SEMESTRE Y TRAE SAC), MAS LA
      ***** PATRONAL DE TODO ESO.
       CALCULO-PROYECTADO.
           COMPUTE MENSUAL-W ROUNDED = (ASIGNACION-W + REMUNERACION-W
                   + HSEXTRAS-W) * FACTOR-PARITARIA.
           COMPUTE BASE-PAT-MES-W ROUNDED = (REMUNERACION-W
                   + HSEXTRAS-W) * FACTOR-PARITARIA.
           MOVE ZEROS TO SEMESTRES-SAC.
           IF MES-RUN < 6
              OR (MES-RUN = 6 AND SAC-W = ZEROS)
               ADD 1 TO SEMESTRES-SAC
           END-IF.
           IF MES-RUN < 12
              OR (MES-RUN = 12 AND SAC-W = ZEROS)
               ADD 1 TO SEMESTRES-SAC
           END-IF.
           COMPUTE SAC-PENDIENTE-W ROUNDED = BASE-PAT-MES-W / 2
                   * SEMESTRES-SAC.
           COMPUTE BRUTO-PRY-W = MENSUAL-W * MESES-RESTANTES
                   + SAC-PENDIENTE-W.
           COMPUTE BASE-PAT-PRY-W = BASE-PAT-MES-W * MESES-RESTANTES
                   + SAC-PENDIENTE-W.
           COMPUTE PROYECTADO-W ROUNDED = BRUTO-PRY-W
                   + BASE-PAT-PRY-W * PCT-TOTAL-VIG / 100.
       F-CALCULO-PROYECTADO.
           EXIT.

      ***** SUMA DEVENGADO-W Y PROYECTADO-W AL RENGLON DEL ORGANISMO
      ***** DE ANEXO-TAB/ITEM-TAB Y PLANTA-W, DANDOLO DE ALTA (SIN
      ***** CREDITO) SI NO ESTA.
       ACUMULO-ORGANISMO.
           PERFORM BUSCO-ORGANISMO THRU F-BUSCO-ORGANISMO.
           MOVE ANEXO-TAB TO ANEXO-W.
           SET IX-ORG TO 1.
           SEARCH TAB-ORG-ENT
               AT END
                   PERFORM ALTA-ORGANISMO THRU F-ALTA-ORGANISMO
               WHEN IX-ORG > CANT-TAB-ORG
                   PERFORM ALTA-ORGANISMO THRU F-ALTA-ORGANISMO
               WHEN TAB-CLAVE-ORG(IX-ORG) = CLAVE-ORG-W
                   CONTINUE
           END-SEARCH.
           IF IX-ORG > CANT-TAB-ORG
               GO TO F-ACUMULO-ORGANISMO
           END-IF.
           ADD DEVENGADO-W  TO TAB-DEVENGADO-ORG(IX-ORG).
           ADD PROYECTADO-W TO TAB-PROYECTADO-ORG(IX-ORG).
       F-ACUMULO-ORGANISMO.
           EXIT.

      ***** RENGLON NUEVO SIN CREDITO. CON LA TABLA LLENA EL LEGAJO SE
      ***** CUENTA Y NO SE ACUMULA (IX-ORG QUEDA FUERA DE RANGO).
       ALTA-ORGANISMO.
           IF CANT-TAB-ORG NOT < 300
               ADD 1 TO CANT-TABLA-LLENA
               SET IX-ORG TO 301
               GO TO F-ALTA-ORGANISMO
           END-IF.
           ADD 1 TO CANT-TAB-ORG.
           SET IX-ORG TO CANT-TAB-ORG.
           MOVE CLAVE-ORG-W TO TAB-CLAVE-ORG(IX-ORG).
           MOVE NOMBRE-W    TO TAB-NOMBRE-ORG(IX-ORG).
           MOVE ZEROS TO TAB-CREDITO-ORG(IX-ORG)
                         TAB-DEVENGADO-ORG(IX-ORG)
                         TAB-PROYECTADO-ORG(IX-ORG).
           SET TAB-SIN-CREDITO(IX-ORG) TO TRUE.
       F-ALTA-ORGANISMO.
           EXIT.

      ***** ORGANISMO DEL LEGAJO: ANEXO/ITEM EXACTO Y, SI NO ESTA, LA
      ***** ENTRADA POR DEFECTO DEL ANEXO (ITEM 00), COMO
      ***** BUSCO-ORGANISMO EN LIQAFIP.
       BUSCO-ORGANISMO.
           SET IX-ANEXO TO 1.
           SEARCH TAB-ANEXO-ENT
               AT END
                   MOVE 00 TO ITEM-TAB
                   SET IX-ANEXO TO 1
                   SEARCH TAB-ANEXO-ENT
                       AT END
                           MOVE ZEROS TO CUIT-W
                           MOVE "ANEXO NO REGISTRADO EN TABLA"
                               TO NOMBRE-W
                       WHEN TAB-ANEXO-CLV(IX-ANEXO) = ANEXO-TAB
                        AND TAB-ITEM-CLV(IX-ANEXO)  = ITEM-TAB
                           MOVE TAB-CUIT-ANEXO(IX-ANEXO)   TO CUIT-W
                           MOVE TAB-NOMBRE-ANEXO(IX-ANEXO) TO NOMBRE-W
                   END-SEARCH
               WHEN TAB-ANEXO-CLV(IX-ANEXO) = ANEXO-TAB
                AND TAB-ITEM-CLV(IX-ANEXO)  = ITEM-TAB
                   MOVE TAB-CUIT-ANEXO(IX-ANEXO)   TO CUIT-W
                   MOVE TAB-NOMBRE-ANEXO(IX-ANEXO) TO NOMBRE-W
           END-SEARCH.
       F-BUSCO-ORGANISMO.
           EXIT.

       GRABO-SIN-UBICACION.
           ADD 1 TO CANT-SIN-UBICACION.
           MOVE "SINU"        TO TIPO-PRS.
           MOVE LEGAJO-ANU    TO CUIT-PRS.
           MOVE ZEROS         TO ANEXO-PRS PLANTA-PRS CREDITO-PRS
                                 PROYECTADO-PRS SALDO-PRS.
           MOVE APELLIDO-ANU  TO NOMBRE-PRS.
           MOVE DEVENGADO-W   TO DEVENGADO-PRS ESTIMADO-PRS.
           MOVE "SIN UBICAC." TO MARCA-PRS.
           WRITE REG-PRESUPUESTO.
           ADD DEVENGADO-W    TO DEVENGADO-TOT.
       F-GRABO-SIN-UBICACION.
           EXIT.

      ***** CLASIFICA CODIGO-LIQ(I) IGUAL QUE VEO-SUELDO EN LIQAFIP,
      ***** SOLO EN LOS BUCKETS QUE FORMAN EL BRUTO.
       VEO-SUELDO.
           IF CODIGO-LIQ(I) = ZEROS
               GO TO F-VEOS
           END-IF.
           SET IX-CONCEPTO TO 1.
           SEARCH TAB-CONCEPTO-ENT
               AT END
                   IF CODIGO-LIQ(I) < 200
                       ADD IMPORTE-LIQ(I) TO ASIGNACION-W
                   ELSE
                   IF CODIGO-LIQ(I) > 200 AND CODIGO-LIQ(I) < 900
                       ADD IMPORTE-LIQ(I) TO REMUNERACION-W
                   END-IF
                   END-IF
               WHEN TAB-CODIGO-CON(IX-CONCEPTO) = CODIGO-LIQ(I)
                   IF TAB-ES-HSEXTRAS(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO HSEXTRAS-W
                   ELSE
                   IF TAB-ES-SAC(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO SAC-W
                   ELSE
                   IF TAB-CLASIF-SUELDO-CON(IX-CONCEPTO) NOT = ZEROS
                       CONTINUE
                   ELSE
                   IF CODIGO-LIQ(I) < 200
                       ADD IMPORTE-LIQ(I) TO ASIGNACION-W
                   ELSE
                   IF CODIGO-LIQ(I) > 200 AND CODIGO-LIQ(I) < 900
                       ADD IMPORTE-LIQ(I) TO REMUNERACION-W
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-SEARCH.
       F-VEOS.
           EXIT.

      ***** FIN DE CORRIDA: UNA LINEA "DETA" POR RENGLON DE LA TABLA Y
      ***** LA LINEA "GRAL".
       FINALIZA.
           PERFORM GRABO-ORGANISMO THRU F-GRABO-ORGANISMO
                   VARYING IX-ORG FROM 1 BY 1
                   UNTIL IX-ORG > CANT-TAB-ORG.
           MOVE "GRAL"           TO TIPO-PRS.
           MOVE ZEROS            TO CUIT-PRS ANEXO-PRS PLANTA-PRS.
           MOVE "TOTAL GENERAL"  TO NOMBRE-PRS.
           MOVE CREDITO-TOT      TO CREDITO-PRS.
           MOVE DEVENGADO-TOT    TO DEVENGADO-PRS.
           MOVE PROYECTADO-TOT   TO PROYECTADO-PRS.
           COMPUTE ESTIMADO-W = DEVENGADO-TOT + PROYECTADO-TOT.
           MOVE ESTIMADO-W       TO ESTIMADO-PRS.
           PERFORM ARMO-SALDO THRU F-ARMO-SALDO.
           WRITE REG-PRESUPUESTO.
           CLOSE LIQMES maestro PRESUPUESTO.
           IF HAY-ANUAL
               CLOSE ANUAL
           END-IF.
           DISPLAY "LIQPRESU: PERIODO " MES-RUN "/" ANIO-RUN
                   " PARITARIA " PCT-PARITARIA "% ALICUOTA PATRONAL "
                   PCT-TOTAL-VIG "%.".
           DISPLAY "LIQPRESU: " CANT-LEG-PERIODO " LEGAJOS DEL "
                   "PERIODO, "
                   CANT-LEG-SOLO-ANUAL " SOLO EN EL ANUAL, "
                   CANT-SIN-UBICACION " SIN UBICACION.".
           DISPLAY "LIQPRESU: " CANT-TAB-ORG " ORGANISMOS/PLANTA, "
                   CANT-EXCEDIDOS " EXCEDEN EL CREDITO, "
                   CANT-SIN-CREDITO " SIN CREDITO CARGADO.".
           IF CANT-TABLA-LLENA > ZEROS
               DISPLAY "LIQPRESU: TABLA DE ORGANISMOS LLENA, "
                       CANT-TABLA-LLENA " LEGAJOS NO ACUMULADOS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CANT-EXCEDIDOS > ZEROS OR CANT-SIN-CREDITO > ZEROS
              OR CANT-SIN-UBICACION > ZEROS OR NO-HAY-ANUAL
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GRABO-ORGANISMO.
           MOVE "DETA"                     TO TIPO-PRS.
           MOVE TAB-CUIT-ORG(IX-ORG)       TO CUIT-PRS.
           MOVE TAB-ANEXO-ORG(IX-ORG)      TO ANEXO-PRS.
           MOVE TAB-PLANTA-ORG(IX-ORG)     TO PLANTA-PRS.
           MOVE TAB-NOMBRE-ORG(IX-ORG)     TO NOMBRE-PRS.
           MOVE TAB-CREDITO-ORG(IX-ORG)    TO CREDITO-PRS.
           MOVE TAB-DEVENGADO-ORG(IX-ORG)  TO DEVENGADO-PRS.
           MOVE TAB-PROYECTADO-ORG(IX-ORG) TO PROYECTADO-PRS.
           COMPUTE ESTIMADO-W = TAB-DEVENGADO-ORG(IX-ORG)
                   + TAB-PROYECTADO-ORG(IX-ORG).
           MOVE ESTIMADO-W                 TO ESTIMADO-PRS.
           PERFORM ARMO-SALDO THRU F-ARMO-SALDO.
           IF TAB-SIN-CREDITO(IX-ORG)
               MOVE "SIN CREDITO" TO MARCA-PRS
               ADD 1 TO CANT-SIN-CREDITO
           ELSE
           IF MARCA-PRS = "EXCEDE"
               ADD 1 TO CANT-EXCEDIDOS
           END-IF
           END-IF.
           WRITE REG-PRESUPUESTO.
           ADD TAB-CREDITO-ORG(IX-ORG)    TO CREDITO-TOT.
           ADD TAB-DEVENGADO-ORG(IX-ORG)  TO DEVENGADO-TOT.
           ADD TAB-PROYECTADO-ORG(IX-ORG) TO PROYECTADO-TOT.
       F-GRABO-ORGANISMO.
           EXIT.

      ***** SALDO SIN SIGNO CONTRA CREDITO-PRS: SOBRANTE SI EL
      ***** ESTIMADO NO LO SUPERA, EXCEDE CON LA DIFERENCIA SI LO
      ***** SUPERA.
       ARMO-SALDO.
           IF ESTIMADO-W > CREDITO-PRS
               COMPUTE SALDO-PRS = ESTIMADO-W - CREDITO-PRS
               MOVE "EXCEDE" TO MARCA-PRS
           ELSE
               COMPUTE SALDO-PRS = CREDITO-PRS - ESTIMADO-W
               MOVE "SOBRANTE" TO MARCA-PRS
           END-IF.
       F-ARMO-SALDO.
           EXIT.

      ***** CREDITOS DEL ANIO EN LA TABLA DE ORGANISMOS, CON EL CREDITO
      ***** VIGENTE (ORIGINAL MAS MODIFICACIONES). SIN CREDITOS.IDX
      ***** TODO SALE COMO SIN CREDITO.
       CARGA-CREDITOS.
           OPEN INPUT CREDITOS.
           IF ESTADO-CREDITOS NOT = "00"
               DISPLAY "LIQPRESU: SIN CREDITOS.IDX, TODO SALE SIN "
                       "CREDITO (CARGAR CON CREMANT)."
               GO TO CARGA-CREDITOS-FIN
           END-IF.
           MOVE ANIO-RUN TO ANIO-CRE.
           MOVE ZEROS    TO CUIT-CRE ANEXO-CRE PLANTA-CRE.
           START CREDITOS KEY IS NOT LESS THAN CLAVE-CRE
               INVALID KEY
                   GO TO CARGA-CREDITOS-CIERRO
           END-START.
       CARGA-CREDITOS-LEE.
           READ CREDITOS NEXT AT END
               GO TO CARGA-CREDITOS-CIERRO.
           IF ANIO-CRE NOT = ANIO-RUN
               GO TO CARGA-CREDITOS-CIERRO
           END-IF.
           IF CANT-TAB-ORG NOT < 300
               ADD 1 TO CANT-TABLA-LLENA
               GO TO CARGA-CREDITOS-CIERRO
           END-IF.
           ADD 1 TO CANT-TAB-ORG.
           SET IX-ORG TO CANT-TAB-ORG.
           MOVE CUIT-CRE   TO TAB-CUIT-ORG(IX-ORG).
           MOVE ANEXO-CRE  TO TAB-ANEXO-ORG(IX-ORG).
           MOVE PLANTA-CRE TO TAB-PLANTA-ORG(IX-ORG).
           MOVE SPACES     TO TAB-NOMBRE-ORG(IX-ORG).
           MOVE ANEXO-CRE  TO ANEXO-TAB.
           MOVE ZEROS      TO ITEM-TAB.
           PERFORM BUSCO-ORGANISMO THRU F-BUSCO-ORGANISMO.
           MOVE NOMBRE-W   TO TAB-NOMBRE-ORG(IX-ORG).
           COMPUTE TAB-CREDITO-ORG(IX-ORG) = CREDITO-ORIG-CRE
                   + MODIFICACIONES-CRE.
           MOVE ZEROS TO TAB-DEVENGADO-ORG(IX-ORG)
                         TAB-PROYECTADO-ORG(IX-ORG).
           SET TAB-CON-CREDITO(IX-ORG) TO TRUE.
           GO TO CARGA-CREDITOS-LEE.
       CARGA-CREDITOS-CIERRO.
           CLOSE CREDITOS.
       CARGA-CREDITOS-FIN.
           EXIT.

      ***** IGUAL QUE CARGA-PATRONAL EN LIQAFIP, MAS LA SUMA DE LAS
      ***** CUATRO ALICUOTAS.
       CARGA-PATRONAL.
           OPEN INPUT PATRONAL.
           COMPUTE PERIODO-RUN-CMP = ANIO-RUN * 100 + MES-RUN.
           MOVE ZEROS TO PERIODO-VIG.
       CARGA-PATRONAL-LEE.
           READ PATRONAL NEXT AT END
               GO TO CARGA-PATRONAL-CIERRO.
           COMPUTE PERIODO-PAT-CMP = ANIO-PAT * 100 + MES-PAT.
           IF PERIODO-PAT-CMP <= PERIODO-RUN-CMP
             AND PERIODO-PAT-CMP > PERIODO-VIG
               MOVE PERIODO-PAT-CMP TO PERIODO-VIG
               MOVE PCT-CSS-PAT     TO PCT-CSS-VIG
               MOVE PCT-CPS-PAT     TO PCT-CPS-VIG
               MOVE PCT-ISPRO-PAT   TO PCT-ISPRO-VIG
               MOVE PCT-RIESGO-PAT  TO PCT-RIESGO-VIG
           END-IF.
           GO TO CARGA-PATRONAL-LEE.
       CARGA-PATRONAL-CIERRO.
           CLOSE PATRONAL.
           COMPUTE PCT-TOTAL-VIG = PCT-CSS-VIG + PCT-CPS-VIG
                   + PCT-ISPRO-VIG + PCT-RIESGO-VIG.
           IF PERIODO-VIG = ZEROS
               DISPLAY "LIQPRESU: SIN ALICUOTAS PATRONALES VIGENTES "
                       "PARA " ANIO-RUN "/" MES-RUN
                       ", SE PROYECTA SIN CONTRIBUCIONES"
           END-IF.
       CARGA-PATRONAL-FIN.
           EXIT.

      ***** IGUAL QUE CARGA-ANEXO EN LIQAFIP.
       CARGA-ANEXO.
           OPEN INPUT ANEXOCUIT.
           MOVE ZEROS TO CANT-TAB-ANEXO.
       CARGA-ANEXO-LEE.
           READ ANEXOCUIT NEXT AT END
               GO TO CARGA-ANEXO-CIERRO.
           ADD 1 TO CANT-TAB-ANEXO.
           MOVE ANEXO-ORG  TO TAB-ANEXO-CLV(CANT-TAB-ANEXO).
           MOVE ITEM-ORG   TO TAB-ITEM-CLV(CANT-TAB-ANEXO).
           MOVE CUIT-ORG   TO TAB-CUIT-ANEXO(CANT-TAB-ANEXO).
           MOVE NOMBRE-ORG TO TAB-NOMBRE-ANEXO(CANT-TAB-ANEXO).
           GO TO CARGA-ANEXO-LEE.
       CARGA-ANEXO-CIERRO.
           CLOSE ANEXOCUIT.
       CARGA-ANEXO-FIN.
           EXIT.

      ***** IGUAL QUE CARGA-CONCEPTOS EN LIQAFIP.
       CARGA-CONCEPTOS.
           OPEN INPUT CONCEPTOS.
           MOVE ZEROS TO CANT-TAB-CONCEPTO.
       CARGA-CONCEPTOS-LEE.
           READ CONCEPTOS NEXT AT END
               GO TO CARGA-CONCEPTOS-FIN.
           ADD 1 TO CANT-TAB-CONCEPTO.
           MOVE CODIGO-CON        TO TAB-CODIGO-CON(CANT-TAB-CONCEPTO).
           MOVE CLASIF-SUELDO-CON
               TO TAB-CLASIF-SUELDO-CON(CANT-TAB-CONCEPTO).
           MOVE CLASIF-REMU-CON
               TO TAB-CLASIF-REMU-CON(CANT-TAB-CONCEPTO).
           GO TO CARGA-CONCEPTOS-LEE.
       CARGA-CONCEPTOS-FIN.
           CLOSE CONCEPTOS.

      ***** LEE EL PERIODO, LA RAIZ DEL PATH Y EL PORCENTAJE DE
      ***** PARITARIA DE LOS PARAMETROS DE LINEA DE COMANDO (LIQPRESU
      ***** <ANIO> <MES> <RAIZ-PATH> <PCT>, LOS CUATRO OPCIONALES).
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
               MOVE ARG-RUN(1:20) TO RAIZ-BASE-RUN RAIZ-BASE-ANIO
           END-IF.
           IF CANT-ARG-RUN >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               MOVE SPACES TO ARG-RUN
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               PERFORM ARMO-PARITARIA THRU F-ARMO-PARITARIA
                       VARYING I FROM 1 BY 1 UNTIL I > 20
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.

      ***** UN CARACTER DEL PORCENTAJE: LA COMA PASA A LOS DECIMALES,
      ***** QUE SE TOMAN HASTA DOS; EL PRIMER BLANCO TERMINA.
       ARMO-PARITARIA.
           IF ARG-RUN(I:1) = "," OR ARG-RUN(I:1) = "."
               SET HAY-COMA TO TRUE
               GO TO F-ARMO-PARITARIA
           END-IF.
           IF ARG-RUN(I:1) IS NOT NUMERIC
               MOVE 20 TO I
               GO TO F-ARMO-PARITARIA
           END-IF.
           MOVE ARG-RUN(I:1) TO DIGITO-PARITARIA.
           IF NOT HAY-COMA
               COMPUTE PCT-PARITARIA = PCT-PARITARIA * 10
                       + DIGITO-PARITARIA
               GO TO F-ARMO-PARITARIA
           END-IF.
           ADD 1 TO CANT-DECIMALES.
           IF CANT-DECIMALES = 1
               COMPUTE PCT-PARITARIA = PCT-PARITARIA
                       + DIGITO-PARITARIA / 10
           END-IF.
           IF CANT-DECIMALES = 2
               COMPUTE PCT-PARITARIA = PCT-PARITARIA
                       + DIGITO-PARITARIA / 100
           END-IF.
       F-ARMO-PARITARIA.
           EXIT.

      ***** ARMA LAS BASES DE PATH: LA DEL PERIODO PARA LIQMESII,
      ***** MAESTRO Y EL REPORTE, LA DEL ANIO PARA ANUAL.IDX.
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN ANIO-BASE-ANIO.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQMES-PED BASE-MAESTRO-PED
                                    BASE-PRESUPUESTO-PED.
           MOVE BASE-ANIO-RUN    TO BASE-ANUAL-PED.
       F-ARMO-NOMBRES.
           EXIT.
