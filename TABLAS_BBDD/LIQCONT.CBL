
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQCONT.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ASIENTO CONTABLE DEL DEVENGAMIENTO DE SUELDOS DEL PERIODO,
      ***** UNO POR ORGANISMO (CUIT-PER). SE CORRE DESPUES DE LIQAFIP
      ***** Y REARMA LOS MISMOS IMPORTES DESDE EL LIQMESII.IDX, CON LAS
      ***** MISMAS REGLAS:
      *****   DEBE  = CADA HABER DEL LEGAJO (CODIGOS < 900, MISMA
      *****           CLASIFICACION QUE VEO-SUELDO) A LA CUENTA DE SU
      *****           CODIGO O DE SU BUCKET, MAS LAS CONTRIBUCIONES
      *****           PATRONALES CON LAS ALICUOTAS VIGENTES DE
      *****           PATRONAL.IDX (MISMO CALCULO QUE LIQAFIP).
      *****   HABER = CADA DESCUENTO (CODIGOS > 900): LOS DE APORTES Y
      *****           GREMIO A LA CUENTA DE LA ENTIDAD DE ENTIDADES.IDX
      *****           QUE LOS COBRA, EL RESTO A LA CUENTA DE SU CODIGO
      *****           O A OTROS DESCUENTOS; EL EMBARGO QUE LIQAFIP
      *****           APLICO EN EL PERIODO (ULT-APLICADO-EMB) A
      *****           EMBARGOS A DEPOSITAR; EL LIQUIDO RESTANTE A
      *****           SUELDOS A PAGAR (BANCO); Y CADA CONTRIBUCION
      *****           PATRONAL A SU CUENTA A PAGAR.
      ***** LAS CUENTAS SALEN DE PLANCTA.IDX (VER PLANCTA.CPY). CADA
      ***** LINEA LLEVA COMO CENTRO DE COSTO EL ANEXO/ITEM/DESTINO DEL
      ***** LEGAJO, Y SE ACUMULA POR ORGANISMO + DEBE/HABER + CUENTA +
      ***** CENTRO DE COSTO EN ASITRAB.IDX.
      ***** UN ASIENTO QUE NO BALANCEA (DEBE <> HABER) O QUE TIENE
      ***** ALGUNA LINEA SIN CUENTA EN EL PLAN NO SE GRABA: QUEDA EN EL
      ***** LISTADO DE CONTROL LIQ-10-ASIENTO-CTL.TXT CON EL MOTIVO Y
      ***** LA CORRIDA TERMINA CON RETURN-CODE 8. LOS ASIENTOS BUENOS
      ***** VAN AL ARCHIVO DE IMPORTACION LIQ-10-ASIENTO.TXT, DE
      ***** POSICIONES FIJAS, PARA EL SISTEMA CONTABLE.
      ***** PARAMETROS: LIQCONT <ANIO> <MES> <RAIZ> <NRO-RECTIF>. CON
      ***** NRO-RECTIF MAYOR A CERO SE CONTABILIZA EL COMPLEMENTARIO
      ***** LIQMESC<N>.IDX, SIN EMBARGOS Y CON SUFIJO -R<N>.TXT, IGUAL
      ***** QUE UNA RECTIFICATIVA DE LIQAFIP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT ENTIDADES
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\ENTIDADES.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CODIGO-ENT.

      ***** PLAN DE CUENTAS (VER PLANCTA.CPY). SIN PLAN NO HAY ASIENTO
      ***** POSIBLE Y LA CORRIDA SE CORTA.
           SELECT PLANCTA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\PLANCTA.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CLAVE-PCT
           FILE STATUS ESTADO-PLANCTA.

      ***** EMBARGOS: SOLO SE LEE EL IMPORTE QUE LIQAFIP DEJO APLICADO
      ***** EN EL PERIODO. SIN TABLA EL ASIENTO SALE SIN EMBARGOS.
           SELECT EMBARGOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\EMBARGOS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-EMB
           FILE STATUS ESTADO-EMBARGOS.

           SELECT LIQMES
           ASSIGN TO RANDOM NOMBRE-LIQMES-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LIQ
           FILE STATUS ESTADO-LIQMES.

           SELECT MAESTRO
           ASSIGN TO RANDOM NOMBRE-MAESTRO-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-MAE.

      ***** LINEAS DEL ASIENTO ACUMULADAS. SE CREA VACIO AL ARRANCAR,
      ***** IGUAL QUE SACTRAB EN LIQSAC.
           SELECT ASITRAB
           ASSIGN TO RANDOM NOMBRE-ASITRAB-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-ATW.

           SELECT ASIENTO
           ASSIGN TO RANDOM NOMBRE-ASIENTO-PED
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTA-CONT
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANEXOCUIT
           LABEL RECORDS ARE STANDARD.
           COPY ORGANISMO.

       FD  CONCEPTOS
           LABEL RECORDS ARE STANDARD.
           COPY CONCEPTO.

       FD  PATRONAL
           LABEL RECORDS ARE STANDARD.
           COPY PATRONAL.

       FD  ENTIDADES
           LABEL RECORDS ARE STANDARD.
           COPY ENTIDAD.

       FD  PLANCTA
           LABEL RECORDS ARE STANDARD.
           COPY PLANCTA.

       FD  EMBARGOS
           LABEL RECORDS ARE STANDARD.
           COPY EMBARGO.

       FD  LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

      ***** UNA FILA POR LINEA DEL ASIENTO. LA CLAVE ORDENA CADA
      ***** ASIENTO CON EL DEBE ADELANTE DEL HABER. UNA LINEA SIN
      ***** CUENTA EN EL PLAN LLEVA EN CUENTA-ATW UN "*" Y LA CLAVE
      ***** QUE FALTA (CODIGO, ENTIDAD O BUCKET), ASI CADA FALTANTE
      ***** QUEDA EN SU PROPIA FILA; DESCRIP-ATW DICE ADEMAS QUE
      ***** BUCKET SE PROBO EN SU LUGAR.
       FD  ASITRAB
           LABEL RECORDS ARE STANDARD.
       01  REG-ASITRAB.
           05  CLAVE-ATW.
               10  CUIT-ATW         PIC 9(11).
               10  DH-ATW           PIC X(01).
               10  CUENTA-ATW       PIC X(12).
               10  CUENTA-SC-ATW REDEFINES CUENTA-ATW.
                   15  MARCA-SC-ATW PIC X(01).
                       88  LINEA-SIN-CUENTA     VALUE "*".
                   15  CLAVE-SC-ATW PIC X(04).
                   15  FILLER       PIC X(07).
               10  CCOSTO-ATW.
                   15  ANEXO-ATW    PIC 9(02).
                   15  ITEM-ATW     PIC 9(02).
                   15  DESTINO-ATW  PIC 9(04).
           05  DESCRIP-ATW          PIC X(30).
           05  IMPORTE-ATW          PIC 9(13)V99.

      ***** ARCHIVO DE IMPORTACION AL SISTEMA CONTABLE, POSICIONES
      ***** FIJAS: POR ASIENTO UNA LINEA "C" DE CABECERA (PERIODO,
      ***** RECTIFICATIVA Y LEYENDA), UNA LINEA "L" POR CUENTA Y CENTRO
      ***** DE COSTO Y UNA LINEA "T" DE TOTALES (CANTIDAD DE LINEAS,
      ***** DEBE Y HABER) PARA EL CONTROL DE LA IMPORTACION.
       FD  ASIENTO
           LABEL RECORDS ARE STANDARD.
       01  REG-ASIENTO.
           05  TIPO-ASI             PIC X(01).
           05  CUIT-ASI             PIC 9(11).
           05  DETALLE-ASI.
               10  CUENTA-ASI       PIC X(12).
               10  CCOSTO-ASI       PIC 9(08).
               10  DH-ASI           PIC X(01).
               10  IMPORTE-ASI      PIC 9(13)V99.
               10  DESCRIP-ASI      PIC X(30).
           05  CABECERA-ASI REDEFINES DETALLE-ASI.
               10  PERIODO-ASI      PIC 9(06).
               10  RECTIF-ASI       PIC 9(01).
               10  LEYENDA-ASI      PIC X(40).
               10  FILLER           PIC X(19).
           05  TRAILER-ASI REDEFINES DETALLE-ASI.
               10  CANT-LIN-ASI     PIC 9(06).
               10  DEBE-ASI         PIC 9(13)V99.
               10  HABER-ASI        PIC 9(13)V99.
               10  FILLER           PIC X(30).

      ***** LISTADO DE CONTROL: UNA LINEA "LEGA" POR LEGAJO CON
      ***** DESCUENTOS MAYORES AL BRUTO EN LA LIQUIDACION PRINCIPAL
      ***** (EL EXCESO SE CONTABILIZA AL DEBE DE SUELDOS A PAGAR Y EL
      ***** ASIENTO BALANCEA, PERO EN LIQMESII ES UN DATO A REVISAR;
      ***** EN UN COMPLEMENTARIO, QUE SOLO TRAE DESCUENTOS, ES LO
      ***** NORMAL Y NO SE LISTA), UNA LINEA "SCTA" POR CADA CLAVE SIN
      ***** CUENTA EN EL PLAN Y CENTRO DE COSTO, UNA LINEA "ORGA" POR
      ***** ORGANISMO CON DEBE, HABER, DIFERENCIA Y SI EL ASIENTO SE
      ***** GRABO O NO, Y UNA LINEA "GRAL" FINAL.
       FD  LISTA-CONT
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA.
           05  TIPO-LCT             PIC X(04).
           05  C1-LCT               PIC X.
           05  CUIT-LCT             PIC 9(11).
           05  C2-LCT               PIC X.
           05  NOMBRE-LCT           PIC X(30).
           05  C3-LCT               PIC X.
           05  CANTIDAD-LCT         PIC 9(08).
           05  C4-LCT               PIC X.
           05  DEBE-LCT             PIC 9(13)V99.
           05  C5-LCT               PIC X.
           05  HABER-LCT            PIC 9(13)V99.
           05  C6-LCT               PIC X.
           05  DIFERENCIA-LCT       PIC 9(13)V99.
           05  C7-LCT               PIC X.
           05  OBSERV-LCT           PIC X(30).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ESTADO-PLANCTA           PIC X(02) VALUE SPACES.
       77  ESTADO-EMBARGOS          PIC X(02) VALUE SPACES.
       77  ESTADO-LIQMES            PIC X(02) VALUE SPACES.

      ***** PERIODO DE LA CORRIDA Y NOMBRES DE ARCHIVO PARAMETRIZADOS,
      ***** MISMO ESQUEMA QUE LIQAFIP (LEO-PARAMETROS/ARMO-NOMBRES).
       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 12.

       77  CANT-ARG-RUN          PIC  9(02) VALUE ZEROS.
       01  ARG-RUN               PIC  X(20).

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-LIQMES-PED.
           03  BASE-LIQMES-PED   PIC  X(28).
           03  ARCH-LIQMES-PED   PIC  X(12) VALUE "LIQMESII.IDX".

       01  NOMBRE-LIQMES-COMP.
           03  FILLER            PIC  X(07) VALUE "LIQMESC".
           03  NRO-RECTIF-COMP   PIC  9(01).
           03  FILLER            PIC  X(04) VALUE ".IDX".

       01  NOMBRE-MAESTRO-PED.
           03  BASE-MAESTRO-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".

       01  NOMBRE-ASITRAB-PED.
           03  BASE-ASITRAB-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "ASITRAB.IDX".

       01  NOMBRE-ASIENTO-PED.
           03  BASE-ASIENTO-PED  PIC  X(28).
           03  FILLER            PIC  X(14) VALUE "LIQ-10-ASIENTO".
           03  SUFIJO-ASIENTO    PIC  X(07) VALUE ".TXT".

       01  NOMBRE-LISTA-PED.
           03  BASE-LISTA-PED    PIC  X(28).
           03  FILLER            PIC  X(18)
                 VALUE "LIQ-10-ASIENTO-CTL".
           03  SUFIJO-LISTA      PIC  X(07) VALUE ".TXT".

       01  SW-RECTIFICATIVA      PIC X(01) VALUE "N".
           88  ES-RECTIFICATIVA      VALUE "S".
           88  NO-ES-RECTIFICATIVA   VALUE "N".

       77  NRO-RECTIF-RUN        PIC 9(01) VALUE ZEROS.

       01  SUFIJO-RECTIF-TXT.
           03  FILLER            PIC X(02) VALUE "-R".
           03  NRO-RECTIF-TXT    PIC 9(01).
           03  FILLER            PIC X(04) VALUE ".TXT".

       01  SW-EMBARGOS-ABIERTO   PIC X(01) VALUE "N".
           88  EMBARGOS-ABIERTO      VALUE "S".
           88  EMBARGOS-NO-ABIERTO   VALUE "N".

      ***** ALICUOTAS PATRONALES VIGENTES PARA EL PERIODO DE CORRIDA,
      ***** ELEGIDAS EN CARGA-PATRONAL IGUAL QUE EN LIQAFIP.
       01  ALICUOTAS-VIGENTES.
           03  PERIODO-VIG          PIC 9(06) VALUE ZEROS.
           03  PCT-CSS-VIG          PIC 9(02)V9(04) VALUE ZEROS.
           03  PCT-CPS-VIG          PIC 9(02)V9(04) VALUE ZEROS.
           03  PCT-ISPRO-VIG        PIC 9(02)V9(04) VALUE ZEROS.
           03  PCT-RIESGO-VIG       PIC 9(02)V9(04) VALUE ZEROS.

       01  PERIODO-RUN-CMP          PIC 9(06) VALUE ZEROS.
       01  PERIODO-PAT-CMP          PIC 9(06) VALUE ZEROS.

       01  CLAVE-TAB.
           03  ANEXO-TAB            PIC 9(2).
           03  ITEM-TAB             PIC 9(2).

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
                   88  TAB-ES-APORTE-GREMIO      VALUES 3 THRU 6.

       01  TABLA-ENTIDAD.
           03  CANT-TAB-ENTIDAD     PIC 9(04) VALUE ZEROS.
           03  TAB-ENTIDAD-ENT OCCURS 20 TIMES
                                 INDEXED BY IX-ENTIDAD.
               05  TAB-CODIGO-ENT       PIC 9(03).
               05  TAB-BUCKET-ENT       PIC 9(01).

      ***** PLAN DE CUENTAS EN MEMORIA, CARGADO UNA VEZ DESDE
      ***** PLANCTA.IDX EN CARGA-PLANCTA.
       01  TABLA-PLANCTA.
           03  CANT-TAB-PLANCTA     PIC 9(04) VALUE ZEROS.
           03  TAB-PLANCTA-ENT OCCURS 300 TIMES
                                 INDEXED BY IX-PLANCTA.
               05  TAB-CLAVE-PCT        PIC X(04).
               05  TAB-CUENTA-PCT       PIC X(12).
               05  TAB-DESCRIP-PCT      PIC X(30).

      ***** UN RENGLON POR ORGANISMO CON LOS TOTALES DEL ASIENTO. SE
      ***** ACUMULA EN GRABO-LINEA Y AL FINAL DICE SI EL ASIENTO SE
      ***** PUEDE GRABAR (BALANCEA Y NO TIENE LINEAS SIN CUENTA).
       01  TABLA-ASIENTO.
           03  CANT-TAB-ASIENTO     PIC 9(04) VALUE ZEROS.
           03  TAB-ASIENTO-ENT OCCURS 60 TIMES
                                 INDEXED BY IX-ASIENTO.
               05  CUIT-TAB-ASI         PIC 9(11).
               05  NOMBRE-TAB-ASI       PIC X(30).
               05  CANT-LEG-TAB-ASI     PIC 9(07).
               05  CANT-LIN-TAB-ASI     PIC 9(06).
               05  SIN-CTA-TAB-ASI      PIC 9(06).
               05  DEBE-TAB-ASI         PIC 9(13)V99.
               05  HABER-TAB-ASI        PIC 9(13)V99.
               05  ESTADO-TAB-ASI       PIC X(01).
                   88  ASIENTO-BALANCEADO       VALUE "S".
                   88  ASIENTO-RECHAZADO        VALUE "N".

      ***** ORGANISMO Y CENTRO DE COSTO DEL LEGAJO EN PROCESO.
       01  CUIT-W                   PIC 9(11) VALUE ZEROS.
       01  NOMBRE-W                 PIC X(30) VALUE SPACES.
       01  CCOSTO-W.
           03  ANEXO-CC-W           PIC 9(02).
           03  ITEM-CC-W            PIC 9(02).
           03  DESTINO-CC-W         PIC 9(04).

      ***** CLAVE A BUSCAR EN EL PLAN Y LINEA A GRABAR (VER
      ***** BUSCO-CUENTA Y GRABO-LINEA).
       01  CLAVE-BUSCA.
           03  TIPO-BUSCA           PIC X(01).
           03  CODIGO-BUSCA         PIC 9(03).
       01  CLAVE-BUSCA-BUCKET.
           03  FILLER               PIC X(01) VALUE "B".
           03  BUCKET-BUSCA         PIC 9(03).
       01  LINEA-W.
           03  DH-W                 PIC X(01).
           03  CUENTA-W             PIC X(12).
           03  DESCRIP-W            PIC X(30).
           03  IMPORTE-W            PIC 9(11)V99.
       01  SIN-CUENTA-W.
           03  FILLER               PIC X(16)
                 VALUE "SIN CUENTA PLAN ".
           03  CLAVE-SIN-CUENTA-W   PIC X(04).
           03  ALT-SIN-CUENTA-W     PIC X(08).
       01  SIN-BUCKET-W.
           03  FILLER               PIC X(04) VALUE " NI ".
           03  CLAVE-SIN-BUCKET-W   PIC X(04).
       01  CLAVE-ORIG-W             PIC X(04).

       01  SW-CUENTA                PIC X(01) VALUE "N".
           88  HAY-CUENTA               VALUE "S".
           88  NO-HAY-CUENTA            VALUE "N".

      ***** IMPORTES DEL LEGAJO EN PROCESO.
       01  VARIABLES-LEG.
           03  BRUTO-W              PIC 9(09)V99 VALUE ZEROS.
           03  DESCUENTOS-W         PIC 9(09)V99 VALUE ZEROS.
           03  LIQUIDO-W            PIC 9(09)V99 VALUE ZEROS.
           03  EMBARGO-W            PIC 9(09)V99 VALUE ZEROS.
           03  BASE-PATRONAL-W      PIC 9(09)V99 VALUE ZEROS.
           03  PATCSS-W             PIC 9(09)V99 VALUE ZEROS.
           03  PATCPS-W             PIC 9(09)V99 VALUE ZEROS.
           03  PATISPRO-W           PIC 9(09)V99 VALUE ZEROS.
           03  PATRIESGO-W          PIC 9(09)V99 VALUE ZEROS.
           03  PATTOTAL-W           PIC 9(09)V99 VALUE ZEROS.

       01  CUIT-ANT                 PIC 9(11) VALUE ZEROS.
       01  SW-PRIMERO               PIC X(01) VALUE "S".
           88  ES-PRIMERO               VALUE "S".
       01  SW-GRABA                 PIC X(01) VALUE "N".
           88  GRABA-ASIENTO            VALUE "S".
           88  NO-GRABA-ASIENTO         VALUE "N".

       01  LEYENDA-W.
           03  FILLER               PIC X(28)
                 VALUE "DEVENGAMIENTO DE SUELDOS   ".
           03  MES-LEY-W            PIC 9(02).
           03  FILLER               PIC X(01) VALUE "/".
           03  ANIO-LEY-W           PIC 9(04).

       01  CONTADORES-CONT.
           03  CANT-LEIDOS-CONT     PIC 9(06) VALUE ZEROS.
           03  CANT-PROCESADOS-CONT PIC 9(06) VALUE ZEROS.
           03  CANT-SIN-MAESTRO-CONT PIC 9(06) VALUE ZEROS.
           03  CANT-ESTADO1-CONT    PIC 9(06) VALUE ZEROS.
           03  CANT-GRABADOS-CONT   PIC 9(04) VALUE ZEROS.
           03  CANT-RECHAZADOS-CONT PIC 9(04) VALUE ZEROS.
           03  DEBE-TOT-CONT        PIC 9(13)V99 VALUE ZEROS.
           03  HABER-TOT-CONT       PIC 9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           PERFORM CARGA-PLANCTA THRU CARGA-PLANCTA-FIN.
           IF CANT-TAB-PLANCTA = ZEROS
               DISPLAY "LIQCONT: SIN PLAN DE CUENTAS (PLANCTA.IDX), "
                       "CARGARLO CON CTACARGA ANTES DE ARMAR EL "
                       "ASIENTO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               DISPLAY "LIQCONT: NO SE PUEDE ABRIR " NOMBRE-LIQMES-PED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-ANEXO THRU CARGA-ANEXO-FIN.
           PERFORM CARGA-CONCEPTOS THRU CARGA-CONCEPTOS-FIN.
           PERFORM CARGA-ENTIDADES THRU CARGA-ENTIDADES-FIN.
           PERFORM CARGA-PATRONAL THRU CARGA-PATRONAL-FIN.
           OPEN INPUT MAESTRO.
           IF NO-ES-RECTIFICATIVA
               OPEN INPUT EMBARGOS
               IF ESTADO-EMBARGOS = "00"
                   SET EMBARGOS-ABIERTO TO TRUE
               ELSE
                   DISPLAY "LIQCONT: SIN EMBARGOS.IDX, EL ASIENTO SALE "
                           "SIN EMBARGOS"
               END-IF
           END-IF.
           OPEN OUTPUT ASITRAB.
           CLOSE ASITRAB.
           OPEN I-O ASITRAB.
           OPEN OUTPUT LISTA-CONT.

       LEO.
           READ LIQMES NEXT AT END
               GO TO GENERO-ASIENTOS.
           ADD 1 TO CANT-LEIDOS-CONT.
           MOVE LEGAJO-LIQ TO LEGAJO-MAE.
           READ MAESTRO
               INVALID KEY
                   ADD 1 TO CANT-SIN-MAESTRO-CONT
                   GO TO LEO
           END-READ.
           IF ESTADO-REG-MAE = 1
               ADD 1 TO CANT-ESTADO1-CONT
               GO TO LEO
           END-IF.
           PERFORM PROCESO-LEGAJO THRU F-PROCESO-LEGAJO.
           GO TO LEO.

      ***** LINEAS DEL LEGAJO: PRIMERO CADA CONCEPTO (HABERES AL DEBE,
      ***** DESCUENTOS AL HABER), DESPUES EMBARGO Y LIQUIDO, Y AL FINAL
      ***** LAS CONTRIBUCIONES PATRONALES. EL LIQUIDO SE CALCULA IGUAL
      ***** QUE EN LIQAFIP: BRUTO - DESCUENTOS, EN CERO SI LOS
      ***** DESCUENTOS SUPERAN EL BRUTO, MENOS EL EMBARGO APLICADO. SI
      ***** LOS DESCUENTOS SUPERAN EL BRUTO EL EXCESO VA AL DEBE DE
      ***** SUELDOS A PAGAR (BUCKET 010) PARA QUE EL ASIENTO BALANCEE.
       PROCESO-LEGAJO.
           INITIALIZE VARIABLES-LEG.
           ADD 1 TO CANT-PROCESADOS-CONT.
           PERFORM BUSCO-ORGANISMO THRU F-BUSCO-ORGANISMO.
           PERFORM REGISTRO-ASIENTO THRU F-REGISTRO-ASIENTO.
           ADD 1 TO CANT-LEG-TAB-ASI(IX-ASIENTO).
           MOVE ANEXO-LIQ   TO ANEXO-CC-W.
           MOVE ITEM-LIQ    TO ITEM-CC-W.
           MOVE DESTINO-LIQ TO DESTINO-CC-W.
           PERFORM VEO-CONCEPTO THRU F-VEO-CONCEPTO
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
           IF DESCUENTOS-W > BRUTO-W
               MOVE ZEROS TO LIQUIDO-W
               IF NO-ES-RECTIFICATIVA
                   PERFORM GRABO-LISTA-LEGAJO
                           THRU F-GRABO-LISTA-LEGAJO
               END-IF
               MOVE "D"       TO DH-W
               MOVE 010       TO BUCKET-BUSCA
               MOVE CLAVE-BUSCA-BUCKET TO CLAVE-BUSCA
               COMPUTE IMPORTE-W = DESCUENTOS-W - BRUTO-W
               PERFORM GRABO-LINEA THRU F-GRABO-LINEA
           ELSE
               COMPUTE LIQUIDO-W = BRUTO-W - DESCUENTOS-W
           END-IF.
           PERFORM VEO-EMBARGO THRU F-VEO-EMBARGO.
           IF EMBARGO-W > ZEROS
               SUBTRACT EMBARGO-W FROM LIQUIDO-W
               MOVE "H"       TO DH-W
               MOVE 011       TO BUCKET-BUSCA
               MOVE CLAVE-BUSCA-BUCKET TO CLAVE-BUSCA
               MOVE EMBARGO-W TO IMPORTE-W
               PERFORM GRABO-LINEA THRU F-GRABO-LINEA
           END-IF.
           IF LIQUIDO-W > ZEROS
               MOVE "H"       TO DH-W
               MOVE 010       TO BUCKET-BUSCA
               MOVE CLAVE-BUSCA-BUCKET TO CLAVE-BUSCA
               MOVE LIQUIDO-W TO IMPORTE-W
               PERFORM GRABO-LINEA THRU F-GRABO-LINEA
           END-IF.
           PERFORM CALCULO-PATRONAL THRU F-CALCULO-PATRONAL.
       F-PROCESO-LEGAJO.
           EXIT.

      ***** UN CONCEPTO DEL LEGAJO. LOS HABERES SE CLASIFICAN IGUAL
      ***** QUE VEO-SUELDO EN LIQAFIP (LOS CODIGOS 200 Y 900, Y LOS DE
      ***** APORTES/GREMIO POR DEBAJO DE 900, NO FORMAN EL BRUTO Y NO
      ***** SE CONTABILIZAN); REMUNERACION, HSEXTRAS Y SAC FORMAN
      ***** ADEMAS LA BASE PATRONAL.
       VEO-CONCEPTO.
           IF CODIGO-LIQ(I) = ZEROS OR IMPORTE-LIQ(I) = ZEROS
               GO TO F-VEO-CONCEPTO
           END-IF.
           IF CODIGO-LIQ(I) > 900
               PERFORM VEO-DESCUENTO THRU F-VEO-DESCUENTO
               GO TO F-VEO-CONCEPTO
           END-IF.
           IF CODIGO-LIQ(I) = 200 OR CODIGO-LIQ(I) = 900
               GO TO F-VEO-CONCEPTO
           END-IF.
           MOVE ZEROS TO BUCKET-BUSCA.
           SET IX-CONCEPTO TO 1.
           SEARCH TAB-CONCEPTO-ENT
               AT END
                   CONTINUE
               WHEN TAB-CODIGO-CON(IX-CONCEPTO) = CODIGO-LIQ(I)
                   IF TAB-ES-HSEXTRAS(IX-CONCEPTO)
                       MOVE 003 TO BUCKET-BUSCA
                   ELSE
                   IF TAB-ES-SAC(IX-CONCEPTO)
                       MOVE 004 TO BUCKET-BUSCA
                   ELSE
                   IF TAB-ES-APORTE-GREMIO(IX-CONCEPTO)
                       GO TO F-VEO-CONCEPTO
                   END-IF
                   END-IF
                   END-IF
           END-SEARCH.
           IF BUCKET-BUSCA = ZEROS
               IF CODIGO-LIQ(I) < 200
                   MOVE 001 TO BUCKET-BUSCA
               ELSE
                   MOVE 002 TO BUCKET-BUSCA
               END-IF
           END-IF.
           ADD IMPORTE-LIQ(I) TO BRUTO-W.
           IF BUCKET-BUSCA NOT = 001
               ADD IMPORTE-LIQ(I) TO BASE-PATRONAL-W
           END-IF.
           MOVE "D"            TO DH-W.
           MOVE "C"            TO TIPO-BUSCA.
           MOVE CODIGO-LIQ(I)  TO CODIGO-BUSCA.
           MOVE IMPORTE-LIQ(I) TO IMPORTE-W.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
       F-VEO-CONCEPTO.
           EXIT.

      ***** UN DESCUENTO (CODIGO > 900). SI EL CODIGO NO TIENE CUENTA
      ***** PROPIA Y ES DE APORTES/GREMIO, VA A LA CUENTA DE LA ENTIDAD
      ***** QUE COBRA ESE BUCKET (LA MISMA QUE RECIBE LA TRANSFERENCIA
      ***** DE LIQAFIP); SIN ENTIDAD CARGADA VA AL BUCKET 006. EL RESTO
      ***** VA A OTROS DESCUENTOS (BUCKET 005).
       VEO-DESCUENTO.
           ADD IMPORTE-LIQ(I) TO DESCUENTOS-W.
           MOVE "H"            TO DH-W.
           MOVE IMPORTE-LIQ(I) TO IMPORTE-W.
           MOVE "C"            TO TIPO-BUSCA.
           MOVE CODIGO-LIQ(I)  TO CODIGO-BUSCA.
           PERFORM BUSCO-CUENTA THRU F-BUSCO-CUENTA.
           IF HAY-CUENTA
               PERFORM GRABO-LINEA THRU F-GRABO-LINEA
               GO TO F-VEO-DESCUENTO
           END-IF.
           MOVE 005 TO BUCKET-BUSCA.
           SET IX-CONCEPTO TO 1.
           SEARCH TAB-CONCEPTO-ENT
               AT END
                   CONTINUE
               WHEN TAB-CODIGO-CON(IX-CONCEPTO) = CODIGO-LIQ(I)
                   IF TAB-ES-APORTE-GREMIO(IX-CONCEPTO)
                       MOVE 006 TO BUCKET-BUSCA
                       SET IX-ENTIDAD TO 1
                       SEARCH TAB-ENTIDAD-ENT
                           AT END
                               CONTINUE
                           WHEN TAB-BUCKET-ENT(IX-ENTIDAD) =
                                TAB-CLASIF-SUELDO-CON(IX-CONCEPTO)
                               MOVE "E" TO TIPO-BUSCA
                               MOVE TAB-CODIGO-ENT(IX-ENTIDAD)
                                   TO CODIGO-BUSCA
                       END-SEARCH
                   END-IF
           END-SEARCH.
           IF TIPO-BUSCA NOT = "E"
               MOVE CLAVE-BUSCA-BUCKET TO CLAVE-BUSCA
           END-IF.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
       F-VEO-DESCUENTO.
           EXIT.

      ***** EL EMBARGO QUE LIQAFIP LE APLICO AL LEGAJO EN ESTE MISMO
      ***** PERIODO (ULT-APLICADO-EMB), SIN VOLVER A CALCULARLO: ES LO
      ***** QUE SALIO EN DEPJUD. NUNCA MAS QUE EL LIQUIDO.
       VEO-EMBARGO.
           IF EMBARGOS-NO-ABIERTO OR LIQUIDO-W = ZEROS
               GO TO F-VEO-EMBARGO
           END-IF.
           MOVE LEGAJO-LIQ TO LEGAJO-EMB.
           READ EMBARGOS
               INVALID KEY
                   GO TO F-VEO-EMBARGO
           END-READ.
           IF ANIO-ULT-EMB = ANIO-RUN AND MES-ULT-EMB = MES-RUN
               MOVE IMPORTE-ULT-EMB TO EMBARGO-W
               IF EMBARGO-W > LIQUIDO-W
                   MOVE LIQUIDO-W TO EMBARGO-W
               END-IF
           END-IF.
       F-VEO-EMBARGO.
           EXIT.

      ***** CONTRIBUCIONES PATRONALES DEL LEGAJO, MISMO CALCULO QUE
      ***** LIQAFIP: EL TOTAL AL DEBE (GASTO) Y CADA UNA A SU CUENTA A
      ***** PAGAR. EL DEBE ES LA SUMA DE LOS CUATRO IMPORTES YA
      ***** REDONDEADOS, ASI LAS DOS PUNTAS DAN IGUAL.
       CALCULO-PATRONAL.
           IF BASE-PATRONAL-W = ZEROS OR PERIODO-VIG = ZEROS
               GO TO F-CALCULO-PATRONAL
           END-IF.
           COMPUTE PATCSS-W    ROUNDED = BASE-PATRONAL-W
                   * PCT-CSS-VIG / 100.
           COMPUTE PATCPS-W    ROUNDED = BASE-PATRONAL-W
                   * PCT-CPS-VIG / 100.
           COMPUTE PATISPRO-W  ROUNDED = BASE-PATRONAL-W
                   * PCT-ISPRO-VIG / 100.
           COMPUTE PATRIESGO-W ROUNDED = BASE-PATRONAL-W
                   * PCT-RIESGO-VIG / 100.
           COMPUTE PATTOTAL-W = PATCSS-W + PATCPS-W + PATISPRO-W
                   + PATRIESGO-W.
           IF PATTOTAL-W = ZEROS
               GO TO F-CALCULO-PATRONAL
           END-IF.
           MOVE "D"        TO DH-W.
           MOVE 020        TO BUCKET-BUSCA.
           MOVE CLAVE-BUSCA-BUCKET TO CLAVE-BUSCA.
           MOVE PATTOTAL-W TO IMPORTE-W.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
           MOVE "H"        TO DH-W.
           MOVE 021        TO BUCKET-BUSCA.
           MOVE PATCSS-W   TO IMPORTE-W.
           PERFORM GRABO-LINEA-PATRONAL THRU F-GRABO-LINEA-PATRONAL.
           MOVE 022        TO BUCKET-BUSCA.
           MOVE PATCPS-W   TO IMPORTE-W.
           PERFORM GRABO-LINEA-PATRONAL THRU F-GRABO-LINEA-PATRONAL.
           MOVE 023        TO BUCKET-BUSCA.
           MOVE PATISPRO-W TO IMPORTE-W.
           PERFORM GRABO-LINEA-PATRONAL THRU F-GRABO-LINEA-PATRONAL.
           MOVE 024        TO BUCKET-BUSCA.
           MOVE PATRIESGO-W TO IMPORTE-W.
           PERFORM GRABO-LINEA-PATRONAL THRU F-GRABO-LINEA-PATRONAL.
       F-CALCULO-PATRONAL.
           EXIT.

       GRABO-LINEA-PATRONAL.
           IF IMPORTE-W = ZEROS
               GO TO F-GRABO-LINEA-PATRONAL
           END-IF.
           MOVE CLAVE-BUSCA-BUCKET TO CLAVE-BUSCA.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
       F-GRABO-LINEA-PATRONAL.
           EXIT.

      ***** SUMA IMPORTE-W A LA LINEA DEL ASIENTO DEL ORGANISMO EN
      ***** PROCESO (IX-ASIENTO) CON DH-W, LA CUENTA DE CLAVE-BUSCA Y
      ***** EL CENTRO DE COSTO DEL LEGAJO. UN CODIGO O UNA ENTIDAD SIN
      ***** CUENTA PROPIA SE RESUELVE POR EL BUCKET QUE YA DEJO EL
      ***** LLAMADOR EN BUCKET-BUSCA. SI TAMPOCO HAY CUENTA, LA LINEA
      ***** SE GRABA CON LA CLAVE ORIGINAL MARCADA EN LUGAR DE LA
      ***** CUENTA, PARA QUE CADA FALTANTE QUEDE EN EL LISTADO Y TRABE
      ***** EL ASIENTO.
       GRABO-LINEA.
           MOVE CLAVE-BUSCA TO CLAVE-ORIG-W.
           PERFORM BUSCO-CUENTA THRU F-BUSCO-CUENTA.
           IF NO-HAY-CUENTA AND TIPO-BUSCA NOT = "B"
               MOVE CLAVE-BUSCA-BUCKET TO CLAVE-BUSCA
               PERFORM BUSCO-CUENTA THRU F-BUSCO-CUENTA
               IF NO-HAY-CUENTA
                   MOVE CLAVE-ORIG-W TO CLAVE-SIN-CUENTA-W
                   MOVE CLAVE-BUSCA  TO CLAVE-SIN-BUCKET-W
                   MOVE SIN-BUCKET-W TO ALT-SIN-CUENTA-W
                   MOVE SIN-CUENTA-W TO DESCRIP-W
               END-IF
           END-IF.
           MOVE CUIT-W    TO CUIT-ATW.
           MOVE DH-W      TO DH-ATW.
           MOVE CUENTA-W  TO CUENTA-ATW.
           IF NO-HAY-CUENTA
               MOVE "*"          TO MARCA-SC-ATW
               MOVE CLAVE-ORIG-W TO CLAVE-SC-ATW
           END-IF.
           MOVE CCOSTO-W  TO CCOSTO-ATW.
           READ ASITRAB
               INVALID KEY
                   MOVE DESCRIP-W TO DESCRIP-ATW
                   MOVE IMPORTE-W TO IMPORTE-ATW
                   WRITE REG-ASITRAB
                   ADD 1 TO CANT-LIN-TAB-ASI(IX-ASIENTO)
                   IF NO-HAY-CUENTA
                       ADD 1 TO SIN-CTA-TAB-ASI(IX-ASIENTO)
                   END-IF
               NOT INVALID KEY
                   ADD IMPORTE-W TO IMPORTE-ATW
                   REWRITE REG-ASITRAB
           END-READ.
           IF DH-W = "D"
               ADD IMPORTE-W TO DEBE-TAB-ASI(IX-ASIENTO)
           ELSE
               ADD IMPORTE-W TO HABER-TAB-ASI(IX-ASIENTO)
           END-IF.
       F-GRABO-LINEA.
           EXIT.

      ***** CUENTA Y DESCRIPCION DE CLAVE-BUSCA EN EL PLAN. SIN FILA,
      ***** CUENTA-W QUEDA EN ESPACIOS Y LA DESCRIPCION DICE QUE CLAVE
      ***** FALTA.
       BUSCO-CUENTA.
           SET NO-HAY-CUENTA TO TRUE.
           MOVE SPACES      TO CUENTA-W.
           MOVE CLAVE-BUSCA TO CLAVE-SIN-CUENTA-W.
           MOVE SPACES      TO ALT-SIN-CUENTA-W.
           MOVE SIN-CUENTA-W TO DESCRIP-W.
           SET IX-PLANCTA TO 1.
           SEARCH TAB-PLANCTA-ENT
               AT END
                   CONTINUE
               WHEN TAB-CLAVE-PCT(IX-PLANCTA) = CLAVE-BUSCA
                   SET HAY-CUENTA TO TRUE
                   MOVE TAB-CUENTA-PCT(IX-PLANCTA)  TO CUENTA-W
                   MOVE TAB-DESCRIP-PCT(IX-PLANCTA) TO DESCRIP-W
           END-SEARCH.
       F-BUSCO-CUENTA.
           EXIT.

      ***** ORGANISMO DEL LEGAJO: ANEXO/ITEM EXACTO Y, SI NO ESTA, LA
      ***** ENTRADA POR DEFECTO DEL ANEXO (ITEM 00), COMO
      ***** BUSCO-ORGANISMO EN LIQAFIP.
       BUSCO-ORGANISMO.
           MOVE ANEXO-LIQ TO ANEXO-TAB.
           MOVE ITEM-LIQ  TO ITEM-TAB.
           SET IX-ANEXO TO 1.
           SEARCH TAB-ANEXO-ENT
               AT END
                   MOVE ANEXO-LIQ TO ANEXO-TAB
                   MOVE 00        TO ITEM-TAB
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

      ***** DEJA IX-ASIENTO EN EL RENGLON DEL ORGANISMO CUIT-W,
      ***** DANDOLO DE ALTA EN CERO SI ES EL PRIMER LEGAJO QUE APARECE.
       REGISTRO-ASIENTO.
           SET IX-ASIENTO TO 1.
           SEARCH TAB-ASIENTO-ENT
               AT END
                   DISPLAY "LIQCONT: MAS DE 60 ORGANISMOS, AMPLIAR "
                           "TABLA-ASIENTO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN IX-ASIENTO > CANT-TAB-ASIENTO
                   ADD 1 TO CANT-TAB-ASIENTO
                   SET IX-ASIENTO TO CANT-TAB-ASIENTO
                   INITIALIZE TAB-ASIENTO-ENT(IX-ASIENTO)
                   MOVE CUIT-W   TO CUIT-TAB-ASI(IX-ASIENTO)
                   MOVE NOMBRE-W TO NOMBRE-TAB-ASI(IX-ASIENTO)
               WHEN CUIT-TAB-ASI(IX-ASIENTO) = CUIT-W
                   CONTINUE
           END-SEARCH.
       F-REGISTRO-ASIENTO.
           EXIT.

       GRABO-LISTA-LEGAJO.
           MOVE SPACES TO REG-LISTA.
           MOVE ";" TO C1-LCT C2-LCT C3-LCT C4-LCT C5-LCT C6-LCT
                       C7-LCT.
           MOVE "LEGA"       TO TIPO-LCT.
           MOVE CUIT-W       TO CUIT-LCT.
           MOVE APELLIDO-LIQ TO NOMBRE-LCT.
           MOVE LEGAJO-LIQ   TO CANTIDAD-LCT.
           MOVE BRUTO-W      TO DEBE-LCT.
           MOVE DESCUENTOS-W TO HABER-LCT.
           COMPUTE DIFERENCIA-LCT = DESCUENTOS-W - BRUTO-W.
           MOVE "DESCUENTOS MAYORES AL BRUTO" TO OBSERV-LCT.
           WRITE REG-LISTA.
       F-GRABO-LISTA-LEGAJO.
           EXIT.

      ***** SEGUNDA PARTE: DECIDE QUE ASIENTOS SE GRABAN Y RECORRE
      ***** ASITRAB EN ORDEN (ORGANISMO, DEBE/HABER, CUENTA, CENTRO DE
      ***** COSTO) ARMANDO CABECERA, LINEAS Y TOTALES DE CADA UNO.
       GENERO-ASIENTOS.
           PERFORM VEO-BALANCE THRU F-VEO-BALANCE
                   VARYING IX-ASIENTO FROM 1 BY 1
                   UNTIL IX-ASIENTO > CANT-TAB-ASIENTO.
           CLOSE ASITRAB.
           OPEN INPUT ASITRAB.
           OPEN OUTPUT ASIENTO.
       GENERO-LEE.
           READ ASITRAB NEXT AT END
               GO TO GENERO-FIN.
           IF ES-PRIMERO OR CUIT-ATW NOT = CUIT-ANT
               PERFORM CORTE-ORGANISMO THRU F-CORTE-ORGANISMO
           END-IF.
           IF LINEA-SIN-CUENTA
               PERFORM GRABO-LISTA-SIN-CUENTA
                       THRU F-GRABO-LISTA-SIN-CUENTA
           END-IF.
           IF GRABA-ASIENTO
               MOVE SPACES      TO REG-ASIENTO
               MOVE "L"         TO TIPO-ASI
               MOVE CUIT-ATW    TO CUIT-ASI
               MOVE CUENTA-ATW  TO CUENTA-ASI
               MOVE CCOSTO-ATW  TO CCOSTO-ASI
               MOVE DH-ATW      TO DH-ASI
               MOVE IMPORTE-ATW TO IMPORTE-ASI
               MOVE DESCRIP-ATW TO DESCRIP-ASI
               WRITE REG-ASIENTO
           END-IF.
           GO TO GENERO-LEE.
       GENERO-FIN.
           IF NOT ES-PRIMERO AND GRABA-ASIENTO
               PERFORM GRABO-TOTALES THRU F-GRABO-TOTALES
           END-IF.
           GO TO FINALIZA.

      ***** UN ASIENTO SE GRABA SOLO SI DEBE = HABER Y TODAS SUS
      ***** LINEAS TIENEN CUENTA.
       VEO-BALANCE.
           IF DEBE-TAB-ASI(IX-ASIENTO) = HABER-TAB-ASI(IX-ASIENTO)
             AND SIN-CTA-TAB-ASI(IX-ASIENTO) = ZEROS
               SET ASIENTO-BALANCEADO(IX-ASIENTO) TO TRUE
               ADD 1 TO CANT-GRABADOS-CONT
           ELSE
               SET ASIENTO-RECHAZADO(IX-ASIENTO) TO TRUE
               ADD 1 TO CANT-RECHAZADOS-CONT
           END-IF.
       F-VEO-BALANCE.
           EXIT.

      ***** CAMBIO DE ORGANISMO: CIERRA EL ASIENTO ANTERIOR CON SUS
      ***** TOTALES Y, SI EL NUEVO SE GRABA, ESCRIBE SU CABECERA.
       CORTE-ORGANISMO.
           IF NOT ES-PRIMERO AND GRABA-ASIENTO
               PERFORM GRABO-TOTALES THRU F-GRABO-TOTALES
           END-IF.
           MOVE "N" TO SW-PRIMERO.
           MOVE CUIT-ATW TO CUIT-ANT CUIT-W.
           PERFORM REGISTRO-ASIENTO THRU F-REGISTRO-ASIENTO.
           IF ASIENTO-BALANCEADO(IX-ASIENTO)
               SET GRABA-ASIENTO TO TRUE
           ELSE
               SET NO-GRABA-ASIENTO TO TRUE
               GO TO F-CORTE-ORGANISMO
           END-IF.
           MOVE SPACES     TO REG-ASIENTO.
           MOVE "C"        TO TIPO-ASI.
           MOVE CUIT-ATW   TO CUIT-ASI.
           MOVE ANIO-RUN   TO ANIO-LEY-W.
           MOVE MES-RUN    TO MES-LEY-W.
           COMPUTE PERIODO-ASI = ANIO-RUN * 100 + MES-RUN.
           MOVE NRO-RECTIF-RUN TO RECTIF-ASI.
           MOVE LEYENDA-W  TO LEYENDA-ASI.
           WRITE REG-ASIENTO.
       F-CORTE-ORGANISMO.
           EXIT.

       GRABO-TOTALES.
           MOVE SPACES TO REG-ASIENTO.
           MOVE "T"    TO TIPO-ASI.
           MOVE CUIT-TAB-ASI(IX-ASIENTO)     TO CUIT-ASI.
           MOVE CANT-LIN-TAB-ASI(IX-ASIENTO) TO CANT-LIN-ASI.
           MOVE DEBE-TAB-ASI(IX-ASIENTO)     TO DEBE-ASI.
           MOVE HABER-TAB-ASI(IX-ASIENTO)    TO HABER-ASI.
           WRITE REG-ASIENTO.
       F-GRABO-TOTALES.
           EXIT.

       GRABO-LISTA-SIN-CUENTA.
           MOVE SPACES TO REG-LISTA.
           MOVE ";" TO C1-LCT C2-LCT C3-LCT C4-LCT C5-LCT C6-LCT
                       C7-LCT.
           MOVE "SCTA"      TO TIPO-LCT.
           MOVE CUIT-ATW    TO CUIT-LCT.
           MOVE DESCRIP-ATW TO NOMBRE-LCT.
           MOVE CCOSTO-ATW  TO CANTIDAD-LCT.
           MOVE ZEROS       TO DEBE-LCT HABER-LCT DIFERENCIA-LCT.
           IF DH-ATW = "D"
               MOVE IMPORTE-ATW TO DEBE-LCT
           ELSE
               MOVE IMPORTE-ATW TO HABER-LCT
           END-IF.
           MOVE "LINEA SIN CUENTA EN PLANCTA" TO OBSERV-LCT.
           WRITE REG-LISTA.
       F-GRABO-LISTA-SIN-CUENTA.
           EXIT.

       GRABO-LISTA-ORGANISMO.
           MOVE SPACES TO REG-LISTA.
           MOVE ";" TO C1-LCT C2-LCT C3-LCT C4-LCT C5-LCT C6-LCT
                       C7-LCT.
           MOVE "ORGA"                       TO TIPO-LCT.
           MOVE CUIT-TAB-ASI(IX-ASIENTO)     TO CUIT-LCT.
           MOVE NOMBRE-TAB-ASI(IX-ASIENTO)   TO NOMBRE-LCT.
           MOVE CANT-LEG-TAB-ASI(IX-ASIENTO) TO CANTIDAD-LCT.
           MOVE DEBE-TAB-ASI(IX-ASIENTO)     TO DEBE-LCT.
           MOVE HABER-TAB-ASI(IX-ASIENTO)    TO HABER-LCT.
           IF DEBE-LCT > HABER-LCT
               COMPUTE DIFERENCIA-LCT = DEBE-LCT - HABER-LCT
           ELSE
               COMPUTE DIFERENCIA-LCT = HABER-LCT - DEBE-LCT
           END-IF.
           IF ASIENTO-BALANCEADO(IX-ASIENTO)
               MOVE "ASIENTO GRABADO" TO OBSERV-LCT
           ELSE
           IF DIFERENCIA-LCT > ZEROS
               MOVE "NO BALANCEA, NO SE GRABA" TO OBSERV-LCT
           ELSE
               MOVE "LINEAS SIN CUENTA, NO SE GRABA" TO OBSERV-LCT
           END-IF
           END-IF.
           WRITE REG-LISTA.
           ADD DEBE-TAB-ASI(IX-ASIENTO)  TO DEBE-TOT-CONT.
           ADD HABER-TAB-ASI(IX-ASIENTO) TO HABER-TOT-CONT.
       F-GRABO-LISTA-ORGANISMO.
           EXIT.

      ***** CARGA EL PLAN DE CUENTAS EN MEMORIA. SIN ARCHIVO LA TABLA
      ***** QUEDA VACIA Y CATE CORTA LA CORRIDA.
       CARGA-PLANCTA.
           OPEN INPUT PLANCTA.
           MOVE ZEROS TO CANT-TAB-PLANCTA.
           IF ESTADO-PLANCTA NOT = "00"
               GO TO CARGA-PLANCTA-FIN
           END-IF.
       CARGA-PLANCTA-LEE.
           READ PLANCTA NEXT AT END
               GO TO CARGA-PLANCTA-CIERRO.
           ADD 1 TO CANT-TAB-PLANCTA.
           MOVE CLAVE-PCT   TO TAB-CLAVE-PCT(CANT-TAB-PLANCTA).
           MOVE CUENTA-PCT  TO TAB-CUENTA-PCT(CANT-TAB-PLANCTA).
           MOVE DESCRIP-PCT TO TAB-DESCRIP-PCT(CANT-TAB-PLANCTA).
           GO TO CARGA-PLANCTA-LEE.
       CARGA-PLANCTA-CIERRO.
           CLOSE PLANCTA.
       CARGA-PLANCTA-FIN.
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
               GO TO CARGA-CONCEPTOS-CIERRO.
           ADD 1 TO CANT-TAB-CONCEPTO.
           MOVE CODIGO-CON        TO TAB-CODIGO-CON(CANT-TAB-CONCEPTO).
           MOVE CLASIF-SUELDO-CON
               TO TAB-CLASIF-SUELDO-CON(CANT-TAB-CONCEPTO).
           GO TO CARGA-CONCEPTOS-LEE.
       CARGA-CONCEPTOS-CIERRO.
           CLOSE CONCEPTOS.
       CARGA-CONCEPTOS-FIN.
           EXIT.

      ***** IGUAL QUE CARGA-ENTIDADES EN LIQAFIP (SOLO CODIGO Y
      ***** BUCKET, QUE ES LO QUE EL ASIENTO NECESITA).
       CARGA-ENTIDADES.
           OPEN INPUT ENTIDADES.
           MOVE ZEROS TO CANT-TAB-ENTIDAD.
       CARGA-ENTIDADES-LEE.
           READ ENTIDADES NEXT AT END
               GO TO CARGA-ENTIDADES-CIERRO.
           ADD 1 TO CANT-TAB-ENTIDAD.
           MOVE CODIGO-ENT TO TAB-CODIGO-ENT(CANT-TAB-ENTIDAD).
           MOVE BUCKET-ENT TO TAB-BUCKET-ENT(CANT-TAB-ENTIDAD).
           GO TO CARGA-ENTIDADES-LEE.
       CARGA-ENTIDADES-CIERRO.
           CLOSE ENTIDADES.
       CARGA-ENTIDADES-FIN.
           EXIT.

      ***** IGUAL QUE CARGA-PATRONAL EN LIQAFIP.
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
           IF PERIODO-VIG = ZEROS
               DISPLAY "LIQCONT: SIN ALICUOTAS PATRONALES VIGENTES "
                       "PARA " ANIO-RUN "/" MES-RUN
                       ", EL ASIENTO SALE SIN CONTRIBUCIONES"
           END-IF.
       CARGA-PATRONAL-FIN.
           EXIT.

       FINALIZA.
           PERFORM GRABO-LISTA-ORGANISMO THRU F-GRABO-LISTA-ORGANISMO
                   VARYING IX-ASIENTO FROM 1 BY 1
                   UNTIL IX-ASIENTO > CANT-TAB-ASIENTO.
           MOVE SPACES TO REG-LISTA.
           MOVE ";" TO C1-LCT C2-LCT C3-LCT C4-LCT C5-LCT C6-LCT
                       C7-LCT.
           MOVE "GRAL"               TO TIPO-LCT.
           MOVE ZEROS                TO CUIT-LCT.
           MOVE "TOTAL GENERAL"      TO NOMBRE-LCT.
           MOVE CANT-PROCESADOS-CONT TO CANTIDAD-LCT.
           MOVE DEBE-TOT-CONT        TO DEBE-LCT.
           MOVE HABER-TOT-CONT       TO HABER-LCT.
           IF DEBE-LCT > HABER-LCT
               COMPUTE DIFERENCIA-LCT = DEBE-LCT - HABER-LCT
           ELSE
               COMPUTE DIFERENCIA-LCT = HABER-LCT - DEBE-LCT
           END-IF.
           WRITE REG-LISTA.
           CLOSE LIQMES MAESTRO ASITRAB ASIENTO LISTA-CONT.
           IF EMBARGOS-ABIERTO
               CLOSE EMBARGOS
           END-IF.
           DISPLAY "LIQCONT: " CANT-LEIDOS-CONT " LEGAJOS LEIDOS, "
                   CANT-PROCESADOS-CONT " CONTABILIZADOS, "
                   CANT-SIN-MAESTRO-CONT " SIN MAESTRO, "
                   CANT-ESTADO1-CONT " EXCLUIDOS.".
           DISPLAY "LIQCONT: " CANT-GRABADOS-CONT " ASIENTOS GRABADOS, "
                   CANT-RECHAZADOS-CONT " RECHAZADOS.".
           IF CANT-RECHAZADOS-CONT > ZEROS
               DISPLAY "LIQCONT: HAY ASIENTOS QUE NO BALANCEAN O "
                       "TIENEN LINEAS SIN CUENTA, VER " NOMBRE-LISTA-PED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ***** LEE EL PERIODO DE CORRIDA DE LOS PARAMETROS DE LINEA DE
      ***** COMANDO (LIQCONT <ANIO> <MES> <RAIZ-PATH> <NRO-RECTIF>,
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
               MOVE ARG-RUN(1:1) TO NRO-RECTIF-RUN
               IF NRO-RECTIF-RUN > ZEROS
                   SET ES-RECTIFICATIVA TO TRUE
               END-IF
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.

      ***** ARMA LAS BASES DE PATH DEL PERIODO. EN UNA RECTIFICATIVA
      ***** LIQMES APUNTA AL COMPLEMENTARIO Y LOS LISTADOS CAMBIAN SU
      ***** SUFIJO A -R<N>.TXT, IGUAL QUE EN LIQAFIP.
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQMES-PED
                                     BASE-MAESTRO-PED
                                     BASE-ASITRAB-PED
                                     BASE-ASIENTO-PED
                                     BASE-LISTA-PED.
           IF ES-RECTIFICATIVA
               MOVE NRO-RECTIF-RUN TO NRO-RECTIF-COMP
                                      NRO-RECTIF-TXT
               MOVE NOMBRE-LIQMES-COMP TO ARCH-LIQMES-PED
               MOVE SUFIJO-RECTIF-TXT TO SUFIJO-ASIENTO
                                         SUFIJO-LISTA
           END-IF.
       F-ARMO-NOMBRES.
           EXIT.
