
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQLIC.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** PROCESO DE LAS NOVEDADES DE LICENCIAS E INASISTENCIAS DEL
      ***** PERIODO (NOVLICEN.IDX, LAS CARGA LICMANT). POR CADA LEGAJO
      ***** CUENTA LOS DIAS DE LICENCIA QUE CAEN EN EL MES DE CORRIDA,
      ***** SEPARANDO CON GOCE Y SIN GOCE DE HABERES, Y:
      *****   - VALORIZA LOS DIAS SIN GOCE SOBRE LOS CONCEPTOS
      *****     REMUNERATIVOS DEL LEGAJO EN EL LIQMESII.IDX DEL PERIODO
      *****     (BUCKET REMUNERACION DE VEO-SUELDO, MES COMERCIAL DE 30
      *****     DIAS) Y ESCRIBE EL DESCUENTO 901 "DESCUENTO DIAS NO
      *****     TRABAJADOS" EN UN LIQMESC<N>.IDX COMPLEMENTARIO, IGUAL
      *****     QUE LIQSAC, PARA QUE LIQAFIP LO PROCESE COMO
      *****     RECTIFICATIVA;
      *****   - DEJA LOS DIAS DEL MES POR LEGAJO EN LICACUM.IDX (VER
      *****     LICACUM.CPY), DE DONDE LIQANT TOMA LOS DIAS SIN GOCE A
      *****     DESCONTAR DE LA ANTIGUEDAD.
      ***** HASTA AHORA EL 901 SE CARGABA A MANO Y EL AJUSTE DE
      ***** ANT-LICENCIA-MAE QUEDABA LIBRADO A LA MEMORIA DE ALGUIEN.
      ***** DEJA UN LISTADO DE CONTROL CON UNA LINEA POR NOVEDAD Y UNA
      ***** DE TOTAL POR LEGAJO. SE PUEDE VOLVER A CORRER EN EL MISMO
      ***** PERIODO: EL COMPLEMENTARIO SE REGENERA Y LAS FILAS DEL MES
      ***** EN LICACUM SE REEMPLAZAN.
      ***** PARAMETROS: LIQLIC <ANIO> <MES> <RAIZ> <NRO-RECTIF>, EL
      ***** NUMERO DE RECTIFICATIVA POR DEFECTO ES 3 (EL 1 ES EL DE
      ***** LIQSAC Y EL 2 EL DE LIQGAN).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONCEPTOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CONCEPTOS.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CODIGO-CON.

      ***** NOVEDADES DEL PERIODO. SI NO HAY ARCHIVO NO HUBO
      ***** NOVEDADES Y NO HAY NADA QUE HACER.
           SELECT NOVLICEN
           ASSIGN TO RANDOM NOMBRE-NOVLICEN-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-NLI
           FILE STATUS ESTADO-NOVLICEN.

           SELECT LIQMES
           ASSIGN TO RANDOM NOMBRE-LIQMES-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LIQ
           FILE STATUS ESTADO-LIQMES.

      ***** DIAS DE LICENCIA POR LEGAJO Y PERIODO, PERMANENTE (LA
      ***** LEE LIQANT). SE CREA VACIA LA PRIMERA VEZ.
           SELECT LICACUM
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\LICACUM.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-LAC
           FILE STATUS ESTADO-LICACUM.

      ***** EL ARCHIVO COMPLEMENTARIO DE SALIDA, CON EL LAYOUT DE
      ***** LIQMESANT.CPY (NOMBRES -LQA) PORQUE LIQMES YA USA
      ***** LIQMES.CPY EN ESTE PROGRAMA. LA CLAVE ALTERNATIVA VA
      ***** DECLARADA IGUAL QUE EN LIQSAC.
           SELECT LIQMESC
           ASSIGN TO RANDOM NOMBRE-LIQMESC-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LQA
           ALTERNATE RECORD KEY APELLIDO-LQA WITH DUPLICATES.

           SELECT LISTA-LIC
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCEPTOS
           LABEL RECORDS ARE STANDARD.
           COPY CONCEPTO.

       FD  NOVLICEN
           LABEL RECORDS ARE STANDARD.
           COPY NOVLICEN.

       FD  LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

       FD  LICACUM
           LABEL RECORDS ARE STANDARD.
           COPY LICACUM.

       FD  LIQMESC
           LABEL RECORDS ARE STANDARD.
           COPY LIQMESANT.

      ***** LISTADO DE CONTROL: TIPO-LLI "NOV" ES UNA NOVEDAD (CON
      ***** SUS FECHAS Y LOS DIAS QUE CAEN EN EL MES), "LEG" ES EL
      ***** TOTAL DEL LEGAJO (DIAS SIN GOCE, BASE REMUNERATIVA Y
      ***** DESCUENTO 901 GENERADO).
       FD  LISTA-LIC
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA.
           05  TIPO-LLI             PIC X(03).
           05  C1-LLI               PIC X.
           05  LEGAJO-LLI           PIC 9(07).
           05  C2-LLI               PIC X.
           05  APELLIDO-LLI         PIC X(30).
           05  C3-LLI               PIC X.
           05  TIPO-LIC-LLI         PIC 9(02).
           05  C4-LLI               PIC X.
           05  DESDE-LLI            PIC 9(08).
           05  C5-LLI               PIC X.
           05  HASTA-LLI            PIC 9(08).
           05  C6-LLI               PIC X.
           05  GOCE-LLI             PIC X(01).
           05  C7-LLI               PIC X.
           05  DIAS-LLI             PIC 9(03).
           05  C8-LLI               PIC X.
           05  BASE-LLI             PIC 9(09)V99.
           05  C9-LLI               PIC X.
           05  DESCUENTO-LLI        PIC 9(09)V99.
           05  C10-LLI              PIC X.
           05  OBSERVACION-LLI      PIC X(40).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ESTADO-NOVLICEN          PIC X(02) VALUE SPACES.
       77  ESTADO-LIQMES            PIC X(02) VALUE SPACES.
       77  ESTADO-LICACUM           PIC X(02) VALUE SPACES.

      ***** PERIODO DE LA CORRIDA Y NOMBRES DE ARCHIVO PARAMETRIZADOS,
      ***** MISMO ESQUEMA QUE LIQAFIP (LEO-PARAMETROS/ARMO-NOMBRES).
       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.

       77  CANT-ARG-RUN          PIC  9(02) VALUE ZEROS.
       01  ARG-RUN               PIC  X(20).

       77  NRO-RECTIF-RUN        PIC  9(01) VALUE 3.

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-NOVLICEN-PED.
           03  BASE-NOVLICEN-PED PIC  X(28).
           03  FILLER            PIC  X(12) VALUE "NOVLICEN.IDX".

       01  NOMBRE-LIQMES-PED.
           03  BASE-LIQMES-PED   PIC  X(28).
           03  FILLER            PIC  X(12) VALUE "LIQMESII.IDX".

       01  NOMBRE-LIQMESC-PED.
           03  BASE-LIQMESC-PED  PIC  X(28).
           03  FILLER            PIC  X(07) VALUE "LIQMESC".
           03  NRO-RECTIF-NOM    PIC  9(01).
           03  FILLER            PIC  X(04) VALUE ".IDX".

       01  NOMBRE-LISTA-PED.
           03  BASE-LISTA-PED    PIC  X(28).
           03  FILLER            PIC  X(20)
                 VALUE "LIQ-10-LICENCIAS.TXT".

      ***** ULTIMOS DOS DIGITOS DEL ANIO DE CORRIDA, PARA FECHA-LQA
      ***** DEL REGISTRO COMPLEMENTARIO.
       77  ANIO-RUN-2            PIC  9(02) VALUE ZEROS.

      ***** EL CONCEPTO DEL DESCUENTO (VER CONCDESC.CPY).
       77  CODIGO-DESC-LIC       PIC  9(03) VALUE 901.

      ***** DIAS DE CADA MES (FEBRERO SE CORRIGE EN LOS BISIESTOS) Y
      ***** PRIMER/ULTIMO DIA DEL MES DE CORRIDA COMO AAAAMMDD, PARA
      ***** RECORTAR CADA LICENCIA AL MES.
       01  DIAS-MESES-INI           PIC X(24) VALUE
           "312831303130313130313031".
       01  TABLA-DIAS-MESES REDEFINES DIAS-MESES-INI.
           03  DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).

       77  DIAS-MES-RUN          PIC  9(02) VALUE ZEROS.
       77  R4-RUN                PIC  9(02) VALUE ZEROS.
       77  R100-RUN              PIC  9(02) VALUE ZEROS.
       77  R400-RUN              PIC  9(02) VALUE ZEROS.
       77  TEMP-RUN              PIC  9(04) VALUE ZEROS.
       77  FECHA-INI-MES         PIC  9(08) VALUE ZEROS.
       77  FECHA-FIN-MES         PIC  9(08) VALUE ZEROS.

      ***** TRAMO DE LA LICENCIA QUE CAE DENTRO DEL MES.
       01  DESDE-MES-W              PIC 9(08).
       01  DESDE-MES-W-R REDEFINES DESDE-MES-W.
           03  FILLER               PIC 9(06).
           03  DIA-DESDE-MES-W      PIC 9(02).
       01  HASTA-MES-W              PIC 9(08).
       01  HASTA-MES-W-R REDEFINES HASTA-MES-W.
           03  FILLER               PIC 9(06).
           03  DIA-HASTA-MES-W      PIC 9(02).
       77  DIAS-NOVEDAD-W        PIC  9(03) VALUE ZEROS.

      ***** ACUMULADOS DEL LEGAJO EN PROCESO (CORTE POR LEGAJO SOBRE
      ***** LA CLAVE DE NOVLICEN).
       01  LEGAJO-ACT               PIC 9(07) VALUE ZEROS.
       01  DIAS-SIN-GOCE-LEG        PIC 9(03) VALUE ZEROS.
       01  DIAS-CON-GOCE-LEG        PIC 9(03) VALUE ZEROS.
       01  DESCUENTO-LEG            PIC 9(09)V99 VALUE ZEROS.

      ***** TABLA EN MEMORIA CODIGO-LIQ -> BUCKET DE ACUMULACION,
      ***** CARGADA UNA VEZ DESDE CONCEPTOS.IDX, LA MISMA
      ***** CLASIFICACION QUE USA VEO-SUELDO EN LIQAFIP.
       01  TABLA-CONCEPTO.
           03  CANT-TAB-CONCEPTO    PIC 9(04) VALUE ZEROS.
           03  TAB-CONCEPTO-ENT OCCURS 150 TIMES
                                 INDEXED BY IX-CONCEPTO.
               05  TAB-CODIGO-CON       PIC 9(03).
               05  TAB-CLASIF-SUELDO-CON PIC 9(01).
                   88  TAB-ES-HSEXTRAS          VALUE 1.
                   88  TAB-ES-SAC                VALUE 2.
               05  TAB-CLASIF-REMU-CON  PIC 9(01).

      ***** BASE DEL DESCUENTO: LOS CONCEPTOS REMUNERATIVOS DEL MES
      ***** (BUCKET REMUNERACION). LAS HORAS EXTRAS Y EL SAC NO
      ***** ENTRAN: SE PAGAN POR LO EFECTIVAMENTE TRABAJADO O
      ***** DEVENGADO, NO POR DIA DE MES.
       01  BUCKETS-MES.
           03  REMUNERACION-W      PIC 9(09)V99 VALUE ZEROS.

       01  CONTADORES-LIC.
           03  CANT-NOVEDADES-LIC   PIC 9(06) VALUE ZEROS.
           03  CANT-FUERA-LIC       PIC 9(06) VALUE ZEROS.
           03  CANT-LEGAJOS-LIC     PIC 9(06) VALUE ZEROS.
           03  CANT-SIN-LIQ-LIC     PIC 9(06) VALUE ZEROS.
           03  CANT-GRABADOS-LIC    PIC 9(06) VALUE ZEROS.
           03  CANT-BORRADOS-LIC    PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           PERFORM ARMO-MES THRU F-ARMO-MES.
           OPEN INPUT NOVLICEN.
           IF ESTADO-NOVLICEN NOT = "00"
               DISPLAY "LIQLIC: SIN NOVEDADES DE LICENCIA EN "
                       NOMBRE-NOVLICEN-PED
               DISPLAY "LIQLIC: NADA PARA PROCESAR EN EL PERIODO "
                       MES-RUN "/" ANIO-RUN "."
               STOP RUN
           END-IF.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               DISPLAY "LIQLIC: NO SE PUEDE ABRIR " NOMBRE-LIQMES-PED
               DISPLAY "LIQLIC: SIN LIQUIDACION DEL PERIODO NO SE "
                       "PUEDEN VALORIZAR LOS DIAS."
               CLOSE NOVLICEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-CONCEPTOS THRU CARGA-CONCEPTOS-FIN.
           OPEN I-O LICACUM.
           IF ESTADO-LICACUM NOT = "00"
               OPEN OUTPUT LICACUM
               CLOSE LICACUM
               OPEN I-O LICACUM
           END-IF.
           PERFORM LIMPIO-LICACUM THRU F-LIMPIO-LICACUM.
           OPEN OUTPUT LIQMESC LISTA-LIC.
           MOVE ZEROS TO LEGAJO-ACT.

      ***** RECORRE LAS NOVEDADES EN ORDEN DE CLAVE (LEGAJO + FECHA
      ***** DESDE) CON CORTE POR LEGAJO.
       LEO-NOVEDAD.
           READ NOVLICEN NEXT AT END
               GO TO FIN-NOVEDADES.
           ADD 1 TO CANT-NOVEDADES-LIC.
           IF LEGAJO-NLI NOT = LEGAJO-ACT
               IF LEGAJO-ACT NOT = ZEROS
                   PERFORM CORTE-LEGAJO THRU F-CORTE-LEGAJO
               END-IF
               MOVE LEGAJO-NLI TO LEGAJO-ACT
           END-IF.
           PERFORM DIAS-NOVEDAD THRU F-DIAS-NOVEDAD.
           GO TO LEO-NOVEDAD.

       FIN-NOVEDADES.
           IF LEGAJO-ACT NOT = ZEROS
               PERFORM CORTE-LEGAJO THRU F-CORTE-LEGAJO
           END-IF.
           GO TO FINALIZA.

      ***** ARMA EL PRIMER Y ULTIMO DIA DEL MES DE CORRIDA
      ***** (AAAAMMDD), CON FEBRERO DE 29 EN LOS BISIESTOS.
       ARMO-MES.
           MOVE DIAS-DEL-MES(MES-RUN) TO DIAS-MES-RUN.
           DIVIDE ANIO-RUN BY 4   GIVING TEMP-RUN REMAINDER R4-RUN.
           DIVIDE ANIO-RUN BY 100 GIVING TEMP-RUN REMAINDER R100-RUN.
           DIVIDE ANIO-RUN BY 400 GIVING TEMP-RUN REMAINDER R400-RUN.
           IF ((R4-RUN = 0 AND R100-RUN NOT = 0) OR R400-RUN = 0)
                   AND MES-RUN = 2
               MOVE 29 TO DIAS-MES-RUN
           END-IF.
           COMPUTE FECHA-INI-MES = ANIO-RUN * 10000 + MES-RUN * 100
                   + 1.
           COMPUTE FECHA-FIN-MES = ANIO-RUN * 10000 + MES-RUN * 100
                   + DIAS-MES-RUN.
       F-ARMO-MES.
           EXIT.

      ***** BORRA DE LICACUM LAS FILAS DEL PERIODO DE CORRIDA, PARA
      ***** QUE UNA NUEVA CORRIDA NO DEJE DIAS DE UNA NOVEDAD QUE
      ***** DESPUES SE DIO DE BAJA EN LICMANT.
       LIMPIO-LICACUM.
           MOVE ZEROS TO CLAVE-LAC.
           START LICACUM KEY IS NOT LESS THAN CLAVE-LAC
               INVALID KEY
                   GO TO F-LIMPIO-LICACUM
           END-START.
       LIMPIO-LICACUM-LEE.
           READ LICACUM NEXT AT END
               GO TO F-LIMPIO-LICACUM.
           IF ANIO-LAC = ANIO-RUN AND MES-LAC = MES-RUN
               DELETE LICACUM
                   INVALID KEY
                       DISPLAY "LIQLIC: NO SE PUDO BORRAR LICACUM "
                               CLAVE-LAC
                   NOT INVALID KEY
                       ADD 1 TO CANT-BORRADOS-LIC
               END-DELETE
           END-IF.
           GO TO LIMPIO-LICACUM-LEE.
       F-LIMPIO-LICACUM.
           EXIT.

      ***** RECORTA LA NOVEDAD AL MES DE CORRIDA, CUENTA SUS DIAS Y
      ***** LOS SUMA AL LEGAJO SEGUN SEA CON O SIN GOCE. UNA NOVEDAD
      ***** QUE NO TOCA EL MES SE LISTA Y SE IGNORA.
       DIAS-NOVEDAD.
           MOVE SPACES TO REG-LISTA.
           MOVE "NOV"           TO TIPO-LLI.
           MOVE LEGAJO-NLI      TO LEGAJO-LLI.
           MOVE TIPO-NLI        TO TIPO-LIC-LLI.
           MOVE FECHA-DESDE-NLI TO DESDE-LLI.
           MOVE FECHA-HASTA-NLI TO HASTA-LLI.
           MOVE GOCE-NLI        TO GOCE-LLI.
           MOVE ZEROS TO DIAS-LLI BASE-LLI DESCUENTO-LLI.
           IF FECHA-DESDE-NLI > FECHA-FIN-MES
              OR FECHA-HASTA-NLI < FECHA-INI-MES
               ADD 1 TO CANT-FUERA-LIC
               MOVE "FUERA DEL PERIODO, NO SE COMPUTA"
                   TO OBSERVACION-LLI
               PERFORM GRABO-LINEA-LISTA THRU F-GRABO-LINEA-LISTA
               GO TO F-DIAS-NOVEDAD
           END-IF.
           IF FECHA-DESDE-NLI < FECHA-INI-MES
               MOVE FECHA-INI-MES   TO DESDE-MES-W
           ELSE
               MOVE FECHA-DESDE-NLI TO DESDE-MES-W
           END-IF.
           IF FECHA-HASTA-NLI > FECHA-FIN-MES
               MOVE FECHA-FIN-MES   TO HASTA-MES-W
           ELSE
               MOVE FECHA-HASTA-NLI TO HASTA-MES-W
           END-IF.
           COMPUTE DIAS-NOVEDAD-W = DIA-HASTA-MES-W - DIA-DESDE-MES-W
                   + 1.
           IF NLI-SIN-GOCE
               ADD DIAS-NOVEDAD-W TO DIAS-SIN-GOCE-LEG
           ELSE
               ADD DIAS-NOVEDAD-W TO DIAS-CON-GOCE-LEG
           END-IF.
           MOVE DIAS-NOVEDAD-W TO DIAS-LLI.
           MOVE "OK" TO OBSERVACION-LLI.
           PERFORM GRABO-LINEA-LISTA THRU F-GRABO-LINEA-LISTA.
       F-DIAS-NOVEDAD.
           EXIT.

      ***** CIERRE DEL LEGAJO: LOS DIAS NO PUEDEN PASAR LOS DEL MES
      ***** (NOVEDADES SUPERPUESTAS), SE ASIENTAN EN LICACUM Y, SI HAY
      ***** DIAS SIN GOCE, SE VALORIZAN Y SE ESCRIBE EL 901.
       CORTE-LEGAJO.
           ADD 1 TO CANT-LEGAJOS-LIC.
           IF DIAS-SIN-GOCE-LEG > DIAS-MES-RUN
               MOVE DIAS-MES-RUN TO DIAS-SIN-GOCE-LEG
           END-IF.
           IF DIAS-CON-GOCE-LEG > DIAS-MES-RUN
               MOVE DIAS-MES-RUN TO DIAS-CON-GOCE-LEG
           END-IF.
           PERFORM GRABO-LICACUM THRU F-GRABO-LICACUM.
           MOVE SPACES TO REG-LISTA.
           MOVE "LEG"             TO TIPO-LLI.
           MOVE LEGAJO-ACT        TO LEGAJO-LLI.
           MOVE ZEROS TO TIPO-LIC-LLI DESDE-LLI HASTA-LLI.
           MOVE "N"               TO GOCE-LLI.
           MOVE DIAS-SIN-GOCE-LEG TO DIAS-LLI.
           MOVE ZEROS TO BASE-LLI DESCUENTO-LLI DESCUENTO-LEG.
           IF DIAS-SIN-GOCE-LEG = ZEROS
               MOVE "SIN DIAS A DESCONTAR" TO OBSERVACION-LLI
               GO TO CORTE-LEGAJO-LISTO
           END-IF.
           MOVE LEGAJO-ACT TO LEGAJO-LIQ.
           READ LIQMES
               INVALID KEY
                   ADD 1 TO CANT-SIN-LIQ-LIC
                   MOVE "SIN LIQUIDACION EN EL PERIODO, REVISAR"
                       TO OBSERVACION-LLI
                   GO TO CORTE-LEGAJO-LISTO
           END-READ.
           MOVE APELLIDO-LIQ TO APELLIDO-LLI.
           INITIALIZE BUCKETS-MES.
           PERFORM VEO-SUELDO THRU F-VEOS
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
           MOVE REMUNERACION-W TO BASE-LLI.
      ***** UN MES ENTERO SIN GOCE DESCUENTA TODA LA BASE, AUNQUE EL
      ***** MES TENGA 31 DIAS O FEBRERO 28.
           IF DIAS-SIN-GOCE-LEG >= 30
              OR DIAS-SIN-GOCE-LEG = DIAS-MES-RUN
               MOVE REMUNERACION-W TO DESCUENTO-LEG
           ELSE
               COMPUTE DESCUENTO-LEG ROUNDED = REMUNERACION-W / 30
                       * DIAS-SIN-GOCE-LEG
           END-IF.
           MOVE DESCUENTO-LEG TO DESCUENTO-LLI.
           IF DESCUENTO-LEG = ZEROS
               MOVE "SIN CONCEPTOS REMUNERATIVOS, NO SE DESCUENTA"
                   TO OBSERVACION-LLI
               GO TO CORTE-LEGAJO-LISTO
           END-IF.
           PERFORM GRABO-COMPLEMENTARIO THRU F-GRABO-COMPLEMENTARIO.
           MOVE "DESCUENTO 901 GENERADO" TO OBSERVACION-LLI.
       CORTE-LEGAJO-LISTO.
           PERFORM GRABO-LINEA-LISTA THRU F-GRABO-LINEA-LISTA.
           MOVE ZEROS TO DIAS-SIN-GOCE-LEG DIAS-CON-GOCE-LEG.
       F-CORTE-LEGAJO.
           EXIT.

      ***** LA FILA DEL LEGAJO Y PERIODO EN LICACUM. LAS DEL PERIODO
      ***** SE BORRARON AL ARRANCAR, ASI QUE NORMALMENTE ES UN ALTA.
       GRABO-LICACUM.
           MOVE LEGAJO-ACT        TO LEGAJO-LAC.
           MOVE ANIO-RUN          TO ANIO-LAC.
           MOVE MES-RUN           TO MES-LAC.
           MOVE DIAS-SIN-GOCE-LEG TO DIAS-SIN-GOCE-LAC.
           MOVE DIAS-CON-GOCE-LEG TO DIAS-CON-GOCE-LAC.
           WRITE REG-LICACUM
               INVALID KEY
                   REWRITE REG-LICACUM
                       INVALID KEY
                           DISPLAY "LIQLIC: NO SE PUDO GRABAR "
                                   "LICACUM " CLAVE-LAC
                   END-REWRITE
           END-WRITE.
       F-GRABO-LICACUM.
           EXIT.

      ***** UN REGISTRO COMPLEMENTARIO CON EL LAYOUT REC-LIQMES: EL
      ***** LEGAJO CON SU UBICACION DEL PERIODO (PARA EL RUTEO POR
      ***** ANEXO/ITEM EN LIQAFIP), EL 901 EN LA PRIMERA ENTRADA Y EL
      ***** RESTO DE LAS 40 EN CERO, CON FECHA-LQA EN EL PERIODO DE
      ***** CORRIDA.
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
           MOVE CODIGO-DESC-LIC TO CODIGO-LQA(1).
           MOVE DESCUENTO-LEG   TO IMPORTE-LQA(1).
           MOVE MES-RUN         TO MES-LQA.
           MOVE ANIO-RUN-2      TO ANIO-LQA.
           WRITE REC-LIQMES-ANT
               INVALID KEY
                   DISPLAY "LIQLIC: CLAVE DUPLICADA LEGAJO="
                           LEGAJO-LQA
           END-WRITE.
           ADD 1 TO CANT-GRABADOS-LIC.
       F-GRABO-COMPLEMENTARIO.
           EXIT.

       GRABO-LINEA-LISTA.
           MOVE ";" TO C1-LLI C2-LLI C3-LLI C4-LLI C5-LLI C6-LLI
                       C7-LLI C8-LLI C9-LLI C10-LLI.
           WRITE REG-LISTA.
       F-GRABO-LINEA-LISTA.
           EXIT.

      ***** CLASIFICA CODIGO-LIQ(I) PARA LA BASE DEL DESCUENTO: SOLO
      ***** EL BUCKET REMUNERACION DE VEO-SUELDO EN LIQAFIP (CODIGOS
      ***** ENTRE 200 Y 900 SIN CLASIFICACION ESPECIAL).
       VEO-SUELDO.
           IF CODIGO-LIQ(I) = ZEROS
               GO TO F-VEOS
           END-IF.
           IF CODIGO-LIQ(I) NOT > 200 OR CODIGO-LIQ(I) NOT < 900
               GO TO F-VEOS
           END-IF.
           SET IX-CONCEPTO TO 1.
           SEARCH TAB-CONCEPTO-ENT
               AT END
                   ADD IMPORTE-LIQ(I) TO REMUNERACION-W
               WHEN IX-CONCEPTO > CANT-TAB-CONCEPTO
                   ADD IMPORTE-LIQ(I) TO REMUNERACION-W
               WHEN TAB-CODIGO-CON(IX-CONCEPTO) = CODIGO-LIQ(I)
                   IF TAB-CLASIF-SUELDO-CON(IX-CONCEPTO) = ZEROS
                       ADD IMPORTE-LIQ(I) TO REMUNERACION-W
                   END-IF
           END-SEARCH.
       F-VEOS.
           EXIT.

      ***** CARGA LA TABLA-CONCEPTO EN MEMORIA DESDE CONCEPTOS.IDX,
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
           MOVE CLASIF-REMU-CON
               TO TAB-CLASIF-REMU-CON(CANT-TAB-CONCEPTO).
           GO TO CARGA-CONCEPTOS-LEE.
       CARGA-CONCEPTOS-CIERRO.
           CLOSE CONCEPTOS.
       CARGA-CONCEPTOS-FIN.
           EXIT.

       FINALIZA.
           CLOSE NOVLICEN LIQMES LICACUM LIQMESC LISTA-LIC.
           DISPLAY "LIQLIC: " CANT-NOVEDADES-LIC " NOVEDADES LEIDAS, "
                   CANT-FUERA-LIC " FUERA DEL PERIODO, "
                   CANT-LEGAJOS-LIC " LEGAJOS.".
           DISPLAY "LIQLIC: " CANT-GRABADOS-LIC
                   " DESCUENTOS 901 EN LIQMESC" NRO-RECTIF-RUN
                   ".IDX, " CANT-SIN-LIQ-LIC
                   " LEGAJOS SIN LIQUIDACION, " CANT-BORRADOS-LIC
                   " FILAS PREVIAS DE LICACUM REEMPLAZADAS.".
           IF CANT-SIN-LIQ-LIC > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ***** LEE EL PERIODO DE CORRIDA DE LOS PARAMETROS DE LINEA DE
      ***** COMANDO (LIQLIC <ANIO> <MES> <RAIZ-PATH> <NRO-RECTIF>,
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

      ***** ARMA BASE-PEDIDOS-RUN A PARTIR DEL PERIODO DE CORRIDA Y LA
      ***** COPIA A LA PARTE FIJA DEL NOMBRE DE CADA ARCHIVO DEL
      ***** PERIODO. EL COMPLEMENTARIO QUEDA EN LA CARPETA DEL PERIODO,
      ***** QUE ES DONDE LIQAFIP VA A BUSCAR EL LIQMESC<N>.IDX.
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-NOVLICEN-PED
                                     BASE-LIQMES-PED
                                     BASE-LIQMESC-PED
                                     BASE-LISTA-PED.
           MOVE NRO-RECTIF-RUN TO NRO-RECTIF-NOM.
           DIVIDE ANIO-RUN BY 100 GIVING I REMAINDER ANIO-RUN-2.
       F-ARMO-NOMBRES.
           EXIT.
