
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQLSD.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** LIBRO DE SUELDOS DIGITAL (AFIP) DEL PERIODO, UN ARCHIVO
      ***** POR ORGANISMO (CUIT-PER), ARMADO DESDE EL LIQMESII.IDX
      ***** CONCEPTO POR CONCEPTO (EL SICOSS DE LIQAFIP SOLO LLEVA
      ***** BUCKETS). CADA ARCHIVO LSD-<CUIT>.TXT ES DE POSICIONES
      ***** FIJAS Y TIENE:
      *****   "01" CABECERA DEL EMPLEADOR: CUIT, PERIODO, TIPO Y
      *****        NUMERO DE LIQUIDACION Y CANTIDAD DE TRABAJADORES.
      *****   "02" UNO POR LEGAJO, CON SUS DATOS DEL MAESTRO.
      *****   "03" UNO POR CADA CONCEPT-LIQ CON IMPORTE, CON EL CODIGO
      *****        DE CONCEPTO AFIP DE CONCAFIP.IDX (VER AFIPCARGA).
      *****   "04" UNO POR LEGAJO CON LAS BASES DE SEGURIDAD SOCIAL,
      *****        LAS MISMAS QUE EL SICOSS DE LIQAFIP (VER
      *****        GRABO-SICOSS ALLA).
      ***** UN CODIGO LIQUIDADO SIN FILA EN CONCAFIP, UN LEGAJO SIN
      ***** CUIL O UN ANEXO SIN CUIT NO SE DESCARTAN EN SILENCIO: VAN
      ***** AL LISTADO LIQ-10-LSD-EXCEP.TXT Y LA CORRIDA TERMINA CON
      ***** RETURN-CODE 8, PORQUE EL LIBRO DE ESE ORGANISMO QUEDA
      ***** INCOMPLETO Y NO SE DEBE PRESENTAR.
      ***** LOS REGISTROS SE ACUMULAN PRIMERO EN LSDTRAB.IDX (ORDENADOS
      ***** POR ORGANISMO Y LEGAJO) Y DESPUES SE VUELCAN A UN ARCHIVO
      ***** POR CUIT, CON LA CABECERA YA CON LA CANTIDAD DE LEGAJOS.
      ***** PARAMETROS: LIQLSD <ANIO> <MES> <RAIZ> <NRO-RECTIF>. CON
      ***** NRO-RECTIF MAYOR A CERO SE LEE EL COMPLEMENTARIO
      ***** LIQMESC<N>.IDX, LA LIQUIDACION SALE COMO TIPO "R"
      ***** (RECTIFICATIVA) CON ESE NUMERO, Y LOS ARCHIVOS LLEVAN
      ***** SUFIJO -R<N>.TXT, IGUAL QUE UNA RECTIFICATIVA DE LIQAFIP.
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

      ***** CODIGOS AFIP (VER CONCAFIP.CPY). SIN TABLA NO HAY LIBRO
      ***** POSIBLE Y LA CORRIDA SE CORTA.
           SELECT CONCAFIP
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CONCAFIP.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CODIGO-CAF
           FILE STATUS ESTADO-CONCAFIP.

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

      ***** REGISTROS DEL LIBRO ACUMULADOS. SE CREA VACIO AL ARRANCAR,
      ***** IGUAL QUE ASITRAB EN LIQCONT.
           SELECT LSDTRAB
           ASSIGN TO RANDOM NOMBRE-LSDTRAB-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-LTW.

      ***** UN ARCHIVO POR CUIT: EL NOMBRE SE ARMA CON EL CUIT ANTES
      ***** DE CADA OPEN (VER CORTE-ORGANISMO).
           SELECT LSD
           ASSIGN TO RANDOM NOMBRE-LSD-PED
           ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCEPCIONES
           ASSIGN TO RANDOM NOMBRE-EXCEP-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANEXOCUIT
           LABEL RECORDS ARE STANDARD.
           COPY ORGANISMO.

       FD  CONCEPTOS
           LABEL RECORDS ARE STANDARD.
           COPY CONCEPTO.

       FD  CONCAFIP
           LABEL RECORDS ARE STANDARD.
           COPY CONCAFIP.

       FD  LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

      ***** UNA FILA POR REGISTRO DEL LIBRO, YA CON SU IMAGEN DE
      ***** SALIDA. LA CLAVE DEJA CADA LEGAJO CON SU "02", SUS "03" EN
      ***** EL ORDEN DE CONCEPT-LIQ Y SU "04".
       FD  LSDTRAB
           LABEL RECORDS ARE STANDARD.
       01  REG-LSDTRAB.
           05  CLAVE-LTW.
               10  CUIT-LTW         PIC 9(11).
               10  LEGAJO-LTW       PIC 9(07).
               10  TIPO-LTW         PIC X(02).
               10  SEC-LTW          PIC 9(02).
           05  IMAGEN-LTW           PIC X(150).

      ***** REGISTRO DEL LIBRO DE SUELDOS DIGITAL, POSICIONES FIJAS,
      ***** IMPORTES SIN SEPARADOR CON DOS DECIMALES IMPLICITOS.
       FD  LSD
           LABEL RECORDS ARE STANDARD.
       01  REG-LSD.
           05  TIPO-LSD             PIC X(02).
           05  DATOS-LSD            PIC X(148).
           05  ENVIO-LSD REDEFINES DATOS-LSD.
               10  CUIT-01          PIC 9(11).
               10  IDENT-01         PIC X(02).
               10  PERIODO-01       PIC 9(06).
               10  TIPO-LIQ-01      PIC X(01).
                   88  LIQ-MENSUAL-01       VALUE "M".
                   88  LIQ-RECTIFICA-01     VALUE "R".
               10  NRO-LIQ-01       PIC 9(05).
               10  DIAS-BASE-01     PIC 9(02).
               10  CANT-TRAB-01     PIC 9(06).
               10  FILLER           PIC X(115).
           05  LEGAJO-LSD REDEFINES DATOS-LSD.
               10  CUIL-02          PIC 9(11).
               10  LEGAJO-02        PIC 9(10).
               10  APELLIDO-02      PIC X(30).
               10  DEPENDENCIA-02.
                   15  ANEXO-02     PIC 9(02).
                   15  ITEM-02      PIC 9(02).
                   15  DESTINO-02   PIC 9(04).
               10  FECHA-ING-02     PIC 9(08).
               10  PLANTA-02        PIC 9(01).
               10  CATEGORIA-02     PIC 9(03).
               10  FILLER           PIC X(77).
           05  CONCEPTO-LSD REDEFINES DATOS-LSD.
               10  CUIL-03          PIC 9(11).
               10  CONCEPTO-03      PIC X(10).
               10  CODIGO-LIQ-03    PIC 9(03).
               10  CANTIDAD-03      PIC 9(03)V99.
               10  UNIDAD-03        PIC X(01).
               10  IMPORTE-03       PIC 9(13)V99.
               10  DC-03            PIC X(01).
                   88  ES-CREDITO-03        VALUE "C".
                   88  ES-DEBITO-03         VALUE "D".
               10  FILLER           PIC X(102).
           05  BASES-LSD REDEFINES DATOS-LSD.
               10  CUIL-04          PIC 9(11).
               10  CONYUGE-04       PIC 9(01).
               10  HIJOS-04         PIC 9(02).
               10  SITUACION-04     PIC 9(02).
               10  CONDICION-04     PIC 9(02).
               10  ACTIVIDAD-04     PIC 9(03).
               10  REM-TOTAL-04     PIC 9(13)V99.
               10  ASIGNACION-04    PIC 9(13)V99.
               10  HSEXTRAS-04      PIC 9(13)V99.
               10  SAC-04           PIC 9(13)V99.
               10  CPREVISION-04    PIC 9(13)V99.
               10  CSS-04           PIC 9(13)V99.
               10  FILLER           PIC X(37).

      ***** LISTADO DE EXCEPCIONES: UNA LINEA "CONC" POR CADA CODIGO
      ***** LIQUIDADO SIN CODIGO AFIP, "CUIL" POR LEGAJO SIN CUIL EN
      ***** EL MAESTRO, "ANEX" POR LEGAJO CUYO ANEXO NO TIENE CUIT, Y
      ***** AL FINAL UNA LINEA "ORGA" POR ORGANISMO CON LO GRABADO.
       FD  EXCEPCIONES
           LABEL RECORDS ARE STANDARD.
       01  REG-EXCEP.
           05  TIPO-EXC             PIC X(04).
           05  C1-EXC               PIC X.
           05  CUIT-EXC             PIC 9(11).
           05  C2-EXC               PIC X.
           05  LEGAJO-EXC           PIC 9(07).
           05  C3-EXC               PIC X.
           05  APELLIDO-EXC         PIC X(30).
           05  C4-EXC               PIC X.
           05  CODIGO-EXC           PIC 9(03).
           05  C5-EXC               PIC X.
           05  IMPORTE-EXC          PIC 9(13)V99.
           05  C6-EXC               PIC X.
           05  OBSERV-EXC           PIC X(30).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ESTADO-CONCAFIP          PIC X(02) VALUE SPACES.
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

       01  NOMBRE-LSDTRAB-PED.
           03  BASE-LSDTRAB-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "LSDTRAB.IDX".

       01  NOMBRE-LSD-PED.
           03  BASE-LSD-PED      PIC  X(28).
           03  FILLER            PIC  X(04) VALUE "LSD-".
           03  CUIT-NOM-LSD      PIC  9(11).
           03  SUFIJO-LSD        PIC  X(07) VALUE ".TXT".

       01  NOMBRE-EXCEP-PED.
           03  BASE-EXCEP-PED    PIC  X(28).
           03  FILLER            PIC  X(16)
                 VALUE "LIQ-10-LSD-EXCEP".
           03  SUFIJO-EXCEP      PIC  X(07) VALUE ".TXT".

       01  SW-RECTIFICATIVA      PIC X(01) VALUE "N".
           88  ES-RECTIFICATIVA      VALUE "S".
           88  NO-ES-RECTIFICATIVA   VALUE "N".

       77  NRO-RECTIF-RUN        PIC 9(01) VALUE ZEROS.

       01  SUFIJO-RECTIF-TXT.
           03  FILLER            PIC X(02) VALUE "-R".
           03  NRO-RECTIF-TXT    PIC 9(01).
           03  FILLER            PIC X(04) VALUE ".TXT".

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
                   88  TAB-ES-CPREVISION         VALUE 3.
                   88  TAB-ES-CSS                VALUE 4.
                   88  TAB-ES-CLASIFICADO        VALUES 1 THRU 6.

      ***** CODIGOS AFIP EN MEMORIA, CARGADOS UNA VEZ DESDE
      ***** CONCAFIP.IDX EN CARGA-CONCAFIP.
       01  TABLA-CONCAFIP.
           03  CANT-TAB-CONCAFIP    PIC 9(04) VALUE ZEROS.
           03  TAB-CONCAFIP-ENT OCCURS 300 TIMES
                                 INDEXED BY IX-CONCAFIP.
               05  TAB-CODIGO-CAF       PIC 9(03).
               05  TAB-AFIP-CAF         PIC X(10).

      ***** UN RENGLON POR ORGANISMO: CANTIDAD DE LEGAJOS (PARA LA
      ***** CABECERA "01"), DE CONCEPTOS Y DE EXCEPCIONES.
       01  TABLA-ORGANISMO.
           03  CANT-TAB-ORGANISMO   PIC 9(04) VALUE ZEROS.
           03  TAB-ORGANISMO-ENT OCCURS 60 TIMES
                                 INDEXED BY IX-ORGANISMO.
               05  CUIT-TAB-ORG         PIC 9(11).
               05  NOMBRE-TAB-ORG       PIC X(30).
               05  CANT-LEG-TAB-ORG     PIC 9(06).
               05  CANT-CON-TAB-ORG     PIC 9(07).
               05  CANT-EXC-TAB-ORG     PIC 9(06).
               05  HABERES-TAB-ORG      PIC 9(13)V99.
               05  DESCUENTOS-TAB-ORG   PIC 9(13)V99.

      ***** ORGANISMO DEL LEGAJO EN PROCESO.
       01  CUIT-W                   PIC 9(11) VALUE ZEROS.
       01  NOMBRE-W                 PIC X(30) VALUE SPACES.
       01  AFIP-W                   PIC X(10) VALUE SPACES.
       01  SEC-W                    PIC 9(02) VALUE ZEROS.

      ***** FECHA DE INGRESO DEL MAESTRO (DDMMAA) PASADA A AAAAMMDD.
       01  FECHA-ING-W.
           03  ANIO-ING-W           PIC 9(04).
           03  MES-ING-W            PIC 9(02).
           03  DIA-ING-W            PIC 9(02).

      ***** BASES DEL LEGAJO EN PROCESO, MISMOS BUCKETS QUE
      ***** VEO-SUELDO EN LIQAFIP.
       01  VARIABLES-LEG.
           03  REMUNERACION         PIC 9(09)V99 VALUE ZEROS.
           03  ASIGNACION           PIC 9(09)V99 VALUE ZEROS.
           03  HSEXTRAS             PIC 9(09)V99 VALUE ZEROS.
           03  SAC                  PIC 9(09)V99 VALUE ZEROS.
           03  CPREVISION           PIC 9(09)V99 VALUE ZEROS.
           03  CSS                  PIC 9(09)V99 VALUE ZEROS.

       01  CUIT-ANT                 PIC 9(11) VALUE ZEROS.
       01  SW-PRIMERO               PIC X(01) VALUE "S".
           88  ES-PRIMERO               VALUE "S".
       01  SW-LSD-ABIERTO           PIC X(01) VALUE "N".
           88  LSD-ABIERTO              VALUE "S".
           88  LSD-NO-ABIERTO           VALUE "N".

       01  CONTADORES-LSD.
           03  CANT-LEIDOS-LSD      PIC 9(06) VALUE ZEROS.
           03  CANT-PROCESADOS-LSD  PIC 9(06) VALUE ZEROS.
           03  CANT-SIN-MAESTRO-LSD PIC 9(06) VALUE ZEROS.
           03  CANT-ESTADO1-LSD     PIC 9(06) VALUE ZEROS.
           03  CANT-EXCEPCIONES-LSD PIC 9(06) VALUE ZEROS.
           03  CANT-ARCHIVOS-LSD    PIC 9(04) VALUE ZEROS.
           03  CANT-GRABADOS-LSD    PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           PERFORM CARGA-CONCAFIP THRU CARGA-CONCAFIP-FIN.
           IF CANT-TAB-CONCAFIP = ZEROS
               DISPLAY "LIQLSD: SIN CODIGOS AFIP (CONCAFIP.IDX), "
                       "CARGARLOS CON AFIPCARGA ANTES DE ARMAR EL "
                       "LIBRO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               DISPLAY "LIQLSD: NO SE PUEDE ABRIR " NOMBRE-LIQMES-PED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-ANEXO THRU CARGA-ANEXO-FIN.
           PERFORM CARGA-CONCEPTOS THRU CARGA-CONCEPTOS-FIN.
           OPEN INPUT MAESTRO.
           OPEN OUTPUT LSDTRAB.
           CLOSE LSDTRAB.
           OPEN I-O LSDTRAB.
           OPEN OUTPUT EXCEPCIONES.

       LEO.
           READ LIQMES NEXT AT END
               GO TO GENERO-LIBROS.
           ADD 1 TO CANT-LEIDOS-LSD.
           MOVE LEGAJO-LIQ TO LEGAJO-MAE.
           READ MAESTRO
               INVALID KEY
                   ADD 1 TO CANT-SIN-MAESTRO-LSD
                   GO TO LEO
           END-READ.
           IF ESTADO-REG-MAE = 1
               ADD 1 TO CANT-ESTADO1-LSD
               GO TO LEO
           END-IF.
           PERFORM PROCESO-LEGAJO THRU F-PROCESO-LEGAJO.
           GO TO LEO.

      ***** REGISTROS DEL LEGAJO: EL "02", UN "03" POR CONCEPTO Y EL
      ***** "04" CON LAS BASES. SIN CUIT O SIN CUIL EL LEGAJO NO ENTRA
      ***** AL LIBRO Y QUEDA EN EXCEPCIONES.
       PROCESO-LEGAJO.
           INITIALIZE VARIABLES-LEG.
           MOVE ZEROS TO SEC-W.
           PERFORM BUSCO-ORGANISMO THRU F-BUSCO-ORGANISMO.
           IF CUIT-W = ZEROS
               MOVE "ANEX" TO TIPO-EXC
               MOVE ZEROS  TO CODIGO-EXC IMPORTE-EXC
               MOVE "ANEXO/ITEM SIN CUIT EN ANEXOCUIT" TO OBSERV-EXC
               PERFORM GRABO-EXCEPCION THRU F-GRABO-EXCEPCION
               GO TO F-PROCESO-LEGAJO
           END-IF.
           PERFORM REGISTRO-ORGANISMO THRU F-REGISTRO-ORGANISMO.
           IF NRO-CIPF-MAE = ZEROS
               MOVE "CUIL" TO TIPO-EXC
               MOVE ZEROS  TO CODIGO-EXC IMPORTE-EXC
               MOVE "LEGAJO SIN CUIL EN EL MAESTRO" TO OBSERV-EXC
               PERFORM GRABO-EXCEPCION THRU F-GRABO-EXCEPCION
               GO TO F-PROCESO-LEGAJO
           END-IF.
           ADD 1 TO CANT-PROCESADOS-LSD.
           ADD 1 TO CANT-LEG-TAB-ORG(IX-ORGANISMO).
           PERFORM GRABO-LEGAJO THRU F-GRABO-LEGAJO.
           PERFORM VEO-CONCEPTO THRU F-VEO-CONCEPTO
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
           PERFORM GRABO-BASES THRU F-GRABO-BASES.
       F-PROCESO-LEGAJO.
           EXIT.

      ***** REGISTRO "02": DATOS DEL LEGAJO TOMADOS DEL MAESTRO.
      ***** FECHA DE INGRESO DEFINITIVO CON EL MISMO CORTE DE SIGLO
      ***** QUE LIQANT.
       GRABO-LEGAJO.
           MOVE SPACES          TO REG-LSD.
           MOVE "02"            TO TIPO-LSD.
           MOVE NRO-CIPF-MAE    TO CUIL-02.
           MOVE LEGAJO-LIQ      TO LEGAJO-02.
           MOVE APEL-NOM-MAE    TO APELLIDO-02.
           MOVE ANEXO-LIQ       TO ANEXO-02.
           MOVE ITEM-LIQ        TO ITEM-02.
           MOVE DESTINO-LIQ     TO DESTINO-02.
           MOVE ZEROS           TO FECHA-ING-W.
           IF FECHA-ING-DEF-MAE NOT = ZEROS
               IF ANIO-DEF-MAE > 50
                   COMPUTE ANIO-ING-W = 1900 + ANIO-DEF-MAE
               ELSE
                   COMPUTE ANIO-ING-W = 2000 + ANIO-DEF-MAE
               END-IF
               MOVE MES-DEF-MAE TO MES-ING-W
               MOVE DIA-DEF-MAE TO DIA-ING-W
           END-IF.
           MOVE FECHA-ING-W     TO FECHA-ING-02.
           MOVE PLANTA-LIQ      TO PLANTA-02.
           MOVE CATEGORIA-LIQ   TO CATEGORIA-02.
           MOVE "02"            TO TIPO-LTW.
           PERFORM GRABO-TRABAJO THRU F-GRABO-TRABAJO.
       F-GRABO-LEGAJO.
           EXIT.

      ***** UN CONCEPTO DEL LEGAJO. LOS CODIGOS 200 Y 900 NO SON
      ***** CONCEPTOS (TAMPOCO LOS TOMAN LIQAFIP NI LIQCONT). EL
      ***** IMPORTE SE SUMA A SU BUCKET PARA EL "04" Y, SI EL CODIGO
      ***** TIENE CODIGO AFIP, SALE UN "03"; SI NO, VA A EXCEPCIONES.
       VEO-CONCEPTO.
           IF CODIGO-LIQ(I) = ZEROS OR IMPORTE-LIQ(I) = ZEROS
               GO TO F-VEO-CONCEPTO
           END-IF.
           IF CODIGO-LIQ(I) = 200 OR CODIGO-LIQ(I) = 900
               GO TO F-VEO-CONCEPTO
           END-IF.
           PERFORM VEO-BUCKET THRU F-VEO-BUCKET.
           MOVE SPACES TO AFIP-W.
           SET IX-CONCAFIP TO 1.
           SEARCH TAB-CONCAFIP-ENT
               AT END
                   CONTINUE
               WHEN TAB-CODIGO-CAF(IX-CONCAFIP) = CODIGO-LIQ(I)
                   MOVE TAB-AFIP-CAF(IX-CONCAFIP) TO AFIP-W
           END-SEARCH.
           IF AFIP-W = SPACES
               MOVE "CONC"         TO TIPO-EXC
               MOVE CODIGO-LIQ(I)  TO CODIGO-EXC
               MOVE IMPORTE-LIQ(I) TO IMPORTE-EXC
               MOVE "CODIGO SIN CONCEPTO AFIP" TO OBSERV-EXC
               PERFORM GRABO-EXCEPCION THRU F-GRABO-EXCEPCION
               GO TO F-VEO-CONCEPTO
           END-IF.
           MOVE SPACES          TO REG-LSD.
           MOVE "03"            TO TIPO-LSD.
           MOVE NRO-CIPF-MAE    TO CUIL-03.
           MOVE AFIP-W          TO CONCEPTO-03.
           MOVE CODIGO-LIQ(I)   TO CODIGO-LIQ-03.
           MOVE ZEROS           TO CANTIDAD-03.
           MOVE IMPORTE-LIQ(I)  TO IMPORTE-03.
           IF CODIGO-LIQ(I) > 900
               SET ES-DEBITO-03 TO TRUE
               ADD IMPORTE-LIQ(I) TO DESCUENTOS-TAB-ORG(IX-ORGANISMO)
           ELSE
               SET ES-CREDITO-03 TO TRUE
               ADD IMPORTE-LIQ(I) TO HABERES-TAB-ORG(IX-ORGANISMO)
           END-IF.
           ADD 1 TO CANT-CON-TAB-ORG(IX-ORGANISMO).
           MOVE "03"            TO TIPO-LTW.
           PERFORM GRABO-TRABAJO THRU F-GRABO-TRABAJO.
       F-VEO-CONCEPTO.
           EXIT.

      ***** MISMA CLASIFICACION QUE VEO-SUELDO EN LIQAFIP: PRIMERO
      ***** LA CLASIFICACION DE CONCEPTOS.IDX, Y UN CODIGO SIN
      ***** CLASIFICAR POR RANGO (< 200 ASIGNACION, ENTRE 200 Y 900
      ***** REMUNERACION).
       VEO-BUCKET.
           SET IX-CONCEPTO TO 1.
           SEARCH TAB-CONCEPTO-ENT
               AT END
                   CONTINUE
               WHEN TAB-CODIGO-CON(IX-CONCEPTO) = CODIGO-LIQ(I)
                   IF TAB-ES-HSEXTRAS(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO HSEXTRAS
                       GO TO F-VEO-BUCKET
                   END-IF
                   IF TAB-ES-SAC(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO SAC
                       GO TO F-VEO-BUCKET
                   END-IF
                   IF TAB-ES-CPREVISION(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO CPREVISION
                       GO TO F-VEO-BUCKET
                   END-IF
                   IF TAB-ES-CSS(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO CSS
                       GO TO F-VEO-BUCKET
                   END-IF
                   IF TAB-ES-CLASIFICADO(IX-CONCEPTO)
                       GO TO F-VEO-BUCKET
                   END-IF
           END-SEARCH.
           IF CODIGO-LIQ(I) < 200
               ADD IMPORTE-LIQ(I) TO ASIGNACION
           ELSE
           IF CODIGO-LIQ(I) > 200 AND CODIGO-LIQ(I) < 900
               ADD IMPORTE-LIQ(I) TO REMUNERACION
           END-IF
           END-IF.
       F-VEO-BUCKET.
           EXIT.

      ***** REGISTRO "04": BASES DE SEGURIDAD SOCIAL DEL LEGAJO, LAS
      ***** MISMAS QUE GRABO-SICOSS EN LIQAFIP.
       GRABO-BASES.
           MOVE SPACES          TO REG-LSD.
           MOVE "04"            TO TIPO-LSD.
           MOVE NRO-CIPF-MAE    TO CUIL-04.
           IF APEL-NOM-CONYUGE-MAE = SPACES
               MOVE 0 TO CONYUGE-04
           ELSE
               MOVE 1 TO CONYUGE-04
           END-IF.
           MOVE FAM-A-CARGO-MAE TO HIJOS-04.
           MOVE COD-24-MAE      TO SITUACION-04.
           MOVE COD-25-MAE      TO CONDICION-04.
           MOVE COD-13-MAE      TO ACTIVIDAD-04.
           COMPUTE REM-TOTAL-04 = REMUNERACION + HSEXTRAS + SAC.
           MOVE ASIGNACION      TO ASIGNACION-04.
           MOVE HSEXTRAS        TO HSEXTRAS-04.
           MOVE SAC             TO SAC-04.
           MOVE CPREVISION      TO CPREVISION-04.
           MOVE CSS             TO CSS-04.
           MOVE "04"            TO TIPO-LTW.
           PERFORM GRABO-TRABAJO THRU F-GRABO-TRABAJO.
       F-GRABO-BASES.
           EXIT.

      ***** GUARDA REG-LSD EN LSDTRAB BAJO EL ORGANISMO Y LEGAJO EN
      ***** PROCESO, CON TIPO-LTW YA CARGADO POR EL LLAMADOR.
       GRABO-TRABAJO.
           ADD 1 TO SEC-W.
           MOVE CUIT-W     TO CUIT-LTW.
           MOVE LEGAJO-LIQ TO LEGAJO-LTW.
           MOVE SEC-W      TO SEC-LTW.
           MOVE REG-LSD    TO IMAGEN-LTW.
           WRITE REG-LSDTRAB
               INVALID KEY
                   DISPLAY "LIQLSD: CLAVE DUPLICADA " CLAVE-LTW
           END-WRITE.
       F-GRABO-TRABAJO.
           EXIT.

       GRABO-EXCEPCION.
           MOVE ";" TO C1-EXC C2-EXC C3-EXC C4-EXC C5-EXC C6-EXC.
           MOVE CUIT-W       TO CUIT-EXC.
           MOVE LEGAJO-LIQ   TO LEGAJO-EXC.
           MOVE APELLIDO-LIQ TO APELLIDO-EXC.
           WRITE REG-EXCEP.
           ADD 1 TO CANT-EXCEPCIONES-LSD.
           IF CUIT-W NOT = ZEROS
               ADD 1 TO CANT-EXC-TAB-ORG(IX-ORGANISMO)
           END-IF.
       F-GRABO-EXCEPCION.
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

      ***** DEJA IX-ORGANISMO EN EL RENGLON DEL ORGANISMO CUIT-W,
      ***** DANDOLO DE ALTA EN CERO SI ES EL PRIMER LEGAJO QUE APARECE.
       REGISTRO-ORGANISMO.
           SET IX-ORGANISMO TO 1.
           SEARCH TAB-ORGANISMO-ENT
               AT END
                   DISPLAY "LIQLSD: MAS DE 60 ORGANISMOS, AMPLIAR "
                           "TABLA-ORGANISMO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN IX-ORGANISMO > CANT-TAB-ORGANISMO
                   ADD 1 TO CANT-TAB-ORGANISMO
                   SET IX-ORGANISMO TO CANT-TAB-ORGANISMO
                   INITIALIZE TAB-ORGANISMO-ENT(IX-ORGANISMO)
                   MOVE CUIT-W   TO CUIT-TAB-ORG(IX-ORGANISMO)
                   MOVE NOMBRE-W TO NOMBRE-TAB-ORG(IX-ORGANISMO)
               WHEN CUIT-TAB-ORG(IX-ORGANISMO) = CUIT-W
                   CONTINUE
           END-SEARCH.
       F-REGISTRO-ORGANISMO.
           EXIT.

      ***** SEGUNDA PARTE: RECORRE LSDTRAB EN ORDEN (ORGANISMO,
      ***** LEGAJO, TIPO) Y ABRE UN ARCHIVO NUEVO EN CADA CAMBIO DE
      ***** CUIT, CON SU CABECERA "01" ADELANTE.
       GENERO-LIBROS.
           CLOSE LSDTRAB.
           OPEN INPUT LSDTRAB.
       GENERO-LEE.
           READ LSDTRAB NEXT AT END
               GO TO GENERO-FIN.
           IF ES-PRIMERO OR CUIT-LTW NOT = CUIT-ANT
               PERFORM CORTE-ORGANISMO THRU F-CORTE-ORGANISMO
           END-IF.
           MOVE IMAGEN-LTW TO REG-LSD.
           WRITE REG-LSD.
           ADD 1 TO CANT-GRABADOS-LSD.
           GO TO GENERO-LEE.
       GENERO-FIN.
           IF LSD-ABIERTO
               CLOSE LSD
           END-IF.
           GO TO FINALIZA.

      ***** CAMBIO DE ORGANISMO: CIERRA EL ARCHIVO ANTERIOR, ABRE
      ***** LSD-<CUIT> Y GRABA LA CABECERA DEL EMPLEADOR. EN UNA
      ***** RECTIFICATIVA LA LIQUIDACION ES TIPO "R" CON EL NUMERO DE
      ***** RECTIFICATIVA; SI NO, TIPO "M" (MENSUAL).
       CORTE-ORGANISMO.
           IF LSD-ABIERTO
               CLOSE LSD
           END-IF.
           MOVE "N" TO SW-PRIMERO.
           MOVE CUIT-LTW TO CUIT-ANT CUIT-W CUIT-NOM-LSD.
           PERFORM REGISTRO-ORGANISMO THRU F-REGISTRO-ORGANISMO.
           OPEN OUTPUT LSD.
           SET LSD-ABIERTO TO TRUE.
           ADD 1 TO CANT-ARCHIVOS-LSD.
           MOVE SPACES     TO REG-LSD.
           MOVE "01"       TO TIPO-LSD.
           MOVE CUIT-LTW   TO CUIT-01.
           MOVE "SJ"       TO IDENT-01.
           COMPUTE PERIODO-01 = ANIO-RUN * 100 + MES-RUN.
           IF ES-RECTIFICATIVA
               SET LIQ-RECTIFICA-01 TO TRUE
           ELSE
               SET LIQ-MENSUAL-01 TO TRUE
           END-IF.
           MOVE NRO-RECTIF-RUN TO NRO-LIQ-01.
           MOVE 30         TO DIAS-BASE-01.
           MOVE CANT-LEG-TAB-ORG(IX-ORGANISMO) TO CANT-TRAB-01.
           WRITE REG-LSD.
           ADD 1 TO CANT-GRABADOS-LSD.
       F-CORTE-ORGANISMO.
           EXIT.

       GRABO-LISTA-ORGANISMO.
           MOVE SPACES TO REG-EXCEP.
           MOVE ";" TO C1-EXC C2-EXC C3-EXC C4-EXC C5-EXC C6-EXC.
           MOVE "ORGA"                           TO TIPO-EXC.
           MOVE CUIT-TAB-ORG(IX-ORGANISMO)       TO CUIT-EXC.
           MOVE CANT-LEG-TAB-ORG(IX-ORGANISMO)   TO LEGAJO-EXC.
           MOVE NOMBRE-TAB-ORG(IX-ORGANISMO)     TO APELLIDO-EXC.
           MOVE ZEROS                            TO CODIGO-EXC.
           COMPUTE IMPORTE-EXC = HABERES-TAB-ORG(IX-ORGANISMO)
                   - DESCUENTOS-TAB-ORG(IX-ORGANISMO).
           IF CANT-EXC-TAB-ORG(IX-ORGANISMO) > ZEROS
               MOVE "LIBRO INCOMPLETO, NO PRESENTAR" TO OBSERV-EXC
           ELSE
               MOVE "LIBRO COMPLETO" TO OBSERV-EXC
           END-IF.
           WRITE REG-EXCEP.
       F-GRABO-LISTA-ORGANISMO.
           EXIT.

      ***** CARGA LOS CODIGOS AFIP EN MEMORIA. SIN ARCHIVO LA TABLA
      ***** QUEDA VACIA Y CATE CORTA LA CORRIDA.
       CARGA-CONCAFIP.
           OPEN INPUT CONCAFIP.
           MOVE ZEROS TO CANT-TAB-CONCAFIP.
           IF ESTADO-CONCAFIP NOT = "00"
               GO TO CARGA-CONCAFIP-FIN
           END-IF.
       CARGA-CONCAFIP-LEE.
           READ CONCAFIP NEXT AT END
               GO TO CARGA-CONCAFIP-CIERRO.
           ADD 1 TO CANT-TAB-CONCAFIP.
           MOVE CODIGO-CAF      TO TAB-CODIGO-CAF(CANT-TAB-CONCAFIP).
           MOVE CODIGO-AFIP-CAF TO TAB-AFIP-CAF(CANT-TAB-CONCAFIP).
           GO TO CARGA-CONCAFIP-LEE.
       CARGA-CONCAFIP-CIERRO.
           CLOSE CONCAFIP.
       CARGA-CONCAFIP-FIN.
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

       FINALIZA.
           PERFORM GRABO-LISTA-ORGANISMO THRU F-GRABO-LISTA-ORGANISMO
                   VARYING IX-ORGANISMO FROM 1 BY 1
                   UNTIL IX-ORGANISMO > CANT-TAB-ORGANISMO.
           CLOSE LIQMES MAESTRO LSDTRAB EXCEPCIONES.
           DISPLAY "LIQLSD: " CANT-LEIDOS-LSD " LEGAJOS LEIDOS, "
                   CANT-PROCESADOS-LSD " EN EL LIBRO, "
                   CANT-SIN-MAESTRO-LSD " SIN MAESTRO, "
                   CANT-ESTADO1-LSD " EXCLUIDOS.".
           DISPLAY "LIQLSD: " CANT-ARCHIVOS-LSD " ARCHIVOS, "
                   CANT-GRABADOS-LSD " REGISTROS GRABADOS.".
           IF CANT-EXCEPCIONES-LSD > ZEROS
               DISPLAY "LIQLSD: " CANT-EXCEPCIONES-LSD
                       " EXCEPCIONES, LOS LIBROS MARCADOS NO SE "
                       "PRESENTAN, VER " NOMBRE-EXCEP-PED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ***** LEE EL PERIODO DE CORRIDA DE LOS PARAMETROS DE LINEA DE
      ***** COMANDO (LIQLSD <ANIO> <MES> <RAIZ-PATH> <NRO-RECTIF>,
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
      ***** LIQMES APUNTA AL COMPLEMENTARIO Y LOS ARCHIVOS CAMBIAN SU
      ***** SUFIJO A -R<N>.TXT, IGUAL QUE EN LIQAFIP.
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQMES-PED
                                     BASE-MAESTRO-PED
                                     BASE-LSDTRAB-PED
                                     BASE-LSD-PED
                                     BASE-EXCEP-PED.
           IF ES-RECTIFICATIVA
               MOVE NRO-RECTIF-RUN TO NRO-RECTIF-COMP
                                      NRO-RECTIF-TXT
               MOVE NOMBRE-LIQMES-COMP TO ARCH-LIQMES-PED
               MOVE SUFIJO-RECTIF-TXT TO SUFIJO-LSD
                                         SUFIJO-EXCEP
           END-IF.
       F-ARMO-NOMBRES.
           EXIT.
