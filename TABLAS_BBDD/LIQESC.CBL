
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQESC.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** VALIDADOR DEL BASICO Y LA ANTIGUEDAD LIQUIDADOS CONTRA LA
      ***** ESCALA SALARIAL (ESCALAS.IDX, LA MANTIENE ESCMANT). SE
      ***** CORRE COMO PASO DE LOTE, AL ESTILO DE LIQVAL/LIQRET, PORQUE
      ***** HASTA AHORA UN ERROR DE ACTUALIZACION MASIVA EN EL 201 O EL
      ***** 240 SOLO SE VEIA SI LIQVAR JUSTO MARCABA LA VARIACION. POR
      ***** CADA LEGAJO DE LIQMESII.IDX BUSCA LA FILA DE LA ESCALA DE
      ***** SU AGRUP-MAE/CATEG-MAE VIGENTE EN EL PERIODO Y CONTROLA:
      *****   - 201 SUELDO BASICO CONTRA EL BASICO DE LA ESCALA (POR
      *****     HS-SEC-LIQ O HS-UNIV-LIQ SI LA ESCALA ES POR HORA
      *****     CATEDRA), FUERA DE TOLERANCIA (BLOQUEANTE)
      *****   - 240 ANTIGUEDAD CONTRA EL BASICO DE LA ESCALA POR EL
      *****     PORCENTAJE POR ANIO Y LOS ANIOS DE SERVICIO (DESDE
      *****     FECHA-ING-DEF-MAE, MENOS LAS LICENCIAS SIN GOCE DE
      *****     LICACUM.IDX, MAS LOS ANIOS RECONOCIDOS EN ANT-PAGO-MAE),
      *****     FUERA DE TOLERANCIA (BLOQUEANTE)
      *****   - LEGAJO CON 201/240 SIN ESCALA VIGENTE O SIN FECHA DE
      *****     INGRESO, QUE NO SE PUEDE CONTROLAR (AVISO)
      ***** DEJA UN ARCHIVO DE HALLAZGOS POR REGLA EN LA CARPETA DEL
      ***** PERIODO Y TERMINA CON RETURN-CODE 8 SI HAY BLOQUEANTES,
      ***** PARA FRENAR LA CORRIDA IGUAL QUE LIQVAL (4 SI SOLO HAY
      ***** AVISOS). UN LEGAJO QUE NO LIQUIDA NI 201 NI 240 NO TIENE
      ***** NADA QUE CONTROLAR Y SE SALTEA; LOS LEGAJOS SIN MAESTRO
      ***** LOS DEJA LIQAFIP EN REVISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIQMES
           ASSIGN TO RANDOM NOMBRE-LIQMES-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LIQ.

           SELECT maestro
           ASSIGN TO RANDOM NOMBRE-MAESTRO-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-mae.

           SELECT ESCALAS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\ESCALAS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-ESC
           FILE STATUS ESTADO-ESCALAS.

      ***** DIAS DE LICENCIA SIN GOCE POR LEGAJO Y PERIODO (VER
      ***** LICACUM.CPY), LOS MISMOS QUE DESCUENTA LIQANT. SI NO
      ***** EXISTE NO HAY DIAS QUE DESCONTAR.
           SELECT LICACUM
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\LICACUM.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-LAC
           FILE STATUS ESTADO-LICACUM.

           SELECT HALLA-BASICO
           ASSIGN TO RANDOM NOMBRE-BASICO-PED
           ORGANIZATION LINE SEQUENTIAL.

           SELECT HALLA-ANTIG
           ASSIGN TO RANDOM NOMBRE-ANTIG-PED
           ORGANIZATION LINE SEQUENTIAL.

           SELECT HALLA-AVISO
           ASSIGN TO RANDOM NOMBRE-AVISO-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

       FD  ESCALAS
           LABEL RECORDS ARE STANDARD.
           COPY ESCALA.

       FD  LICACUM
           LABEL RECORDS ARE STANDARD.
           COPY LICACUM.

      ***** REGLA 1 (BLOQUEANTE): 201 DISTINTO DEL BASICO DE LA
      ***** ESCALA, FUERA DE TOLERANCIA.
       FD  HALLA-BASICO
           LABEL RECORDS ARE STANDARD.
       01  REG-HALLA-BASICO.
           05  LEGAJO-HBA           PIC 9(07).
           05  C1-HBA               PIC X.
           05  APELLIDO-HBA         PIC X(30).
           05  C2-HBA               PIC X.
           05  AGRUP-HBA            PIC 9(02).
           05  C3-HBA               PIC X.
           05  CATEG-HBA            PIC 9(03).
           05  C4-HBA               PIC X.
           05  UNIDAD-HBA           PIC X(01).
           05  C5-HBA               PIC X.
           05  HORAS-HBA            PIC 9(02).
           05  C6-HBA               PIC X.
           05  ESPERADO-HBA         PIC 9(09)V99.
           05  C7-HBA               PIC X.
           05  LIQUIDADO-HBA        PIC 9(09)V99.
           05  C8-HBA               PIC X.
           05  DIFERENCIA-HBA       PIC 9(09)V99.

      ***** REGLA 2 (BLOQUEANTE): 240 DISTINTO DE LO QUE CORRESPONDE
      ***** POR ANIOS DE SERVICIO, FUERA DE TOLERANCIA.
       FD  HALLA-ANTIG
           LABEL RECORDS ARE STANDARD.
       01  REG-HALLA-ANTIG.
           05  LEGAJO-HAN           PIC 9(07).
           05  C1-HAN               PIC X.
           05  APELLIDO-HAN         PIC X(30).
           05  C2-HAN               PIC X.
           05  FECHA-ING-HAN        PIC 9(06).
           05  C3-HAN               PIC X.
           05  ANIOS-HAN            PIC 9(03).
           05  C4-HAN               PIC X.
           05  PCT-HAN              PIC 9(02)V99.
           05  C5-HAN               PIC X.
           05  ESPERADO-HAN         PIC 9(09)V99.
           05  C6-HAN               PIC X.
           05  LIQUIDADO-HAN        PIC 9(09)V99.
           05  C7-HAN               PIC X.
           05  DIFERENCIA-HAN       PIC 9(09)V99.

      ***** REGLA 3 (AVISO): LEGAJO QUE NO SE PUDO CONTROLAR.
       FD  HALLA-AVISO
           LABEL RECORDS ARE STANDARD.
       01  REG-HALLA-AVISO.
           05  LEGAJO-HAV           PIC 9(07).
           05  C1-HAV               PIC X.
           05  APELLIDO-HAV         PIC X(30).
           05  C2-HAV               PIC X.
           05  AGRUP-HAV            PIC 9(02).
           05  C3-HAV               PIC X.
           05  CATEG-HAV            PIC 9(03).
           05  C4-HAV               PIC X.
           05  OBSERVACION-HAV      PIC X(40).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ESTADO-ESCALAS           PIC X(02) VALUE SPACES.
       77  ESTADO-LICACUM           PIC X(02) VALUE SPACES.

      ***** PERIODO DE LA CORRIDA Y NOMBRES DE ARCHIVO PARAMETRIZADOS,
      ***** MISMO ESQUEMA QUE LIQAFIP (LEO-PARAMETROS/ARMO-NOMBRES).
       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.
       01  PERIODO-RUN-CMP REDEFINES PERIODO-RUN PIC 9(06).

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
           03  FILLER            PIC  X(12) VALUE "LIQMESII.IDX".

       01  NOMBRE-MAESTRO-PED.
           03  BASE-MAESTRO-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".

       01  NOMBRE-BASICO-PED.
           03  BASE-BASICO-PED   PIC  X(28).
           03  FILLER            PIC  X(18)
                 VALUE "LIQ-ESC-BASICO.TXT".

       01  NOMBRE-ANTIG-PED.
           03  BASE-ANTIG-PED    PIC  X(28).
           03  FILLER            PIC  X(22)
                 VALUE "LIQ-ESC-ANTIGUEDAD.TXT".

       01  NOMBRE-AVISO-PED.
           03  BASE-AVISO-PED    PIC  X(28).
           03  FILLER            PIC  X(18)
                 VALUE "LIQ-ESC-AVISOS.TXT".

      ***** LOS DOS CODIGOS QUE SE CONTROLAN (VER CONCDESC.CPY).
       77  CODIGO-BASICO         PIC  9(03) VALUE 201.
       77  CODIGO-ANTIG          PIC  9(03) VALUE 240.

      ***** TOLERANCIA EN PESOS DE LAS REGLAS 1 Y 2: UNA DIFERENCIA
      ***** DE REDONDEO ENTRE LA ESCALA Y LO LIQUIDADO NO ES HALLAZGO.
       77  TOLERANCIA-IMP        PIC  9(03)V99 VALUE 5.

      ***** LO LIQUIDADO EN 201 Y 240 POR EL LEGAJO (SUMA DE LAS
      ***** ENTRADAS DE CONCEPT-LIQ CON ESE CODIGO).
       01  LIQUIDADO-LEG.
           03  BASICO-LIQ-W         PIC 9(09)V99 VALUE ZEROS.
           03  ANTIG-LIQ-W          PIC 9(09)V99 VALUE ZEROS.
           03  SW-TIENE-201         PIC X(01) VALUE "N".
               88  TIENE-201            VALUE "S".
           03  SW-TIENE-240         PIC X(01) VALUE "N".
               88  TIENE-240            VALUE "S".

      ***** FILA DE LA ESCALA VIGENTE PARA LA CATEGORIA DEL LEGAJO:
      ***** LA DE MAYOR PERIODO-ESC QUE NO SUPERA EL PERIODO DE
      ***** CORRIDA (VER BUSCO-ESCALA).
       01  ESCALA-VIGENTE.
           03  SW-ESCALA            PIC X(01) VALUE "N".
               88  HAY-ESCALA           VALUE "S".
               88  NO-HAY-ESCALA        VALUE "N".
           03  UNIDAD-VIG           PIC X(01).
               88  VIG-HORA-SEC         VALUE "S".
               88  VIG-HORA-UNIV        VALUE "U".
           03  BASICO-VIG           PIC 9(08)V99.
           03  PCT-ANT-VIG          PIC 9(02)V99.
           03  PERIODO-ESC-CMP      PIC 9(06).

       01  SW-LICACUM               PIC X(01) VALUE "N".
           88  HAY-LICACUM              VALUE "S".
           88  NO-HAY-LICACUM           VALUE "N".

      ***** CALCULO DE LO ESPERADO.
       77  HORAS-W               PIC  9(02) VALUE ZEROS.
       77  BASICO-ESPERADO-W     PIC  9(09)V99 VALUE ZEROS.
       77  ANTIG-ESPERADO-W      PIC  9(09)V99 VALUE ZEROS.
       77  DIFERENCIA-W          PIC  9(09)V99 VALUE ZEROS.
       77  DIAS-LICENCIA-W       PIC  9(05) VALUE ZEROS.
       77  DIAS-SERVICIO-W       PIC S9(07) VALUE ZEROS.
       77  ANIOS-SERVICIO-W      PIC  9(03) VALUE ZEROS.

      ***** DIAS ACUMULADOS ANTES DE CADA MES EN UN ANIO NO BISIESTO
      ***** (PARA FECHA-A-DIAS, IGUAL QUE EN LIQANT).
       01  CUM-MESES-INI            PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  TABLA-CUM-MESES REDEFINES CUM-MESES-INI.
           03  CUM-DIAS OCCURS 12 TIMES PIC 9(03).

      ***** ARGUMENTO/RESULTADO DE FECHA-A-DIAS: SE CARGA ANIO-FAD
      ***** (4 DIGITOS), MES-FAD Y DIA-FAD ANTES DE PERFORM Y SE LEE
      ***** DIAS-FAD DESPUES.
       01  CONVERSION-FECHA.
           03  ANIO-FAD             PIC 9(04).
           03  MES-FAD              PIC 9(02).
           03  DIA-FAD              PIC 9(02).
           03  DIAS-FAD             PIC 9(07).
           03  ANIO-M1-FAD          PIC 9(04).
           03  D4-FAD               PIC 9(04).
           03  D100-FAD             PIC 9(04).
           03  D400-FAD             PIC 9(04).
           03  R4-FAD               PIC 9(02).
           03  R100-FAD             PIC 9(02).
           03  R400-FAD             PIC 9(02).
           03  TEMP-FAD             PIC 9(04).

       01  DIAS-INGRESO-W           PIC 9(07).
      ***** FIN DEL MES DE CORRIDA EN DIAS ABSOLUTOS, SE CALCULA UNA
      ***** SOLA VEZ AL ARRANCAR.
       01  DIAS-PERIODO-W           PIC 9(07).

      ***** CONTADORES POR REGLA. LOS BLOQUEANTES DECIDEN EL
      ***** RETURN-CODE FINAL; LOS AVISOS SOLOS DEJAN RETURN-CODE 4.
       01  CONTADORES-ESC.
           03  CANT-LEIDOS-ESC      PIC 9(06) VALUE ZEROS.
           03  CANT-SIN-MAE-ESC     PIC 9(06) VALUE ZEROS.
           03  CANT-CONTROL-ESC     PIC 9(06) VALUE ZEROS.
           03  CANT-BASICO-ESC      PIC 9(06) VALUE ZEROS.
           03  CANT-ANTIG-ESC       PIC 9(06) VALUE ZEROS.
           03  CANT-AVISO-ESC       PIC 9(06) VALUE ZEROS.
           03  CANT-BLOQUEANTES-ESC PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           OPEN INPUT ESCALAS.
           IF ESTADO-ESCALAS NOT = "00"
               DISPLAY "LIQESC: NO EXISTE ESCALAS.IDX, CARGAR LA "
                       "ESCALA CON ESCMANT ANTES DE CONTROLAR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LICACUM.
           IF ESTADO-LICACUM = "00"
               SET HAY-LICACUM TO TRUE
           END-IF.
           OPEN INPUT LIQMES MAESTRO.
           OPEN OUTPUT HALLA-BASICO HALLA-ANTIG HALLA-AVISO.
      ***** FIN DEL MES DE CORRIDA: EL DIA 1 DEL MES SIGUIENTE MENOS
      ***** UNO, COMO DIAS-PERIODO-ANT EN LIQANT.
           MOVE ANIO-RUN TO ANIO-FAD.
           IF MES-RUN = 12
               MOVE 1 TO MES-FAD
               ADD 1 TO ANIO-FAD
           ELSE
               COMPUTE MES-FAD = MES-RUN + 1
           END-IF.
           MOVE 1 TO DIA-FAD.
           PERFORM FECHA-A-DIAS THRU F-FECHA-A-DIAS.
           COMPUTE DIAS-PERIODO-W = DIAS-FAD - 1.

       LEO.
           READ LIQMES NEXT AT END
               GO TO FINALIZA.
           ADD 1 TO CANT-LEIDOS-ESC.
           PERFORM SUMO-LIQUIDADO THRU F-SUMO-LIQUIDADO.
           IF NOT TIENE-201 AND NOT TIENE-240
               GO TO LEO
           END-IF.
           MOVE LEGAJO-LIQ TO LEGAJO-MAE.
           READ MAESTRO
               INVALID KEY
                   ADD 1 TO CANT-SIN-MAE-ESC
                   GO TO LEO
           END-READ.
           ADD 1 TO CANT-CONTROL-ESC.
           PERFORM BUSCO-ESCALA THRU F-BUSCO-ESCALA.
           IF NO-HAY-ESCALA
               MOVE "SIN ESCALA VIGENTE PARA LA CATEGORIA"
                   TO OBSERVACION-HAV
               PERFORM GRABO-AVISO THRU F-GRABO-AVISO
               GO TO LEO
           END-IF.
           PERFORM VALIDO-BASICO THRU F-VALIDO-BASICO.
           PERFORM VALIDO-ANTIGUEDAD THRU F-VALIDO-ANTIGUEDAD.
           GO TO LEO.

      ***** SUMA LO LIQUIDADO EN 201 Y 240 EN LAS 40 ENTRADAS.
       SUMO-LIQUIDADO.
           INITIALIZE LIQUIDADO-LEG.
           MOVE "N" TO SW-TIENE-201 SW-TIENE-240.
           PERFORM VEO-CODIGO THRU F-VEO-CODIGO
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
       F-SUMO-LIQUIDADO.
           EXIT.

       VEO-CODIGO.
           IF CODIGO-LIQ(I) = CODIGO-BASICO
               ADD IMPORTE-LIQ(I) TO BASICO-LIQ-W
               SET TIENE-201 TO TRUE
           END-IF.
           IF CODIGO-LIQ(I) = CODIGO-ANTIG
               ADD IMPORTE-LIQ(I) TO ANTIG-LIQ-W
               SET TIENE-240 TO TRUE
           END-IF.
       F-VEO-CODIGO.
           EXIT.

      ***** BUSCA LA FILA VIGENTE DE LA CATEGORIA DEL LEGAJO: RECORRE
      ***** LAS VIGENCIAS DE SU AGRUP-MAE/CATEG-MAE EN ORDEN Y SE
      ***** QUEDA CON LA ULTIMA QUE NO SUPERA EL PERIODO DE CORRIDA,
      ***** MISMO CRITERIO QUE CARGA-PATRONAL EN LIQAFIP.
       BUSCO-ESCALA.
           SET NO-HAY-ESCALA TO TRUE.
           MOVE AGRUP-MAE TO AGRUP-ESC.
           MOVE CATEG-MAE TO CATEG-ESC.
           MOVE ZEROS     TO PERIODO-ESC.
           START ESCALAS KEY IS NOT LESS THAN CLAVE-ESC
               INVALID KEY
                   GO TO F-BUSCO-ESCALA
           END-START.
       BUSCO-ESCALA-LEE.
           READ ESCALAS NEXT AT END
               GO TO F-BUSCO-ESCALA.
           IF AGRUP-ESC NOT = AGRUP-MAE OR CATEG-ESC NOT = CATEG-MAE
               GO TO F-BUSCO-ESCALA
           END-IF.
           MOVE PERIODO-ESC TO PERIODO-ESC-CMP.
           IF PERIODO-ESC-CMP > PERIODO-RUN-CMP
               GO TO F-BUSCO-ESCALA
           END-IF.
           SET HAY-ESCALA TO TRUE.
           MOVE UNIDAD-ESC  TO UNIDAD-VIG.
           MOVE BASICO-ESC  TO BASICO-VIG.
           MOVE PCT-ANT-ESC TO PCT-ANT-VIG.
           GO TO BUSCO-ESCALA-LEE.
       F-BUSCO-ESCALA.
           EXIT.

      ***** REGLA 1 (BLOQUEANTE): EL 201 TIENE QUE SER EL BASICO DE LA
      ***** ESCALA; SI LA ESCALA ES POR HORA CATEDRA, POR LAS HORAS
      ***** SECUNDARIAS O UNIVERSITARIAS DEL LEGAJO. EL BASICO ESPERADO
      ***** QUEDA ADEMAS COMO BASE DE LA REGLA 2.
       VALIDO-BASICO.
           MOVE ZEROS TO HORAS-W.
           IF VIG-HORA-SEC
               MOVE HS-SEC-LIQ TO HORAS-W
               COMPUTE BASICO-ESPERADO-W = BASICO-VIG * HS-SEC-LIQ
           ELSE
           IF VIG-HORA-UNIV
               MOVE HS-UNIV-LIQ TO HORAS-W
               COMPUTE BASICO-ESPERADO-W = BASICO-VIG * HS-UNIV-LIQ
           ELSE
               MOVE BASICO-VIG TO BASICO-ESPERADO-W
           END-IF
           END-IF.
           IF NOT TIENE-201
               GO TO F-VALIDO-BASICO
           END-IF.
           IF BASICO-LIQ-W > BASICO-ESPERADO-W
               COMPUTE DIFERENCIA-W = BASICO-LIQ-W - BASICO-ESPERADO-W
           ELSE
               COMPUTE DIFERENCIA-W = BASICO-ESPERADO-W - BASICO-LIQ-W
           END-IF.
           IF DIFERENCIA-W > TOLERANCIA-IMP
               MOVE ";" TO C1-HBA C2-HBA C3-HBA C4-HBA C5-HBA C6-HBA
                           C7-HBA C8-HBA
               MOVE LEGAJO-LIQ        TO LEGAJO-HBA
               MOVE APELLIDO-LIQ      TO APELLIDO-HBA
               MOVE AGRUP-MAE         TO AGRUP-HBA
               MOVE CATEG-MAE         TO CATEG-HBA
               MOVE UNIDAD-VIG        TO UNIDAD-HBA
               MOVE HORAS-W           TO HORAS-HBA
               MOVE BASICO-ESPERADO-W TO ESPERADO-HBA
               MOVE BASICO-LIQ-W      TO LIQUIDADO-HBA
               MOVE DIFERENCIA-W      TO DIFERENCIA-HBA
               WRITE REG-HALLA-BASICO
               ADD 1 TO CANT-BASICO-ESC CANT-BLOQUEANTES-ESC
           END-IF.
       F-VALIDO-BASICO.
           EXIT.

      ***** REGLA 2 (BLOQUEANTE): EL 240 TIENE QUE SER EL BASICO DE LA
      ***** ESCALA POR EL PORCENTAJE POR ANIO Y LOS ANIOS DE SERVICIO.
      ***** LOS ANIOS SON LOS DIAS DESDE FECHA-ING-DEF-MAE HASTA FIN
      ***** DEL MES DE CORRIDA, MENOS LOS DIAS SIN GOCE DE LICACUM,
      ***** SOBRE 365,25 (ANIOS CUMPLIDOS), MAS ANT-PAGO-MAE (ANIOS DE
      ***** SERVICIOS ANTERIORES RECONOCIDOS PARA EL PAGO). UN LEGAJO
      ***** SIN FECHA DE INGRESO NO SE PUEDE CONTROLAR Y VA A AVISOS.
      ***** SI LA CATEGORIA CORRESPONDE ANTIGUEDAD Y NO SE LIQUIDO 240,
      ***** LA DIFERENCIA ES TODO LO ESPERADO.
       VALIDO-ANTIGUEDAD.
           IF FECHA-ING-DEF-MAE = ZEROS
               IF TIENE-240
                   MOVE "SIN FECHA DE INGRESO, 240 SIN CONTROLAR"
                       TO OBSERVACION-HAV
                   PERFORM GRABO-AVISO THRU F-GRABO-AVISO
               END-IF
               GO TO F-VALIDO-ANTIGUEDAD
           END-IF.
           PERFORM CALCULO-ANIOS THRU F-CALCULO-ANIOS.
           COMPUTE ANTIG-ESPERADO-W ROUNDED = BASICO-ESPERADO-W
                   * PCT-ANT-VIG * ANIOS-SERVICIO-W / 100.
           IF ANTIG-LIQ-W > ANTIG-ESPERADO-W
               COMPUTE DIFERENCIA-W = ANTIG-LIQ-W - ANTIG-ESPERADO-W
           ELSE
               COMPUTE DIFERENCIA-W = ANTIG-ESPERADO-W - ANTIG-LIQ-W
           END-IF.
           IF DIFERENCIA-W > TOLERANCIA-IMP
               MOVE ";" TO C1-HAN C2-HAN C3-HAN C4-HAN C5-HAN C6-HAN
                           C7-HAN
               MOVE LEGAJO-LIQ        TO LEGAJO-HAN
               MOVE APELLIDO-LIQ      TO APELLIDO-HAN
               MOVE FECHA-ING-DEF-MAE TO FECHA-ING-HAN
               MOVE ANIOS-SERVICIO-W  TO ANIOS-HAN
               MOVE PCT-ANT-VIG       TO PCT-HAN
               MOVE ANTIG-ESPERADO-W  TO ESPERADO-HAN
               MOVE ANTIG-LIQ-W       TO LIQUIDADO-HAN
               MOVE DIFERENCIA-W      TO DIFERENCIA-HAN
               WRITE REG-HALLA-ANTIG
               ADD 1 TO CANT-ANTIG-ESC CANT-BLOQUEANTES-ESC
           END-IF.
       F-VALIDO-ANTIGUEDAD.
           EXIT.

      ***** ANIOS DE SERVICIO DEL LEGAJO A FIN DEL MES DE CORRIDA.
       CALCULO-ANIOS.
           IF ANIO-DEF-MAE > 50
               COMPUTE ANIO-FAD = 1900 + ANIO-DEF-MAE
           ELSE
               COMPUTE ANIO-FAD = 2000 + ANIO-DEF-MAE
           END-IF.
           MOVE MES-DEF-MAE TO MES-FAD.
           MOVE DIA-DEF-MAE TO DIA-FAD.
           PERFORM FECHA-A-DIAS THRU F-FECHA-A-DIAS.
           MOVE DIAS-FAD TO DIAS-INGRESO-W.
           PERFORM SUMO-LICENCIAS THRU F-SUMO-LICENCIAS.
           COMPUTE DIAS-SERVICIO-W = DIAS-PERIODO-W - DIAS-INGRESO-W
                   - DIAS-LICENCIA-W + 1.
           IF DIAS-SERVICIO-W < ZEROS
               MOVE ZEROS TO DIAS-SERVICIO-W
           END-IF.
           COMPUTE ANIOS-SERVICIO-W = DIAS-SERVICIO-W / 365,25.
           ADD ANT-PAGO-MAE TO ANIOS-SERVICIO-W.
       F-CALCULO-ANIOS.
           EXIT.

      ***** SUMA LOS DIAS SIN GOCE DEL LEGAJO EN LICACUM HASTA EL
      ***** PERIODO DE CORRIDA, IGUAL QUE SUMO-LICENCIAS EN LIQANT.
       SUMO-LICENCIAS.
           MOVE ZEROS TO DIAS-LICENCIA-W.
           IF NO-HAY-LICACUM
               GO TO F-SUMO-LICENCIAS
           END-IF.
           MOVE LEGAJO-MAE TO LEGAJO-LAC.
           MOVE ZEROS      TO PERIODO-LAC.
           START LICACUM KEY IS NOT LESS THAN CLAVE-LAC
               INVALID KEY
                   GO TO F-SUMO-LICENCIAS
           END-START.
       SUMO-LICENCIAS-LEE.
           READ LICACUM NEXT AT END
               GO TO F-SUMO-LICENCIAS.
           IF LEGAJO-LAC NOT = LEGAJO-MAE
               GO TO F-SUMO-LICENCIAS
           END-IF.
           IF ANIO-LAC > ANIO-RUN
              OR (ANIO-LAC = ANIO-RUN AND MES-LAC > MES-RUN)
               GO TO F-SUMO-LICENCIAS
           END-IF.
           ADD DIAS-SIN-GOCE-LAC TO DIAS-LICENCIA-W.
           GO TO SUMO-LICENCIAS-LEE.
       F-SUMO-LICENCIAS.
           EXIT.

      ***** CONVIERTE ANIO-FAD/MES-FAD/DIA-FAD (FECHA GREGORIANA) EN
      ***** UN NUMERO DE DIA ABSOLUTO (DIAS-FAD), IGUAL QUE EN LIQANT.
       FECHA-A-DIAS.
           COMPUTE ANIO-M1-FAD = ANIO-FAD - 1.
           DIVIDE ANIO-M1-FAD BY 4   GIVING D4-FAD.
           DIVIDE ANIO-M1-FAD BY 100 GIVING D100-FAD.
           DIVIDE ANIO-M1-FAD BY 400 GIVING D400-FAD.
           COMPUTE DIAS-FAD = 365 * ANIO-M1-FAD + D4-FAD - D100-FAD
                   + D400-FAD + CUM-DIAS(MES-FAD) + DIA-FAD.
           DIVIDE ANIO-FAD BY 4   GIVING TEMP-FAD REMAINDER R4-FAD.
           DIVIDE ANIO-FAD BY 100 GIVING TEMP-FAD REMAINDER R100-FAD.
           DIVIDE ANIO-FAD BY 400 GIVING TEMP-FAD REMAINDER R400-FAD.
           IF ((R4-FAD = 0 AND R100-FAD NOT = 0) OR R400-FAD = 0)
                   AND MES-FAD > 2
               ADD 1 TO DIAS-FAD
           END-IF.
       F-FECHA-A-DIAS.
           EXIT.

       GRABO-AVISO.
           MOVE ";" TO C1-HAV C2-HAV C3-HAV C4-HAV.
           MOVE LEGAJO-LIQ   TO LEGAJO-HAV.
           MOVE APELLIDO-LIQ TO APELLIDO-HAV.
           MOVE AGRUP-MAE    TO AGRUP-HAV.
           MOVE CATEG-MAE    TO CATEG-HAV.
           WRITE REG-HALLA-AVISO.
           ADD 1 TO CANT-AVISO-ESC.
       F-GRABO-AVISO.
           EXIT.

      ***** FIN DE CORRIDA: RESUMEN POR PANTALLA Y RETURN-CODE 8 SI
      ***** HAY BLOQUEANTES, PARA QUE EL PASO SIGUIENTE DEL LOTE NO SE
      ***** LANCE.
       FINALIZA.
           CLOSE LIQMES MAESTRO ESCALAS.
           IF HAY-LICACUM
               CLOSE LICACUM
           END-IF.
           CLOSE HALLA-BASICO HALLA-ANTIG HALLA-AVISO.
           DISPLAY "LIQESC: " CANT-LEIDOS-ESC " LEGAJOS LEIDOS, "
                   CANT-CONTROL-ESC " CONTROLADOS, "
                   CANT-SIN-MAE-ESC " SIN MAESTRO.".
           DISPLAY "LIQESC: BASICOS FUERA DE ESCALA: "
                   CANT-BASICO-ESC.
           DISPLAY "LIQESC: ANTIGUEDADES FUERA DE ESCALA: "
                   CANT-ANTIG-ESC.
           DISPLAY "LIQESC: SIN CONTROLAR (AVISO): " CANT-AVISO-ESC.
           IF CANT-BLOQUEANTES-ESC > ZEROS
               DISPLAY "LIQESC: " CANT-BLOQUEANTES-ESC
                       " ERRORES BLOQUEANTES, NO LANZAR LIQAFIP."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "LIQESC: SIN ERRORES BLOQUEANTES."
               IF CANT-AVISO-ESC > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ***** LEE EL PERIODO DE CORRIDA DE LOS PARAMETROS DE LINEA DE
      ***** COMANDO (LIQESC <ANIO> <MES> <RAIZ-PATH>, LOS TRES
      ***** OPCIONALES): SI NO VIENEN, QUEDA EL PERIODO POR DEFECTO DE
      ***** PERIODO-RUN/BASE-PEDIDOS-RUN.
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

      ***** ARMA BASE-PEDIDOS-RUN A PARTIR DEL PERIODO DE CORRIDA Y LA
      ***** COPIA A LA PARTE FIJA DEL NOMBRE DE CADA ARCHIVO DEL
      ***** PERIODO.
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQMES-PED
                                     BASE-MAESTRO-PED
                                     BASE-BASICO-PED
                                     BASE-ANTIG-PED
                                     BASE-AVISO-PED.
       F-ARMO-NOMBRES.
           EXIT.
