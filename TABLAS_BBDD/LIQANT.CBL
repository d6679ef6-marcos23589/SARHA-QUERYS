      ***** LIQMES (MES-LIQ/ANIO-LIQ) Y LOS COMPARA CONTRA EL SALDO
      ***** GUARDADO EN ANT-MAESTROS-MAE, QUE SE ACTUALIZA APARTE Y SE
      ***** PUEDE DESINCRONIZAR. SE CORRE APARTE DE LIQAFIP, SOBRE LOS
      ***** MISMOS ARCHIVOS DEL PERIODO. LOS DIAS DE LICENCIA SIN
      ***** GOCE DE HABERES QUE DEJO LIQLIC EN LICACUM.IDX NO
      ***** COMPUTAN ANTIGUEDAD Y SE DESCUENTAN DE LOS DIAS
      ***** CALCULADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-mae.

      ***** DIAS DE LICENCIA POR LEGAJO Y PERIODO (VER LICACUM.CPY).
      ***** SI TODAVIA NO EXISTE (NUNCA SE CORRIO LIQLIC) NO HAY
      ***** DIAS QUE DESCONTAR.
           SELECT LICACUM
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\LICACUM.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-LAC
           FILE STATUS ESTADO-LICACUM.

           SELECT REPORTE-ANT
           ASSIGN TO RANDOM NOMBRE-REPORTE-ANT-PED
           ORGANIZATION LINE SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

       FD  LICACUM
           LABEL RECORDS ARE STANDARD.
           COPY LICACUM.

       FD  REPORTE-ANT
           LABEL RECORDS ARE STANDARD.
       01  REG-ANT.
           05  DIFERENCIA-ANT       PIC S9(07).
           05  C6-ANT               PIC X.
           05  OBSERVACION-ANT      PIC X(40).
           05  C7-ANT               PIC X.
           05  DIAS-LIC-ANT         PIC 9(05).

       FD  BITACORA
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ESTADO-LICACUM           PIC X(02) VALUE SPACES.

       01  SW-LICACUM               PIC X(01) VALUE "N".
           88  HAY-LICACUM              VALUE "S".
           88  NO-HAY-LICACUM           VALUE "N".

      ***** DIAS SIN GOCE ACUMULADOS DEL LEGAJO HASTA EL PERIODO DE
      ***** CORRIDA (SUMO-LICENCIAS).
       01  DIAS-LICENCIA-ANT        PIC 9(05) VALUE ZEROS.

      ***** CONTADORES DE LA CORRIDA PARA LA BITACORA: REGISTROS DE
      ***** MAESTRO LEIDOS Y LINEAS ESCRITAS EN EL REPORTE.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           OPEN OUTPUT REPORTE-ANT.
           OPEN INPUT MAESTRO LIQMES.
           OPEN INPUT LICACUM.
           IF ESTADO-LICACUM = "00"
               SET HAY-LICACUM TO TRUE
           END-IF.
           OPEN I-O BITACORA.
           PERFORM GRABO-BITACORA-INICIO
                   THRU F-GRABO-BITACORA-INICIO.
           END-IF.

           PERFORM BUSCO-PERIODO THRU F-BUSCO-PERIODO.
           PERFORM SUMO-LICENCIAS THRU F-SUMO-LICENCIAS.
           PERFORM CALCULO-ANTIGUEDAD THRU F-CALCULO-ANTIGUEDAD.
           PERFORM GRABO-ANT THRU F-GRABO-ANT.
           GO TO LEO-MAE.
           PERFORM GRABO-BITACORA-FIN THRU F-GRABO-BITACORA-FIN.
           CLOSE BITACORA.
           CLOSE MAESTRO LIQMES REPORTE-ANT.
           IF HAY-LICACUM
               CLOSE LICACUM
           END-IF.
           STOP RUN.

      ***** SI EL LEGAJO TIENE LIQUIDACION ESTE MES, USA SU FECHA-LIQ
       F-BUSCO-PERIODO.
           EXIT.

      ***** SUMA LOS DIAS SIN GOCE DEL LEGAJO EN LICACUM DE TODOS LOS
      ***** PERIODOS HASTA EL DE CORRIDA (LAS FILAS DEL LEGAJO ESTAN
      ***** JUNTAS Y ORDENADAS POR PERIODO).
       SUMO-LICENCIAS.
           MOVE ZEROS TO DIAS-LICENCIA-ANT.
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
           ADD DIAS-SIN-GOCE-LAC TO DIAS-LICENCIA-ANT.
           GO TO SUMO-LICENCIAS-LEE.
       F-SUMO-LICENCIAS.
           EXIT.

      ***** CONVIERTE FECHA-ING-DEF-MAE Y EL PERIODO DE REFERENCIA A
      ***** DIAS ABSOLUTOS Y LOS RESTA PARA OBTENER LA ANTIGUEDAD
      ***** CALCULADA, QUE LUEGO SE COMPARA CONTRA ANT-MAESTROS-MAE.
           EXIT.

       GRABO-ANT.
           MOVE ";" TO C1-ANT C2-ANT C3-ANT C4-ANT C5-ANT C6-ANT
                       C7-ANT.
           MOVE LEGAJO-MAE      TO LEGAJO-ANT.
           MOVE APEL-NOM-MAE    TO APELLIDO-ANT.
           MOVE FECHA-ING-DEF-MAE TO FECHA-ING-ANT.
           COMPUTE DIAS-CALC-ANT = DIAS-PERIODO-ANT - DIAS-INGRESO-ANT
                   - DIAS-LICENCIA-ANT.
           MOVE DIAS-LICENCIA-ANT TO DIAS-LIC-ANT.
           MOVE ANT-MAESTROS-MAE TO DIAS-MAE-ANT.
           COMPUTE DIFERENCIA-ANT = DIAS-CALC-ANT - ANT-MAESTROS-MAE.
           IF DIFERENCIA-ANT > TOLERANCIA-DIAS-ANT
