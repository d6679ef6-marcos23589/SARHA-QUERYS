
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQLOTE.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** CORRIDA MENSUAL COMPLETA DE UN PERIODO, EN LUGAR DE LA
      ***** LISTA QUE EL OPERADOR SEGUIA A MANO. LANZA LOS PASOS EN
      ***** ESTE ORDEN, CADA UNO CON <ANIO> <MES> <RAIZ>:
      *****    1 LIQVAL     VALIDACION DE LIQMES
      *****    2 LIQESC     BASICO Y ANTIGUEDAD CONTRA ESCALAS
      *****    3 LIQRET     RETENCIONES CONTRA AUTORIZACIONES
      *****    4 LIQAFIP    ARCHIVOS LIQ-10-<CUIT>.TXT
      *****    5 LIQVAR     VARIACIONES CONTRA EL MES ANTERIOR
      *****    6 LIQFAM     ASIGNACIONES FAMILIARES
      *****    7 LIQANT     ANTIGUEDAD
      *****    8 LIQRECIBO  RECIBOS
      *****    9 LIQLSD     LIBRO DE SUELDOS DIGITAL
      *****   10 PERCIERRE  CIERRE DEL PERIODO (INTERACTIVO, SIN
      *****                 PARAMETROS: EL OPERADOR CIERRA EL PERIODO
      *****                 CON LA OPCION C; SI AL VOLVER EL PERIODO
      *****                 NO QUEDO CERRADO, EL PASO ES UN AVISO)
      ***** DESPUES DE CADA PASO MIRA EL RETURN-CODE: 0 SIGUE; 4 ES
      ***** UN AVISO Y TAMBIEN SE DETIENE, PARA QUE EL OPERADOR REVISE
      ***** LOS HALLAZGOS ANTES DE SEGUIR; CUALQUIER OTRO ES UN ERROR
      ***** BLOQUEANTE Y LA CORRIDA SE DETIENE. LOS PASOS SOLO DEVUELVEN
      ***** 0, 4 U 8: UN 1 (PROGRAMA CORTADO POR EL RUNTIME, POR
      ***** EJEMPLO POR UN ARCHIVO QUE NO ABRE) O CUALQUIER OTRO VALOR
      ***** ES UNA CAIDA DEL PASO Y NO SE PUEDE TOMAR COMO AVISO.
      ***** CADA PASO SE ASIENTA EN BITACORA.IDX CON PROGRAMA
      ***** "LIQLOTE" (VER PASO-LOTE-BIT EN BITACORA.CPY): LA FILA SE
      ***** GRABA AL LANZAR EL PASO EN "CORTE" Y SE REESCRIBE AL
      ***** VOLVER CON EL RETURN-CODE Y EL RESULTADO. AL ARRANCAR SE
      ***** LEE ESA HISTORIA DEL PERIODO Y LA CORRIDA RETOMA EN EL
      ***** PRIMER PASO QUE NO TERMINO "NORMAL" (O "FORZAD"): UN PASO
      ***** CON ERROR O AVISO SE VUELVE A CORRER, LOS ANTERIORES NO.
      ***** CON FORZAR, SI EL PASO DONDE SE RETOMA TERMINO CON AVISO,
      ***** NO SE REPITE: SE PIDE USUARIO Y MOTIVO, SE ASIENTA UNA FILA
      ***** "FORZAD" EN LA BITACORA Y UNA LINEA EN AUDITORIA-TABLAS.TXT
      ***** Y LA CORRIDA SIGUE CON EL PASO SIGUIENTE. UN PASO CON
      ***** ERROR BLOQUEANTE NO SE PUEDE FORZAR.
      ***** CADA PASO SE LANZA COMO PROGRAMA APARTE, IGUAL QUE DESDE
      ***** LA LINEA DE COMANDO, ASI QUE LOS EJECUTABLES TIENEN QUE
      ***** ESTAR EN EL CAMINO DE BUSQUEDA DEL OPERADOR.
      ***** PARAMETROS: LIQLOTE <ANIO> <MES> <RAIZ> [FORZAR].
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

           SELECT BITACORA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\BITACORA.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-BITACORA
           FILE STATUS ESTADO-BITACORA.

      ***** LA MISMA BITACORA DE CAMBIOS QUE USA TABMANT, PARA DEJAR
      ***** CONSTANCIA DE CADA PASO FORZADO.
           SELECT AUDITORIA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\AUDITORIA-TABLAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD.
           COPY PERIODO.

       FD  BITACORA
           LABEL RECORDS ARE STANDARD.
           COPY BITACORA.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA.
           05  FECHA-AUD            PIC 9(08).
           05  C1-AUD               PIC X.
           05  HORA-AUD             PIC 9(06).
           05  C2-AUD               PIC X.
           05  USUARIO-AUD          PIC X(08).
           05  C3-AUD               PIC X.
           05  TABLA-AUD            PIC X(10).
           05  C4-AUD               PIC X.
           05  OPERACION-AUD        PIC X(04).
           05  C5-AUD               PIC X.
           05  IMAGEN-ANTES-AUD     PIC X(50).
           05  C6-AUD               PIC X.
           05  IMAGEN-DESPUES-AUD   PIC X(50).

       WORKING-STORAGE SECTION.
       77  I                        PIC 9(02).
       77  ESTADO-PERIODOS          PIC X(02) VALUE SPACES.
       77  ESTADO-BITACORA          PIC X(02) VALUE SPACES.
       77  ESTADO-AUDITORIA         PIC X(02) VALUE SPACES.
       77  CANT-ARG-RUN             PIC 9(02) VALUE ZEROS.
       01  ARG-RUN                  PIC X(20).

       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".

      ***** "S" SI VINO EL CUARTO PARAMETRO FORZAR.
       01  SW-FORZAR                PIC X(01) VALUE "N".
           88  HAY-FORZAR               VALUE "S".
           88  NO-HAY-FORZAR            VALUE "N".

      ***** "S" SI EL PERIODO YA TIENE PASOS ASENTADOS Y ESTA CORRIDA
      ***** RETOMA UNA ANTERIOR.
       01  SW-REINICIO              PIC X(01) VALUE "N".
           88  ES-REINICIO              VALUE "S".

      ***** COMO TERMINO LA CORRIDA: "N" SIGUE, "A" DETENIDA POR UN
      ***** AVISO, "E" DETENIDA POR UN ERROR BLOQUEANTE.
       01  SW-CORTE                 PIC X(01) VALUE "N".
           88  SIN-CORTE                VALUE "N".
           88  CORTE-AVISO              VALUE "A".
           88  CORTE-ERROR              VALUE "E".

      ***** PASOS DE LA CORRIDA, EN ORDEN (VER ENCABEZADO).
       77  CANT-PASOS               PIC 9(02) VALUE 10.
       01  PASOS-INI.
           03  FILLER               PIC X(36)
                 VALUE "LIQVAL   LIQESC   LIQRET   LIQAFIP  ".
           03  FILLER               PIC X(36)
                 VALUE "LIQVAR   LIQFAM   LIQANT   LIQRECIBO".
           03  FILLER               PIC X(18)
                 VALUE "LIQLSD   PERCIERRE".
       01  TABLA-PASOS REDEFINES PASOS-INI.
           03  NOMBRE-PASO OCCURS 10 TIMES PIC X(09).

      ***** ULTIMO RESULTADO DE CADA PASO SEGUN LA BITACORA (ESPACIOS
      ***** SI NUNCA SE CORRIO).
       01  TABLA-ESTADO-PASOS.
           03  ESTADO-PASO-ENT OCCURS 10 TIMES.
               05  ESTADO-PASO      PIC X(06).
               05  RC-ULT-PASO      PIC 9(03).

       77  PASO-INICIO              PIC 9(02) VALUE ZEROS.
       77  PASO-FINAL               PIC 9(02) VALUE ZEROS.
       77  RC-PASO-W                PIC S9(09) VALUE ZEROS.

      ***** LINEA DE COMANDO DEL PASO, TERMINADA EN LOW-VALUE.
       01  COMANDO-LOTE             PIC X(60).

      ***** CAMPOS DE TRABAJO DEL ASIENTO EN LA BITACORA DE CORRIDAS
      ***** (VER GRABO-PASO-INICIO/GRABO-PASO-FIN). CLAVE-BIT-CORRIDA
      ***** GUARDA LA CLAVE DE LA FILA DEL PASO EN CURSO PARA
      ***** REESCRIBIRLA AL VOLVER.
       01  TRABAJO-BITACORA.
           03  FECHA-HOY-BIT     PIC 9(08).
           03  HORA-AHORA-BIT    PIC 9(08).
           03  ULT-NRO-CORRIDA-BIT PIC 9(04) VALUE ZEROS.
           03  CLAVE-BIT-CORRIDA PIC X(18).

      ***** AUTORIZACION DEL PASO FORZADO.
       01  USUARIO-SESION           PIC X(08) VALUE SPACES.
       01  MOTIVO-CAP               PIC X(40) VALUE SPACES.

       01  IMAGEN-FORZADO-W.
           03  ANIO-IFZ             PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  MES-IFZ              PIC 9(02).
           03  FILLER               PIC X(06) VALUE " PASO ".
           03  NRO-PASO-IFZ         PIC 9(02).
           03  FILLER               PIC X(01) VALUE " ".
           03  NOMBRE-PASO-IFZ      PIC X(09).
           03  FILLER               PIC X(04) VALUE " RC ".
           03  RC-PASO-IFZ          PIC 9(03).
           03  FILLER               PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           DISPLAY "LIQLOTE: CORRIDA MENSUAL DE " MES-RUN "/" ANIO-RUN
                   " RAIZ " RAIZ-BASE-RUN.
           PERFORM CONTROLO-PERIODO THRU F-CONTROLO-PERIODO.
           IF PER-CERRADO
               DISPLAY "LIQLOTE: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " YA ESTA CERRADO (POR " USUARIO-PER " EL "
                       FECHA-PER "). NO HAY NADA QUE CORRER."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BITACORA.
           IF ESTADO-BITACORA NOT = "00"
               DISPLAY "LIQLOTE: SIN BITACORA.IDX, CORRER BITCARGA "
                       "ANTES DE LA PRIMERA CORRIDA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEO-HISTORIA THRU F-LEO-HISTORIA.
           CLOSE BITACORA.
           PERFORM BUSCO-PASO-INICIO THRU F-BUSCO-PASO-INICIO
                   VARYING I FROM CANT-PASOS BY -1 UNTIL I < 1.
           IF PASO-INICIO = ZEROS
               DISPLAY "LIQLOTE: LA CORRIDA DE " MES-RUN "/" ANIO-RUN
                       " YA ESTA COMPLETA EN LA BITACORA, NO HAY "
                       "NADA QUE CORRER."
               STOP RUN
           END-IF.
           IF ES-REINICIO
               DISPLAY "LIQLOTE: RETOMA DESDE EL PASO " PASO-INICIO
                       " " NOMBRE-PASO(PASO-INICIO)
                       " (ULTIMO RESULTADO: " ESTADO-PASO(PASO-INICIO)
                       " RC " RC-ULT-PASO(PASO-INICIO) ")."
           END-IF.
           IF HAY-FORZAR
               PERFORM FUERZO-PASO THRU F-FUERZO-PASO
           END-IF.
           PERFORM CORRO-PASO THRU F-CORRO-PASO
                   VARYING I FROM PASO-INICIO BY 1
                   UNTIL I > CANT-PASOS OR NOT SIN-CORTE.
           GO TO FINALIZA.

      ***** ESTADO DEL PERIODO EN PERIODOS.IDX; SIN ARCHIVO O SIN
      ***** FILA, EL PERIODO ESTA ABIERTO.
       CONTROLO-PERIODO.
           MOVE "ABIERTO" TO ESTADO-PER.
           OPEN INPUT PERIODOS.
           IF ESTADO-PERIODOS NOT = "00"
               GO TO F-CONTROLO-PERIODO
           END-IF.
           MOVE ANIO-RUN TO ANIO-PER.
           MOVE MES-RUN  TO MES-PER.
           READ PERIODOS
               INVALID KEY
                   MOVE "ABIERTO" TO ESTADO-PER
           END-READ.
           CLOSE PERIODOS.
       F-CONTROLO-PERIODO.
           EXIT.

      ***** RECORRE LAS FILAS DE LIQLOTE DEL PERIODO EN LA BITACORA,
      ***** EN ORDEN DE NRO-CORRIDA-BIT: LA ULTIMA FILA DE CADA PASO
      ***** ES SU RESULTADO VIGENTE.
       LEO-HISTORIA.
           INITIALIZE TABLA-ESTADO-PASOS.
           MOVE "LIQLOTE" TO PROGRAMA-BIT.
           MOVE ANIO-RUN  TO ANIO-BIT.
           MOVE MES-RUN   TO MES-BIT.
           MOVE ZEROS     TO NRO-CORRIDA-BIT.
           START BITACORA KEY IS NOT LESS THAN CLAVE-BITACORA
               INVALID KEY
                   GO TO F-LEO-HISTORIA
           END-START.
       LEO-HISTORIA-LEE.
           READ BITACORA NEXT AT END
               GO TO F-LEO-HISTORIA.
           IF PROGRAMA-BIT NOT = "LIQLOTE"
             OR ANIO-BIT NOT = ANIO-RUN OR MES-BIT NOT = MES-RUN
               GO TO F-LEO-HISTORIA
           END-IF.
           MOVE NRO-CORRIDA-BIT TO ULT-NRO-CORRIDA-BIT.
           SET ES-REINICIO TO TRUE.
           IF NRO-PASO-BIT > ZEROS AND NRO-PASO-BIT NOT > CANT-PASOS
               MOVE ESTADO-BIT  TO ESTADO-PASO(NRO-PASO-BIT)
               MOVE RC-PASO-BIT TO RC-ULT-PASO(NRO-PASO-BIT)
           END-IF.
           GO TO LEO-HISTORIA-LEE.
       F-LEO-HISTORIA.
           EXIT.

      ***** SE RECORRE DE ATRAS PARA ADELANTE: QUEDA EN PASO-INICIO
      ***** EL PRIMER PASO QUE NO TERMINO BIEN NI FUE FORZADO.
       BUSCO-PASO-INICIO.
           IF ESTADO-PASO(I) NOT = "NORMAL"
             AND ESTADO-PASO(I) NOT = "FORZAD"
               MOVE I TO PASO-INICIO
           END-IF.
       F-BUSCO-PASO-INICIO.
           EXIT.

      ***** FORZAR SOLO PASA POR ALTO EL PASO DONDE SE RETOMA, Y SOLO
      ***** SI SU ULTIMO RESULTADO FUE UN AVISO. PIDE USUARIO Y MOTIVO
      ***** (LOS DOS OBLIGATORIOS), ASIENTA EL FORZADO EN LA BITACORA
      ***** Y EN LA AUDITORIA Y DEJA LA CORRIDA EN EL PASO SIGUIENTE.
       FUERZO-PASO.
           IF ESTADO-PASO(PASO-INICIO) NOT = "AVISO"
               DISPLAY "LIQLOTE: FORZAR SOLO PASA POR ALTO UN PASO "
                       "QUE TERMINO CON AVISO. EL PASO " PASO-INICIO
                       " " NOMBRE-PASO(PASO-INICIO) " ESTA '"
                       ESTADO-PASO(PASO-INICIO) "'. NO SE FUERZA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "LIQLOTE: SE VA A FORZAR EL PASO " PASO-INICIO " "
                   NOMBRE-PASO(PASO-INICIO) " QUE TERMINO CON AVISO "
                   "(RC " RC-ULT-PASO(PASO-INICIO) ").".
           DISPLAY "USUARIO (INICIALES, HASTA 8): " WITH NO ADVANCING.
           ACCEPT USUARIO-SESION.
           DISPLAY "MOTIVO (OBLIGATORIO, HASTA 40): "
                   WITH NO ADVANCING.
           ACCEPT MOTIVO-CAP.
           IF USUARIO-SESION = SPACES OR MOTIVO-CAP = SPACES
               DISPLAY "LIQLOTE: SIN USUARIO Y MOTIVO NO SE FUERZA "
                       "EL PASO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PASO-INICIO TO I.
           OPEN I-O BITACORA.
           PERFORM ARMO-FILA-PASO THRU F-ARMO-FILA-PASO.
           MOVE FECHA-INI-BIT TO FECHA-FIN-BIT.
           MOVE HORA-INI-BIT  TO HORA-FIN-BIT.
           MOVE RC-ULT-PASO(I) TO RC-PASO-BIT.
           MOVE USUARIO-SESION TO USUARIO-OVR-BIT.
           MOVE MOTIVO-CAP     TO MOTIVO-OVR-BIT.
           MOVE "FORZAD" TO ESTADO-BIT.
           WRITE REG-BITACORA
               INVALID KEY
                   DISPLAY "LIQLOTE: NO SE PUDO ASENTAR EL FORZADO EN "
                           "BITACORA.IDX. NO SE FUERZA."
                   CLOSE BITACORA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           CLOSE BITACORA.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
           DISPLAY "LIQLOTE: PASO " I " " NOMBRE-PASO(I)
                   " FORZADO POR " USUARIO-SESION ".".
           ADD 1 TO PASO-INICIO.
       F-FUERZO-PASO.
           EXIT.

      ***** UN PASO: FILA "CORTE" EN LA BITACORA, LANZAMIENTO, Y FILA
      ***** REESCRITA CON EL RESULTADO. UN ERROR O UN AVISO PRENDEN
      ***** SW-CORTE Y LA CORRIDA NO SIGUE.
       CORRO-PASO.
           PERFORM GRABO-PASO-INICIO THRU F-GRABO-PASO-INICIO.
           DISPLAY "LIQLOTE: PASO " I " " NOMBRE-PASO(I) " INICIO "
                   FECHA-HOY-BIT "-" HORA-AHORA-BIT(1:6).
           MOVE SPACES TO COMANDO-LOTE.
           IF NOMBRE-PASO(I) = "PERCIERRE"
               DISPLAY "LIQLOTE: CERRAR EL PERIODO " ANIO-RUN "/"
                       MES-RUN " CON LA OPCION C Y SALIR CON F."
               STRING NOMBRE-PASO(I) DELIMITED BY SPACE
                      LOW-VALUE      DELIMITED BY SIZE
                      INTO COMANDO-LOTE
           ELSE
               STRING NOMBRE-PASO(I) DELIMITED BY SPACE
                      " "            DELIMITED BY SIZE
                      ANIO-RUN       DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      MES-RUN        DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      RAIZ-BASE-RUN  DELIMITED BY SPACE
                      LOW-VALUE      DELIMITED BY SIZE
                      INTO COMANDO-LOTE
           END-IF.
           CALL "SYSTEM" USING COMANDO-LOTE.
      ***** SEGUN EL SISTEMA OPERATIVO, EL ESTADO DE SALIDA DEL PASO
      ***** PUEDE VOLVER MULTIPLICADO POR 256. NEGATIVO ES QUE EL PASO
      ***** NI SIQUIERA SE PUDO LANZAR.
           MOVE RETURN-CODE TO RC-PASO-W.
           MOVE ZEROS TO RETURN-CODE.
           IF RC-PASO-W > 255
               DIVIDE 256 INTO RC-PASO-W
           END-IF.
           IF RC-PASO-W < ZEROS OR RC-PASO-W > 999
               MOVE 999 TO RC-PASO-W
           END-IF.
           IF NOMBRE-PASO(I) = "PERCIERRE" AND RC-PASO-W = ZEROS
               PERFORM CONTROLO-PERIODO THRU F-CONTROLO-PERIODO
               IF NOT PER-CERRADO
                   DISPLAY "LIQLOTE: PERCIERRE TERMINO SIN CERRAR EL "
                           "PERIODO."
                   MOVE 4 TO RC-PASO-W
               END-IF
           END-IF.
           PERFORM GRABO-PASO-FIN THRU F-GRABO-PASO-FIN.
           DISPLAY "LIQLOTE: PASO " I " " NOMBRE-PASO(I) " FIN "
                   FECHA-HOY-BIT "-" HORA-AHORA-BIT(1:6) " RC "
                   RC-ULT-PASO(I) " " ESTADO-PASO(I).
           IF RC-PASO-W = 4
               SET CORTE-AVISO TO TRUE
               MOVE I TO PASO-FINAL
               GO TO F-CORRO-PASO
           END-IF.
           IF RC-PASO-W NOT = ZEROS
               SET CORTE-ERROR TO TRUE
               MOVE I TO PASO-FINAL
           END-IF.
       F-CORRO-PASO.
           EXIT.

      ***** DATOS COMUNES DE UNA FILA NUEVA DE LIQLOTE PARA EL PASO I,
      ***** CON EL NRO-CORRIDA-BIT SIGUIENTE AL ULTIMO DEL PERIODO.
       ARMO-FILA-PASO.
           MOVE "LIQLOTE"  TO PROGRAMA-BIT.
           MOVE ANIO-RUN   TO ANIO-BIT.
           MOVE MES-RUN    TO MES-BIT.
           ADD 1 TO ULT-NRO-CORRIDA-BIT.
           MOVE ULT-NRO-CORRIDA-BIT TO NRO-CORRIDA-BIT.
           MOVE RAIZ-BASE-RUN TO RAIZ-BIT.
           MOVE ZEROS         TO RECTIF-BIT.
           MOVE SW-REINICIO   TO REINICIO-BIT.
           ACCEPT FECHA-HOY-BIT FROM DATE YYYYMMDD.
           ACCEPT HORA-AHORA-BIT FROM TIME.
           MOVE FECHA-HOY-BIT       TO FECHA-INI-BIT.
           MOVE HORA-AHORA-BIT(1:6) TO HORA-INI-BIT.
           MOVE ZEROS TO FECHA-FIN-BIT HORA-FIN-BIT.
           MOVE SPACES TO PASO-LOTE-BIT.
           MOVE I              TO NRO-PASO-BIT.
           MOVE NOMBRE-PASO(I) TO NOMBRE-PASO-BIT.
           MOVE ZEROS          TO RC-PASO-BIT.
       F-ARMO-FILA-PASO.
           EXIT.

      ***** ASIENTA EL PASO EN "CORTE" ANTES DE LANZARLO. LA BITACORA
      ***** SE CIERRA MIENTRAS CORRE EL PASO, PORQUE LIQAFIP, LIQFAM,
      ***** LIQANT Y PERCIERRE LA ABREN POR SU CUENTA. SI LIQLOTE SE
      ***** CORTA CON EL PASO EN MARCHA, LA FILA QUEDA "CORTE" Y LA
      ***** PROXIMA CORRIDA REPITE ESE PASO.
       GRABO-PASO-INICIO.
           OPEN I-O BITACORA.
           PERFORM ARMO-FILA-PASO THRU F-ARMO-FILA-PASO.
           MOVE "CORTE" TO ESTADO-BIT.
           WRITE REG-BITACORA
               INVALID KEY
                   DISPLAY "LIQLOTE: NO SE PUDO ASENTAR EL PASO "
                           "EN BITACORA.IDX"
           END-WRITE.
           MOVE CLAVE-BITACORA TO CLAVE-BIT-CORRIDA.
           CLOSE BITACORA.
       F-GRABO-PASO-INICIO.
           EXIT.

      ***** REESCRIBE LA FILA DEL PASO CON FECHA/HORA DE FIN, EL
      ***** RETURN-CODE Y EL RESULTADO, QUE QUEDAN TAMBIEN EN
      ***** TABLA-ESTADO-PASOS.
       GRABO-PASO-FIN.
           MOVE RC-PASO-W TO RC-ULT-PASO(I).
           IF RC-PASO-W = ZEROS
               MOVE "NORMAL" TO ESTADO-PASO(I)
           ELSE
               IF RC-PASO-W = 4
                   MOVE "AVISO" TO ESTADO-PASO(I)
               ELSE
                   MOVE "ERROR" TO ESTADO-PASO(I)
               END-IF
           END-IF.
           ACCEPT FECHA-HOY-BIT FROM DATE YYYYMMDD.
           ACCEPT HORA-AHORA-BIT FROM TIME.
           OPEN I-O BITACORA.
           MOVE CLAVE-BIT-CORRIDA TO CLAVE-BITACORA.
           READ BITACORA
               INVALID KEY
                   DISPLAY "LIQLOTE: NO SE ENCONTRO LA FILA DEL PASO "
                           "EN BITACORA.IDX"
                   GO TO GRABO-PASO-FIN-CIERRO
           END-READ.
           MOVE FECHA-HOY-BIT       TO FECHA-FIN-BIT.
           MOVE HORA-AHORA-BIT(1:6) TO HORA-FIN-BIT.
           MOVE RC-ULT-PASO(I) TO RC-PASO-BIT.
           MOVE ESTADO-PASO(I) TO ESTADO-BIT.
           REWRITE REG-BITACORA
               INVALID KEY
                   DISPLAY "LIQLOTE: NO SE PUDO CERRAR EL PASO "
                           "EN BITACORA.IDX"
           END-REWRITE.
       GRABO-PASO-FIN-CIERRO.
           CLOSE BITACORA.
       F-GRABO-PASO-FIN.
           EXIT.

      ***** ASIENTA EL PASO FORZADO EN AUDITORIA-TABLAS.TXT, CON EL
      ***** MISMO LAYOUT QUE USA TABMANT: ANTES EL PERIODO, EL PASO Y
      ***** SU RETURN-CODE; DESPUES EL MOTIVO COMPLETO.
       GRABO-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF ESTADO-AUDITORIA = "00"
               CLOSE AUDITORIA
           ELSE
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
           END-IF.
           OPEN EXTEND AUDITORIA.
           MOVE ";" TO C1-AUD C2-AUD C3-AUD C4-AUD C5-AUD C6-AUD.
           MOVE FECHA-HOY-BIT    TO FECHA-AUD.
           MOVE HORA-AHORA-BIT(1:6) TO HORA-AUD.
           MOVE USUARIO-SESION   TO USUARIO-AUD.
           MOVE "LIQLOTE"        TO TABLA-AUD.
           MOVE "FORZ"           TO OPERACION-AUD.
           MOVE ANIO-RUN         TO ANIO-IFZ.
           MOVE MES-RUN          TO MES-IFZ.
           MOVE I                TO NRO-PASO-IFZ.
           MOVE NOMBRE-PASO(I)   TO NOMBRE-PASO-IFZ.
           MOVE RC-ULT-PASO(I)   TO RC-PASO-IFZ.
           MOVE IMAGEN-FORZADO-W TO IMAGEN-ANTES-AUD.
           MOVE MOTIVO-CAP       TO IMAGEN-DESPUES-AUD.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.
       F-GRABO-AUDITORIA.
           EXIT.

      ***** FIN DE CORRIDA: SI SE DETUVO, DICE EN QUE PASO, POR QUE Y
      ***** COMO SEGUIR, Y DEVUELVE EL RETURN-CODE DEL CORTE.
       FINALIZA.
           IF CORTE-ERROR
               DISPLAY "LIQLOTE: CORRIDA DETENIDA. EL PASO "
                       PASO-FINAL " " NOMBRE-PASO(PASO-FINAL)
                       " TERMINO CON ERRORES BLOQUEANTES (RC "
                       RC-ULT-PASO(PASO-FINAL) ")."
               DISPLAY "LIQLOTE: CORREGIR Y VOLVER A LANZAR LIQLOTE "
                       "PARA EL PERIODO: RETOMA EN ESTE PASO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CORTE-AVISO
               DISPLAY "LIQLOTE: CORRIDA DETENIDA. EL PASO "
                       PASO-FINAL " " NOMBRE-PASO(PASO-FINAL)
                       " TERMINO CON AVISOS (RC "
                       RC-ULT-PASO(PASO-FINAL) ")."
               DISPLAY "LIQLOTE: REVISAR LOS HALLAZGOS. VOLVER A "
                       "LANZAR LIQLOTE REPITE EL PASO; CON FORZAR "
                       "COMO CUARTO PARAMETRO SE PASA POR ALTO Y "
                       "SIGUE CON EL SIGUIENTE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "LIQLOTE: CORRIDA MENSUAL DE " MES-RUN "/" ANIO-RUN
                   " COMPLETA.".
           STOP RUN.

      ***** LEE EL PERIODO DE LOS PARAMETROS DE LINEA DE COMANDO
      ***** (LIQLOTE <ANIO> <MES> <RAIZ-PATH> [FORZAR], TODOS
      ***** OPCIONALES).
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
               IF ARG-RUN(1:6) = "FORZAR" OR ARG-RUN(1:6) = "forzar"
                   SET HAY-FORZAR TO TRUE
               END-IF
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.
