
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PERAPER.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** APERTURA DEL PERIODO SIGUIENTE: ARMA EL MAESTRO.IDX DEL MES
      ***** SIGUIENTE AL PERIODO INDICADO COPIANDO EL MAESTRO DE ESE
      ***** PERIODO Y APLICANDOLE LAS NOVEDADES DEL MAESTRO PENDIENTES
      ***** (NOVMAE.IDX, LAS CARGA MAEMANT) CUYA FECHA CAE HASTA EL FIN
      ***** DEL MES NUEVO. EL PERIODO DE ORIGEN TIENE QUE ESTAR
      ***** CERRADO EN PERIODOS.IDX: ASI CADA MAESTRO SALE DE UNO QUE
      ***** YA NO CAMBIA MAS MAS UN CONJUNTO DE NOVEDADES FECHADAS, Y
      ***** SE PUEDE REPRODUCIR.
      ***** CADA NOVEDAD APLICADA QUEDA "A" CON EL PERIODO NUEVO; LA
      ***** QUE NO SE PUEDE APLICAR (ALTA DE UN LEGAJO QUE YA ESTA,
      ***** BAJA DE UNO QUE NO ESTA, SIN LUGAR PARA EL HIJO, ETC.)
      ***** QUEDA "R" CON EL MOTIVO. TODO SALE EN EL LISTADO
      ***** LIQ-10-APERTURA.TXT DE LA CARPETA DEL PERIODO NUEVO.
      ***** SE PUEDE VOLVER A CORRER MIENTRAS EL PERIODO NUEVO SIGA
      ***** ABIERTO: EL MAESTRO SE REARMA DESDE CERO Y LAS NOVEDADES
      ***** YA APLICADAS O RECHAZADAS EN ESE MISMO PERIODO SE VUELVEN
      ***** A PROCESAR JUNTO CON LAS PENDIENTES. CON EL PERIODO NUEVO
      ***** CORRIDO O CERRADO NO CORRE.
      ***** PARAMETROS: PERAPER <ANIO> <MES> <RAIZ>, EL PERIODO
      ***** CERRADO DE ORIGEN. LA CARPETA DEL PERIODO NUEVO TIENE QUE
      ***** EXISTIR.
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

           SELECT NOVMAE
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\NOVMAE.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-NMA
           FILE STATUS ESTADO-NOVMAE.

      ***** MAESTRO DEL PERIODO CERRADO, SOLO LECTURA. SE LEE COMO
      ***** REGISTRO PLANO PORQUE MAESTRO.CPY LO USA EL MAESTRO NUEVO.
           SELECT MAEORIG
           ASSIGN TO RANDOM NOMBRE-MAEORIG-PED
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY LEGAJO-MOR
           FILE STATUS ESTADO-MAEORIG.

           SELECT MAESTRO
           ASSIGN TO RANDOM NOMBRE-MAESTRO-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-MAE
           FILE STATUS ESTADO-MAESTRO.

           SELECT LISTA-APER
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
           ORGANIZATION LINE SEQUENTIAL.

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

       FD  NOVMAE
           LABEL RECORDS ARE STANDARD.
           COPY NOVMAE.

       FD  MAEORIG
           LABEL RECORDS ARE STANDARD.
       01  REG-MAEORIG.
           05  LEGAJO-MOR           PIC 9(07).
           05  FILLER               PIC X(571).

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

      ***** LISTADO: TIPO-LAP "APLI" NOVEDAD APLICADA, "RECH"
      ***** RECHAZADA (CON EL MOTIVO), "TOTL" LINEA FINAL CON LOS
      ***** LEGAJOS COPIADOS EN OBSERVACION-LAP.
       FD  LISTA-APER
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA.
           05  TIPO-LAP             PIC X(04).
           05  C1-LAP               PIC X.
           05  LEGAJO-LAP           PIC 9(07).
           05  C2-LAP               PIC X.
           05  FECHA-LAP            PIC 9(08).
           05  C3-LAP               PIC X.
           05  SEC-LAP              PIC 9(02).
           05  C4-LAP               PIC X.
           05  TIPO-NOV-LAP         PIC X(02).
           05  C5-LAP               PIC X.
           05  USUARIO-LAP          PIC X(08).
           05  C6-LAP               PIC X.
           05  OBSERVACION-LAP      PIC X(40).

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
       77  I                        PIC 99.
       77  ESTADO-PERIODOS          PIC X(02) VALUE SPACES.
       77  ESTADO-NOVMAE            PIC X(02) VALUE SPACES.
       77  ESTADO-MAEORIG           PIC X(02) VALUE SPACES.
       77  ESTADO-MAESTRO           PIC X(02) VALUE SPACES.
       77  ESTADO-AUDITORIA         PIC X(02) VALUE SPACES.

      ***** PERIODO DE ORIGEN (PARAMETROS) Y PERIODO NUEVO, MISMO
      ***** ESQUEMA DE PARAMETROS QUE LIQAFIP.
       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.
       77  CANT-ARG-RUN          PIC  9(02) VALUE ZEROS.
       01  ARG-RUN               PIC  X(20).

       01  PERIODO-NUEVO.
           03  ANIO-NUEVO        PIC  9(04).
           03  MES-NUEVO         PIC  9(02).
       01  PERIODO-NUEVO-N REDEFINES PERIODO-NUEVO PIC 9(06).

      ***** ULTIMO DIA POSIBLE DEL MES NUEVO (AAAAMM31): ENTRA TODA
      ***** NOVEDAD PENDIENTE CON FECHA HASTA ESE DIA.
       77  FECHA-TOPE-NUEVO      PIC  9(08) VALUE ZEROS.

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-MAEORIG-PED.
           03  BASE-MAEORIG-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".
       01  NOMBRE-MAESTRO-PED.
           03  BASE-MAESTRO-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".
       01  NOMBRE-LISTA-PED.
           03  BASE-LISTA-PED    PIC  X(28).
           03  FILLER            PIC  X(19)
                 VALUE "LIQ-10-APERTURA.TXT".

       01  FECHA-HOY                PIC 9(08).
       01  HORA-AHORA               PIC 9(08).

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-APLICA                PIC X(01) VALUE "N".
           88  NOVEDAD-APLICA           VALUE "S".
           88  NOVEDAD-NO-APLICA        VALUE "N".

      ***** MOTIVO DEL RECHAZO; EN BLANCO SI LA NOVEDAD SE APLICO.
       01  MOTIVO-RECH-W            PIC X(30).

      ***** IMAGEN DE LA FILA DE PERIODOS PARA LA AUDITORIA, IGUAL
      ***** QUE PERCIERRE.
       01  IMAGEN-PER-W.
           03  CLAVE-IMG            PIC 9(06).
           03  ESTADO-IMG           PIC X(07).
           03  USUARIO-IMG          PIC X(08).
           03  FECHA-IMG            PIC 9(08).
           03  FILLER               PIC X(21) VALUE SPACES.

       01  CONTADORES-APER.
           03  CANT-COPIADOS-APER   PIC 9(06) VALUE ZEROS.
           03  CANT-APLICADAS-APER  PIC 9(06) VALUE ZEROS.
           03  CANT-RECHAZADAS-APER PIC 9(06) VALUE ZEROS.
           03  CANT-FUTURAS-APER    PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           PERFORM VERIFICO-PERIODOS THRU F-VERIFICO-PERIODOS.
           OPEN INPUT MAEORIG.
           IF ESTADO-MAEORIG NOT = "00"
               DISPLAY "PERAPER: NO SE PUEDE ABRIR " NOMBRE-MAEORIG-PED
               CLOSE PERIODOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAESTRO.
           IF ESTADO-MAESTRO NOT = "00"
               DISPLAY "PERAPER: NO SE PUEDE CREAR " NOMBRE-MAESTRO-PED
               DISPLAY "PERAPER: VERIFICAR QUE EXISTA LA CARPETA DEL "
                       "PERIODO " MES-NUEVO "/" ANIO-NUEVO "."
               CLOSE PERIODOS MAEORIG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ***** COPIA EL MAESTRO CERRADO TAL CUAL, EN ORDEN DE LEGAJO.
       COPIO-MAESTRO.
           READ MAEORIG AT END
               GO TO F-COPIO-MAESTRO.
           MOVE REG-MAEORIG TO REG-MAE.
           WRITE REG-MAE
               INVALID KEY
                   DISPLAY "PERAPER: CLAVE DUPLICADA LEGAJO=" LEGAJO-MOR
               NOT INVALID KEY
                   ADD 1 TO CANT-COPIADOS-APER
           END-WRITE.
           GO TO COPIO-MAESTRO.
       F-COPIO-MAESTRO.
           CLOSE MAEORIG MAESTRO.
           OPEN I-O MAESTRO.
           OPEN OUTPUT LISTA-APER.
           MOVE ";" TO C1-LAP C2-LAP C3-LAP C4-LAP C5-LAP C6-LAP.
           OPEN I-O NOVMAE.
           IF ESTADO-NOVMAE NOT = "00"
               DISPLAY "PERAPER: SIN NOVEDADES DEL MAESTRO (NOVMAE.IDX)"
                       ", EL MAESTRO NUEVO ES COPIA DEL ANTERIOR."
               GO TO FINALIZA
           END-IF.

      ***** RECORRE TODAS LAS NOVEDADES EN ORDEN DE CLAVE (LEGAJO +
      ***** FECHA + SECUENCIA): ASI UN ALTA SE APLICA ANTES QUE LAS
      ***** NOVEDADES POSTERIORES DEL MISMO LEGAJO.
       LEO-NOVEDAD.
           READ NOVMAE NEXT AT END
               GO TO FINALIZA.
           SET NOVEDAD-NO-APLICA TO TRUE.
           IF NMA-PENDIENTE
               IF FECHA-NMA > FECHA-TOPE-NUEVO
                   ADD 1 TO CANT-FUTURAS-APER
               ELSE
                   SET NOVEDAD-APLICA TO TRUE
               END-IF
           END-IF.
           IF (NMA-APLICADA OR NMA-RECHAZADA)
              AND PERIODO-APLIC-NMA = PERIODO-NUEVO-N
               SET NOVEDAD-APLICA TO TRUE
           END-IF.
           IF NOVEDAD-NO-APLICA
               GO TO LEO-NOVEDAD
           END-IF.
           MOVE SPACES TO MOTIVO-RECH-W.
           PERFORM APLICO-NOVEDAD THRU F-APLICO-NOVEDAD.
           PERFORM MARCO-NOVEDAD THRU F-MARCO-NOVEDAD.
           GO TO LEO-NOVEDAD.

      ***** APLICA LA NOVEDAD AL MAESTRO NUEVO. SI NO SE PUEDE DEJA EL
      ***** MOTIVO EN MOTIVO-RECH-W Y EL MAESTRO QUEDA SIN TOCAR.
       APLICO-NOVEDAD.
           MOVE LEGAJO-NMA TO LEGAJO-MAE.
           READ MAESTRO
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
           IF NMA-ALTA
               PERFORM APLICO-ALTA THRU F-APLICO-ALTA
               GO TO F-APLICO-NOVEDAD
           END-IF.
           IF REGISTRO-NO-EXISTE
               MOVE "LEGAJO INEXISTENTE EN EL MAESTRO" TO MOTIVO-RECH-W
               GO TO F-APLICO-NOVEDAD
           END-IF.
           IF NMA-BAJA
               PERFORM APLICO-BAJA THRU F-APLICO-BAJA
           END-IF.
           IF NMA-UBICACION
               MOVE ANEXO-UB-NMA   TO ANEXO-MAE
               MOVE ITEM-UB-NMA    TO ITEM-MAE
               MOVE DESTINO-UB-NMA TO DESTINO-MAE
           END-IF.
           IF NMA-HIJO
               PERFORM APLICO-HIJO THRU F-APLICO-HIJO
           END-IF.
           IF NMA-CUIL
               MOVE CUIL-CU-NMA TO NRO-CIPF-MAE
           END-IF.
           IF MOTIVO-RECH-W NOT = SPACES
               GO TO F-APLICO-NOVEDAD
           END-IF.
           REWRITE REG-MAE
               INVALID KEY
                   MOVE "ERROR DE GRABACION EN MAESTRO" TO MOTIVO-RECH-W
           END-REWRITE.
       F-APLICO-NOVEDAD.
           EXIT.

      ***** LEGAJO NUEVO: LA FECHA DE LA NOVEDAD ES EL INGRESO, QUE
      ***** VA COMO CONTRATO Y COMO DEFINITIVO (DDMMAA, IGUAL QUE EL
      ***** RESTO DEL MAESTRO).
       APLICO-ALTA.
           IF REGISTRO-EXISTE
               MOVE "EL LEGAJO YA ESTA EN EL MAESTRO" TO MOTIVO-RECH-W
               GO TO F-APLICO-ALTA
           END-IF.
           INITIALIZE REG-MAE.
           MOVE LEGAJO-NMA       TO LEGAJO-MAE.
           MOVE ANEXO-AL-NMA     TO ANEXO-MAE.
           MOVE ITEM-AL-NMA      TO ITEM-MAE.
           MOVE CLASE-AL-NMA     TO CLASE-MAE.
           MOVE AGRUP-AL-NMA     TO AGRUP-MAE.
           MOVE ESTAB-AL-NMA     TO NRO-ESTAB-MAE.
           MOVE CATEG-AL-NMA     TO CATEG-MAE.
           MOVE DESTINO-AL-NMA   TO DESTINO-MAE.
           MOVE PLANTA-AL-NMA    TO PLANTA-MAE.
           MOVE APEL-NOM-AL-NMA  TO APEL-NOM-MAE.
           MOVE COD-DNI-AL-NMA   TO COD-DNI-MAE.
           MOVE NRO-DNI-AL-NMA   TO NRO-DNI-MAE.
           MOVE CUIL-AL-NMA      TO NRO-CIPF-MAE.
           MOVE SEXO-AL-NMA      TO SEXO.
           MOVE DIA-NAC-AL-NMA   TO DIA-NAC-MAE.
           MOVE MES-NAC-AL-NMA   TO MES-NAC-MAE.
           MOVE ANIO-NAC-AL-NMA  TO ANIO-NAC-MAE.
           MOVE DIA-NMA          TO DIA-CTO-MAE DIA-DEF-MAE.
           MOVE MES-NMA          TO MES-CTO-MAE MES-DEF-MAE.
           MOVE ANIO-NMA         TO ANIO-CTO-MAE ANIO-DEF-MAE.
           WRITE REG-MAE
               INVALID KEY
                   MOVE "ERROR DE GRABACION EN MAESTRO" TO MOTIVO-RECH-W
           END-WRITE.
       F-APLICO-ALTA.
           EXIT.

      ***** LA BAJA SOLO ANOTA FECHA Y MOTIVO; EL LEGAJO SIGUE EN EL
      ***** MAESTRO PARA LA LIQUIDACION FINAL (LIQFINAL).
       APLICO-BAJA.
           IF FECHA-BAJA-MAE NOT = ZEROS
               MOVE "EL LEGAJO YA TIENE BAJA" TO MOTIVO-RECH-W
               GO TO F-APLICO-BAJA
           END-IF.
           MOVE DIA-NMA       TO DIA-BAJA-MAE.
           MOVE MES-NMA       TO MES-BAJA-MAE.
           MOVE ANIO-NMA      TO ANIO-BAJA-MAE.
           MOVE MOTIVO-BA-NMA TO MOTIVO-BAJA-MAE.
       F-APLICO-BAJA.
           EXIT.

      ***** EL HIJO VA AL PRIMER LUGAR LIBRE DE HIJOS-MAE (FECHA DE
      ***** NACIMIENTO EN CERO) Y SUMA UNO A FAM-A-CARGO-MAE.
       APLICO-HIJO.
           MOVE 1 TO I.
       APLICO-HIJO-BUSCO.
           IF I > 10
               MOVE "SIN LUGAR PARA OTRO HIJO" TO MOTIVO-RECH-W
               GO TO F-APLICO-HIJO
           END-IF.
           IF FECHA-NAC-HJ-MAE(I) NOT = ZEROS
               ADD 1 TO I
               GO TO APLICO-HIJO-BUSCO
           END-IF.
           MOVE DIA-NAC-HI-NMA  TO DIA-HJ-MAE(I).
           MOVE MES-NAC-HI-NMA  TO MES-HJ-MAE(I).
           MOVE ANIO-NAC-HI-NMA TO ANIO-HJ-MAE(I).
           MOVE SEXO-HI-NMA     TO SEXO-HJ-MAE(I).
           MOVE COD-DOC-HI-NMA  TO COD-DOC-HJ-MAE(I).
           MOVE NRO-DOC-HI-NMA  TO NRO-DOC-HJ-MAE(I).
           MOVE ZEROS           TO ESTUDIOS-HJ-MAE(I)
                                   SUBSIDIO-HJ-MAE(I).
           IF FAM-A-CARGO-MAE < 9
               ADD 1 TO FAM-A-CARGO-MAE
           END-IF.
       F-APLICO-HIJO.
           EXIT.

      ***** DEJA LA NOVEDAD APLICADA O RECHAZADA CON EL PERIODO NUEVO
      ***** Y LA ASIENTA EN EL LISTADO.
       MARCO-NOVEDAD.
           MOVE PERIODO-NUEVO-N TO PERIODO-APLIC-NMA.
           MOVE MOTIVO-RECH-W   TO MOTIVO-RECH-NMA.
           MOVE LEGAJO-NMA      TO LEGAJO-LAP.
           MOVE FECHA-NMA       TO FECHA-LAP.
           MOVE SEC-NMA         TO SEC-LAP.
           MOVE TIPO-NMA        TO TIPO-NOV-LAP.
           MOVE USUARIO-NMA     TO USUARIO-LAP.
           IF MOTIVO-RECH-W = SPACES
               SET NMA-APLICADA TO TRUE
               MOVE "APLI"      TO TIPO-LAP
               MOVE SPACES      TO OBSERVACION-LAP
               ADD 1 TO CANT-APLICADAS-APER
           ELSE
               SET NMA-RECHAZADA TO TRUE
               MOVE "RECH"        TO TIPO-LAP
               MOVE MOTIVO-RECH-W TO OBSERVACION-LAP
               ADD 1 TO CANT-RECHAZADAS-APER
           END-IF.
           REWRITE REG-NOVMAE
               INVALID KEY
                   DISPLAY "PERAPER: ERROR DE GRABACION EN NOVMAE "
                           "LEGAJO=" LEGAJO-NMA " FECHA=" FECHA-NMA
           END-REWRITE.
           WRITE REG-LISTA.
       F-MARCO-NOVEDAD.
           EXIT.

      ***** EL ORIGEN TIENE QUE ESTAR CERRADO Y EL PERIODO NUEVO SIN
      ***** CORRER. SI EL PERIODO NUEVO NO TIENE FILA, AL TERMINAR SE
      ***** LA GRABA COMO ABIERTO (VER ABRO-PERIODO).
       VERIFICO-PERIODOS.
           OPEN I-O PERIODOS.
           IF ESTADO-PERIODOS NOT = "00"
               DISPLAY "PERAPER: SIN PERIODOS.IDX NO HAY PERIODO "
                       "CERRADO DE DONDE PARTIR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANIO-RUN TO ANIO-PER.
           MOVE MES-RUN  TO MES-PER.
           READ PERIODOS
               INVALID KEY
                   MOVE "ABIERTO" TO ESTADO-PER
           END-READ.
           IF NOT PER-CERRADO
               DISPLAY "PERAPER: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " ESTA " ESTADO-PER ", NO CERRADO."
               DISPLAY "PERAPER: EL MAESTRO NUEVO SOLO SE ARMA DESDE "
                       "UN PERIODO CERRADO (PERCIERRE)."
               CLOSE PERIODOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANIO-NUEVO TO ANIO-PER.
           MOVE MES-NUEVO  TO MES-PER.
           READ PERIODOS
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
           IF REGISTRO-EXISTE AND NOT PER-ABIERTO
               DISPLAY "PERAPER: EL PERIODO " MES-NUEVO "/" ANIO-NUEVO
                       " YA ESTA " ESTADO-PER ", NO SE REARMA SU "
                       "MAESTRO."
               CLOSE PERIODOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       F-VERIFICO-PERIODOS.
           EXIT.

      ***** GRABA LA FILA DEL PERIODO NUEVO COMO ABIERTO (SI NO LA
      ***** TENIA) Y LO ASIENTA EN LA AUDITORIA COMO "APER".
       ABRO-PERIODO.
           IF REGISTRO-EXISTE
               GO TO F-ABRO-PERIODO
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-AHORA FROM TIME.
           MOVE ANIO-NUEVO      TO ANIO-PER.
           MOVE MES-NUEVO       TO MES-PER.
           MOVE "ABIERTO"       TO ESTADO-PER.
           MOVE "PERAPER"       TO USUARIO-PER.
           MOVE FECHA-HOY       TO FECHA-PER.
           MOVE HORA-AHORA(1:6) TO HORA-PER.
           MOVE SPACES          TO MOTIVO-PER.
           WRITE REG-PERIODO
               INVALID KEY
                   DISPLAY "PERAPER: ERROR DE GRABACION EN "
                           "PERIODOS.IDX."
                   GO TO F-ABRO-PERIODO
           END-WRITE.
           OPEN INPUT AUDITORIA.
           IF ESTADO-AUDITORIA = "00"
               CLOSE AUDITORIA
           ELSE
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
           END-IF.
           OPEN EXTEND AUDITORIA.
           MOVE ";" TO C1-AUD C2-AUD C3-AUD C4-AUD C5-AUD C6-AUD.
           MOVE FECHA-HOY       TO FECHA-AUD.
           MOVE HORA-AHORA(1:6) TO HORA-AUD.
           MOVE "PERAPER"       TO USUARIO-AUD.
           MOVE "PERIODOS"      TO TABLA-AUD.
           MOVE "APER"          TO OPERACION-AUD.
           MOVE SPACES          TO IMAGEN-ANTES-AUD.
           MOVE CLAVE-PERIODO   TO CLAVE-IMG.
           MOVE ESTADO-PER      TO ESTADO-IMG.
           MOVE USUARIO-PER     TO USUARIO-IMG.
           MOVE FECHA-PER       TO FECHA-IMG.
           MOVE IMAGEN-PER-W    TO IMAGEN-DESPUES-AUD.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.
       F-ABRO-PERIODO.
           EXIT.

       FINALIZA.
           MOVE "TOTL"             TO TIPO-LAP.
           MOVE ZEROS              TO LEGAJO-LAP FECHA-LAP SEC-LAP.
           MOVE SPACES             TO TIPO-NOV-LAP USUARIO-LAP
                                      OBSERVACION-LAP.
           MOVE CANT-COPIADOS-APER TO OBSERVACION-LAP(1:6).
           MOVE " LEGAJOS COPIADOS" TO OBSERVACION-LAP(7:17).
           WRITE REG-LISTA.
           PERFORM ABRO-PERIODO THRU F-ABRO-PERIODO.
           CLOSE MAESTRO LISTA-APER PERIODOS.
           IF ESTADO-NOVMAE = "00"
               CLOSE NOVMAE
           END-IF.
           DISPLAY "PERAPER: MAESTRO DE " MES-NUEVO "/" ANIO-NUEVO
                   " ARMADO DESDE " MES-RUN "/" ANIO-RUN ", "
                   CANT-COPIADOS-APER " LEGAJOS COPIADOS.".
           DISPLAY "PERAPER: " CANT-APLICADAS-APER
                   " NOVEDADES APLICADAS, " CANT-RECHAZADAS-APER
                   " RECHAZADAS, " CANT-FUTURAS-APER
                   " PENDIENTES PARA PERIODOS POSTERIORES.".
           IF CANT-RECHAZADAS-APER > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ***** LEE EL PERIODO DE ORIGEN DE LOS PARAMETROS DE LINEA DE
      ***** COMANDO (PERAPER <ANIO> <MES> <RAIZ-PATH>, LOS TRES
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
       F-LEO-PARAMETROS.
           EXIT.

      ***** CALCULA EL PERIODO NUEVO (DICIEMBRE PASA A ENERO DEL ANIO
      ***** SIGUIENTE) Y ARMA LOS NOMBRES: EL MAESTRO CERRADO EN LA
      ***** CARPETA DE ORIGEN, EL MAESTRO NUEVO Y EL LISTADO EN LA DEL
      ***** PERIODO NUEVO.
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-NUEVO.
           COMPUTE MES-NUEVO = MES-RUN + 1.
           IF MES-RUN = 12
               MOVE 1 TO MES-NUEVO
               ADD 1 TO ANIO-NUEVO
           END-IF.
           COMPUTE FECHA-TOPE-NUEVO = PERIODO-NUEVO-N * 100 + 31.
           MOVE ANIO-RUN TO ANIO-BASE-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-MAEORIG-PED.
           MOVE ANIO-NUEVO TO ANIO-BASE-RUN.
           MOVE MES-NUEVO  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-MAESTRO-PED.
           MOVE BASE-PEDIDOS-RUN TO BASE-LISTA-PED.
       F-ARMO-NOMBRES.
           EXIT.
