
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MAEMANT.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ABM INTERACTIVO DE LAS NOVEDADES DEL MAESTRO (NOVMAE.IDX,
      ***** VER NOVMAE.CPY): ALTAS DE LEGAJO, BAJAS (FECHA Y MOTIVO),
      ***** CAMBIOS DE UBICACION (ANEXO/ITEM/DESTINO), HIJOS NUEVOS Y
      ***** CORRECCIONES DE CUIL, QUE HASTA AHORA SE HACIAN SOBRE EL
      ***** MAESTRO.IDX POR FUERA DEL SISTEMA Y SIN RASTRO. EL MAESTRO
      ***** NO SE TOCA: CADA CAMBIO SE GRABA COMO NOVEDAD FECHADA Y
      ***** PENDIENTE, Y LA APLICA PERAPER AL ABRIR EL PERIODO
      ***** SIGUIENTE. UNA NOVEDAD CARGADA NO SE MODIFICA NI SE BORRA:
      ***** SI ESTA MAL SE ANULA (MIENTRAS SIGA PENDIENTE) Y SE CARGA
      ***** DE NUEVO.
      ***** AL ENTRAR SE PIDE EL PERIODO CUYO MAESTRO SE USA PARA
      ***** MOSTRAR LOS DATOS ACTUALES Y VALIDAR (QUE EL LEGAJO EXISTA
      ***** O NO, LUGAR PARA HIJOS). EL ANEXO/ITEM SE VALIDA CONTRA
      ***** ANEXOCUIT.IDX Y EL CUIL CONTRA SU DIGITO VERIFICADOR,
      ***** IGUAL QUE TABMANT CON EL CUIT.
      ***** CADA NOVEDAD Y CADA ANULACION QUEDA EN AUDITORIA-TABLAS.TXT
      ***** CON USUARIO, FECHA/HORA, OPERACION E IMAGEN ANTERIOR (EL
      ***** DATO ACTUAL DEL MAESTRO) Y POSTERIOR (EL DATO NUEVO).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVMAE
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\NOVMAE.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-NMA
           FILE STATUS ESTADO-NOVMAE.

           SELECT ANEXOCUIT
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\ANEXOCUIT.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-ORGANISMO
           FILE STATUS ESTADO-ANEXOCUIT.

           SELECT MAESTRO
           ASSIGN TO RANDOM NOMBRE-MAESTRO-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-MAE
           FILE STATUS ESTADO-MAESTRO.

           SELECT AUDITORIA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\AUDITORIA-TABLAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVMAE
           LABEL RECORDS ARE STANDARD.
           COPY NOVMAE.

       FD  ANEXOCUIT
           LABEL RECORDS ARE STANDARD.
           COPY ORGANISMO.

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

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
       77  CANT-HIJOS-W             PIC 99.
       77  ESTADO-NOVMAE            PIC X(02) VALUE SPACES.
       77  ESTADO-ANEXOCUIT         PIC X(02) VALUE SPACES.
       77  ESTADO-MAESTRO           PIC X(02) VALUE SPACES.
       77  ESTADO-AUDITORIA         PIC X(02) VALUE SPACES.

       01  OPCION-ABM               PIC X(01).
       01  CONFIRMA                 PIC X(01).
       01  USUARIO-SESION           PIC X(08).

      ***** PERIODO DEL MAESTRO DE CONSULTA, PEDIDO AL ENTRAR, Y
      ***** NOMBRE DEL ARCHIVO, MISMO ESQUEMA QUE LICMANT.
       01  PERIODO-SESION.
           03  ANIO-SESION          PIC 9(04).
           03  MES-SESION           PIC 9(02).

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-MAESTRO-PED.
           03  BASE-MAESTRO-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".

      ***** FECHA Y HORA DEL CAMBIO PARA LA AUDITORIA.
       01  FECHA-HOY                PIC 9(08).
       01  HORA-AHORA               PIC 9(08).

      ***** IMAGEN DE UNA NOVEDAD PARA LA AUDITORIA (50 POSICIONES):
      ***** CLAVE, TIPO, ESTADO Y LOS PRIMEROS 30 DEL DATO. LA IMAGEN
      ***** ANTERIOR LLEVA EN DATO-IMG EL VALOR ACTUAL DEL MAESTRO
      ***** (VER DATO-ANTES-W).
       01  IMAGEN-NOV-W.
           03  LEGAJO-IMG           PIC 9(07).
           03  FECHA-IMG            PIC 9(08).
           03  SEC-IMG              PIC 9(02).
           03  TIPO-IMG             PIC X(02).
           03  ESTADO-IMG           PIC X(01).
           03  DATO-IMG             PIC X(30).

       01  IMAGEN-ANTES-W           PIC X(50).

      ***** EL DATO DEL MAESTRO QUE LA NOVEDAD VA A CAMBIAR, CON EL
      ***** MISMO ACOMODO QUE EL DATO NUEVO EN NOVMAE.CPY.
       01  DATO-ANTES-W             PIC X(30).
       01  DATO-UB-W REDEFINES DATO-ANTES-W.
           03  ANEXO-UB-W           PIC 9(02).
           03  ITEM-UB-W            PIC 9(02).
           03  DESTINO-UB-W         PIC 9(04).
           03  FILLER               PIC X(22).
       01  DATO-BA-W REDEFINES DATO-ANTES-W.
           03  FECHA-BAJA-W         PIC 9(06).
           03  MOTIVO-BAJA-W        PIC X(01).
           03  FILLER               PIC X(23).
       01  DATO-HI-W REDEFINES DATO-ANTES-W.
           03  LEYENDA-HI-W         PIC X(15).
           03  CANT-HI-W            PIC 9(02).
           03  FILLER               PIC X(13).
       01  DATO-CU-W REDEFINES DATO-ANTES-W.
           03  CUIL-CU-W            PIC 9(11).
           03  FILLER               PIC X(19).

      ***** CLAVE DE LA NOVEDAD EN CAPTURA.
       01  CAPTURA-NMA.
           03  LEGAJO-CAP           PIC 9(07).
           03  FECHA-CAP            PIC 9(08).
           03  SEC-CAP              PIC 9(02).

      ***** FECHA A VALIDAR (AAAAMMDD), VER VALIDO-FECHA.
       01  FECHA-VALIDAR            PIC 9(08).
       01  FECHA-VALIDAR-R REDEFINES FECHA-VALIDAR.
           03  ANIO-VAL             PIC 9(04).
           03  MES-VAL              PIC 9(02).
           03  DIA-VAL              PIC 9(02).

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-DATOS                 PIC X(01) VALUE "S".
           88  DATOS-VALIDOS            VALUE "S".
           88  DATOS-INVALIDOS          VALUE "N".

       01  SW-ANEXOCUIT             PIC X(01) VALUE "N".
           88  HAY-ANEXOCUIT            VALUE "S".
           88  NO-HAY-ANEXOCUIT         VALUE "N".

      ***** PESOS DEL ALGORITMO DE DIGITO VERIFICADOR DE CUIT/CUIL
      ***** (MODULO 11), LOS MISMOS QUE USAN TABMANT Y LIQAFIP.
       01  PESOS-DV-INI             PIC X(10) VALUE "5432765432".
       01  TABLA-PESOS-DV REDEFINES PESOS-DV-INI.
           03  PESO-DV OCCURS 10 TIMES PIC 9(01).

       01  VALIDACION-DV.
           03  NRO-VALIDAR          PIC 9(11).
           03  NRO-VALIDAR-R REDEFINES NRO-VALIDAR.
               05  DV-D OCCURS 11 TIMES PIC 9(01).
           03  SUMA-DV              PIC 9(05).
           03  RESTO-DV             PIC 9(02).
           03  DV-CALCULADO         PIC 9(02).
           03  SW-CUIT-VALIDO       PIC X(01) VALUE "S".
               88  CUIT-VALIDO          VALUE "S".
               88  CUIT-INVALIDO        VALUE "N".

       PROCEDURE DIVISION.
       CATE.
           DISPLAY "MAEMANT - NOVEDADES DEL MAESTRO".
           DISPLAY "USUARIO (INICIALES, HASTA 8): " WITH NO ADVANCING.
           ACCEPT USUARIO-SESION.
       PIDO-PERIODO.
           DISPLAY "PERIODO DEL MAESTRO DE CONSULTA".
           DISPLAY "ANIO (4 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ANIO-SESION.
           DISPLAY "MES (01-12): " WITH NO ADVANCING.
           ACCEPT MES-SESION.
           IF ANIO-SESION = ZEROS
              OR MES-SESION < 1 OR MES-SESION > 12
               DISPLAY "PERIODO INVALIDO."
               GO TO PIDO-PERIODO
           END-IF.
           MOVE ANIO-SESION TO ANIO-BASE-RUN.
           MOVE MES-SESION  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-MAESTRO-PED.
           OPEN INPUT MAESTRO.
           IF ESTADO-MAESTRO NOT = "00"
               DISPLAY "MAEMANT: NO SE PUEDE ABRIR " NOMBRE-MAESTRO-PED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ANEXOCUIT.
           IF ESTADO-ANEXOCUIT = "00"
               SET HAY-ANEXOCUIT TO TRUE
           ELSE
               DISPLAY "MAEMANT: SIN ANEXOCUIT.IDX, EL ANEXO/ITEM NO "
                       "SE VALIDA."
           END-IF.
      ***** LA TABLA DE NOVEDADES NACE VACIA LA PRIMERA VEZ, IGUAL
      ***** QUE LA AUDITORIA MAS ABAJO.
           OPEN I-O NOVMAE.
           IF ESTADO-NOVMAE NOT = "00"
               OPEN OUTPUT NOVMAE
               CLOSE NOVMAE
               OPEN I-O NOVMAE
           END-IF.
           IF ESTADO-NOVMAE NOT = "00"
               DISPLAY "MAEMANT: NO SE PUEDE ABRIR NOVMAE.IDX (ESTADO "
                       ESTADO-NOVMAE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDITORIA.
           IF ESTADO-AUDITORIA = "00"
               CLOSE AUDITORIA
           ELSE
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
           END-IF.
           OPEN EXTEND AUDITORIA.

       MENU-NMA.
           DISPLAY " ".
           DISPLAY "NOVEDADES DEL MAESTRO (DATOS AL " MES-SESION "/"
                   ANIO-SESION "):".
           DISPLAY "A=ALTA DE LEGAJO  B=BAJA DE LEGAJO  U=UBICACION  "
                   "H=HIJO NUEVO".
           DISPLAY "L=CUIL  N=ANULAR NOVEDAD  C=CONSULTA  F=FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-ABM.
           IF OPCION-ABM = "A" OR = "a"
               GO TO ALTA-LEG.
           IF OPCION-ABM = "B" OR = "b"
               GO TO BAJA-LEG.
           IF OPCION-ABM = "U" OR = "u"
               GO TO UBIC-LEG.
           IF OPCION-ABM = "H" OR = "h"
               GO TO HIJO-LEG.
           IF OPCION-ABM = "L" OR = "l"
               GO TO CUIL-LEG.
           IF OPCION-ABM = "N" OR = "n"
               GO TO ANUL-NMA.
           IF OPCION-ABM = "C" OR = "c"
               GO TO CONS-NMA.
           IF OPCION-ABM = "F" OR = "f"
               GO TO FINALIZA.
           GO TO MENU-NMA.

      ***** ------------------- ALTA DE LEGAJO ----------------------
      ***** EL LEGAJO NO PUEDE ESTAR EN EL MAESTRO. LA FECHA DE LA
      ***** NOVEDAD ES LA FECHA DE INGRESO.
       ALTA-LEG.
           PERFORM PIDO-LEGAJO THRU F-PIDO-LEGAJO.
           IF LEGAJO-CAP = ZEROS
               GO TO MENU-NMA
           END-IF.
           PERFORM LEO-MAESTRO THRU F-LEO-MAESTRO.
           IF REGISTRO-EXISTE
               DISPLAY "EL LEGAJO YA ESTA EN EL MAESTRO."
               GO TO MENU-NMA
           END-IF.
           DISPLAY "FECHA DE INGRESO (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM PIDO-FECHA THRU F-PIDO-FECHA.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           PERFORM ARMO-NOVEDAD THRU F-ARMO-NOVEDAD.
           SET NMA-ALTA TO TRUE.
           PERFORM PIDO-DATOS-ALTA THRU F-PIDO-DATOS-ALTA.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           MOVE SPACES TO IMAGEN-ANTES-W.
           MOVE "ALTA" TO OPERACION-AUD.
           PERFORM GRABO-NOVEDAD THRU F-GRABO-NOVEDAD.
           GO TO MENU-NMA.

       PIDO-DATOS-ALTA.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "ANEXO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ANEXO-AL-NMA.
           DISPLAY "ITEM (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ITEM-AL-NMA.
           MOVE ANEXO-AL-NMA TO ANEXO-ORG.
           MOVE ITEM-AL-NMA  TO ITEM-ORG.
           PERFORM VALIDO-ANEXO THRU F-VALIDO-ANEXO.
           IF DATOS-INVALIDOS
               GO TO F-PIDO-DATOS-ALTA
           END-IF.
           DISPLAY "CLASE (1 DIGITO): " WITH NO ADVANCING.
           ACCEPT CLASE-AL-NMA.
           DISPLAY "AGRUPAMIENTO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT AGRUP-AL-NMA.
           DISPLAY "ESTABLECIMIENTO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ESTAB-AL-NMA.
           DISPLAY "CATEGORIA (3 DIGITOS): " WITH NO ADVANCING.
           ACCEPT CATEG-AL-NMA.
           DISPLAY "DESTINO (4 DIGITOS): " WITH NO ADVANCING.
           ACCEPT DESTINO-AL-NMA.
           DISPLAY "PLANTA (1 DIGITO): " WITH NO ADVANCING.
           ACCEPT PLANTA-AL-NMA.
           DISPLAY "APELLIDO Y NOMBRE (30): " WITH NO ADVANCING.
           ACCEPT APEL-NOM-AL-NMA.
           IF APEL-NOM-AL-NMA = SPACES
               DISPLAY "FALTA EL NOMBRE. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-ALTA
           END-IF.
           DISPLAY "TIPO DE DOCUMENTO (1 DIGITO): " WITH NO ADVANCING.
           ACCEPT COD-DNI-AL-NMA.
           DISPLAY "NUMERO DE DOCUMENTO (10 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT NRO-DNI-AL-NMA.
           DISPLAY "CUIL (11 DIGITOS): " WITH NO ADVANCING.
           ACCEPT CUIL-AL-NMA.
           MOVE CUIL-AL-NMA TO NRO-VALIDAR.
           PERFORM VALIDO-CUIL THRU F-VALIDO-CUIL.
           IF DATOS-INVALIDOS
               GO TO F-PIDO-DATOS-ALTA
           END-IF.
           DISPLAY "SEXO (1 DIGITO): " WITH NO ADVANCING.
           ACCEPT SEXO-AL-NMA.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT FECHA-NAC-AL-NMA.
           MOVE FECHA-NAC-AL-NMA TO FECHA-VALIDAR.
           PERFORM VALIDO-FECHA THRU F-VALIDO-FECHA.
       F-PIDO-DATOS-ALTA.
           EXIT.

      ***** ------------------- BAJA DE LEGAJO ----------------------
      ***** LA FECHA DE LA NOVEDAD ES LA FECHA DE BAJA.
       BAJA-LEG.
           PERFORM PIDO-LEGAJO THRU F-PIDO-LEGAJO.
           PERFORM LEO-MAESTRO-EXISTE THRU F-LEO-MAESTRO-EXISTE.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           IF FECHA-BAJA-MAE NOT = ZEROS
               DISPLAY "EL LEGAJO YA TIENE BAJA EL " DIA-BAJA-MAE "/"
                       MES-BAJA-MAE "/" ANIO-BAJA-MAE "."
               GO TO MENU-NMA
           END-IF.
           DISPLAY "FECHA DE BAJA (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM PIDO-FECHA THRU F-PIDO-FECHA.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           MOVE SPACES         TO DATO-ANTES-W.
           MOVE FECHA-BAJA-MAE  TO FECHA-BAJA-W.
           MOVE MOTIVO-BAJA-MAE TO MOTIVO-BAJA-W.
           PERFORM ARMO-NOVEDAD THRU F-ARMO-NOVEDAD.
           SET NMA-BAJA TO TRUE.
           DISPLAY "MOTIVO (R=RENUNCIA F=FALLECIMIENTO D=DESPIDO "
                   "U OTRO): " WITH NO ADVANCING.
           ACCEPT MOTIVO-BA-NMA.
           IF MOTIVO-BA-NMA = SPACES
               DISPLAY "SIN MOTIVO NO HAY BAJA."
               GO TO MENU-NMA
           END-IF.
           DISPLAY "CONFIRMA BAJA (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "BAJA CANCELADA."
               GO TO MENU-NMA
           END-IF.
           PERFORM ARMO-IMAGEN-ANTES THRU F-ARMO-IMAGEN-ANTES.
           MOVE "BAJA" TO OPERACION-AUD.
           PERFORM GRABO-NOVEDAD THRU F-GRABO-NOVEDAD.
           GO TO MENU-NMA.

      ***** ------------------- UBICACION ---------------------------
       UBIC-LEG.
           PERFORM PIDO-LEGAJO THRU F-PIDO-LEGAJO.
           PERFORM LEO-MAESTRO-EXISTE THRU F-LEO-MAESTRO-EXISTE.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           DISPLAY "FECHA DESDE LA QUE RIGE (AAAAMMDD): "
                   WITH NO ADVANCING.
           PERFORM PIDO-FECHA THRU F-PIDO-FECHA.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           MOVE SPACES      TO DATO-ANTES-W.
           MOVE ANEXO-MAE   TO ANEXO-UB-W.
           MOVE ITEM-MAE    TO ITEM-UB-W.
           MOVE DESTINO-MAE TO DESTINO-UB-W.
           PERFORM ARMO-NOVEDAD THRU F-ARMO-NOVEDAD.
           SET NMA-UBICACION TO TRUE.
           DISPLAY "ANEXO NUEVO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ANEXO-UB-NMA.
           DISPLAY "ITEM NUEVO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ITEM-UB-NMA.
           MOVE ANEXO-UB-NMA TO ANEXO-ORG.
           MOVE ITEM-UB-NMA  TO ITEM-ORG.
           PERFORM VALIDO-ANEXO THRU F-VALIDO-ANEXO.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           DISPLAY "DESTINO NUEVO (4 DIGITOS): " WITH NO ADVANCING.
           ACCEPT DESTINO-UB-NMA.
           PERFORM ARMO-IMAGEN-ANTES THRU F-ARMO-IMAGEN-ANTES.
           MOVE "UBIC" TO OPERACION-AUD.
           PERFORM GRABO-NOVEDAD THRU F-GRABO-NOVEDAD.
           GO TO MENU-NMA.

      ***** ------------------- HIJO NUEVO --------------------------
      ***** HIJOS-MAE TIENE 10 LUGARES; CON LOS 10 OCUPADOS NO SE
      ***** ACEPTA LA NOVEDAD.
       HIJO-LEG.
           PERFORM PIDO-LEGAJO THRU F-PIDO-LEGAJO.
           PERFORM LEO-MAESTRO-EXISTE THRU F-LEO-MAESTRO-EXISTE.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           MOVE ZEROS TO CANT-HIJOS-W.
           PERFORM CUENTO-HIJO THRU F-CUENTO-HIJO
                   VARYING I FROM 1 BY 1 UNTIL I > 10.
           IF CANT-HIJOS-W = 10
               DISPLAY "EL LEGAJO YA TIENE 10 HIJOS CARGADOS."
               GO TO MENU-NMA
           END-IF.
           DISPLAY "FECHA DESDE LA QUE RIGE (AAAAMMDD): "
                   WITH NO ADVANCING.
           PERFORM PIDO-FECHA THRU F-PIDO-FECHA.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           MOVE SPACES            TO DATO-ANTES-W.
           MOVE "HIJOS CARGADOS " TO LEYENDA-HI-W.
           MOVE CANT-HIJOS-W      TO CANT-HI-W.
           PERFORM ARMO-NOVEDAD THRU F-ARMO-NOVEDAD.
           SET NMA-HIJO TO TRUE.
           DISPLAY "FECHA DE NACIMIENTO DEL HIJO (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT FECHA-NAC-HI-NMA.
           MOVE FECHA-NAC-HI-NMA TO FECHA-VALIDAR.
           PERFORM VALIDO-FECHA THRU F-VALIDO-FECHA.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           DISPLAY "SEXO (1 DIGITO): " WITH NO ADVANCING.
           ACCEPT SEXO-HI-NMA.
           DISPLAY "TIPO DE DOCUMENTO (1 DIGITO): " WITH NO ADVANCING.
           ACCEPT COD-DOC-HI-NMA.
           DISPLAY "NUMERO DE DOCUMENTO (10 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT NRO-DOC-HI-NMA.
           PERFORM ARMO-IMAGEN-ANTES THRU F-ARMO-IMAGEN-ANTES.
           MOVE "HIJO" TO OPERACION-AUD.
           PERFORM GRABO-NOVEDAD THRU F-GRABO-NOVEDAD.
           GO TO MENU-NMA.

       CUENTO-HIJO.
           IF FECHA-NAC-HJ-MAE(I) NOT = ZEROS
               ADD 1 TO CANT-HIJOS-W
           END-IF.
       F-CUENTO-HIJO.
           EXIT.

      ***** ------------------- CORRECCION DE CUIL -----------------
      ***** UNA CORRECCION NO TIENE VIGENCIA PROPIA: RIGE DESDE EL
      ***** DIA QUE SE CARGA.
       CUIL-LEG.
           PERFORM PIDO-LEGAJO THRU F-PIDO-LEGAJO.
           PERFORM LEO-MAESTRO-EXISTE THRU F-LEO-MAESTRO-EXISTE.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY TO FECHA-CAP.
           MOVE SPACES       TO DATO-ANTES-W.
           MOVE NRO-CIPF-MAE TO CUIL-CU-W.
           PERFORM ARMO-NOVEDAD THRU F-ARMO-NOVEDAD.
           SET NMA-CUIL TO TRUE.
           DISPLAY "CUIL CORRECTO (11 DIGITOS): " WITH NO ADVANCING.
           ACCEPT CUIL-CU-NMA.
           MOVE CUIL-CU-NMA TO NRO-VALIDAR.
           PERFORM VALIDO-CUIL THRU F-VALIDO-CUIL.
           IF DATOS-INVALIDOS
               GO TO MENU-NMA
           END-IF.
           IF CUIL-CU-NMA = NRO-CIPF-MAE
               DISPLAY "ES EL MISMO CUIL DEL MAESTRO, NADA QUE "
                       "CORREGIR."
               GO TO MENU-NMA
           END-IF.
           PERFORM ARMO-IMAGEN-ANTES THRU F-ARMO-IMAGEN-ANTES.
           MOVE "CUIL" TO OPERACION-AUD.
           PERFORM GRABO-NOVEDAD THRU F-GRABO-NOVEDAD.
           GO TO MENU-NMA.

      ***** ------------------- ANULACION --------------------------
      ***** SOLO UNA NOVEDAD PENDIENTE; LA APLICADA YA ESTA EN UN
      ***** MAESTRO Y SE CORRIGE CON OTRA NOVEDAD.
       ANUL-NMA.
           PERFORM PIDO-LEGAJO THRU F-PIDO-LEGAJO.
           DISPLAY "FECHA DE LA NOVEDAD (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT FECHA-CAP.
           DISPLAY "SECUENCIA (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT SEC-CAP.
           MOVE LEGAJO-CAP TO LEGAJO-NMA.
           MOVE FECHA-CAP  TO FECHA-NMA.
           MOVE SEC-CAP    TO SEC-NMA.
           READ NOVMAE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA NOVEDAD."
                   GO TO MENU-NMA
           END-READ.
           PERFORM MUESTRO-NMA THRU F-MUESTRO-NMA.
           IF NOT NMA-PENDIENTE
               DISPLAY "LA NOVEDAD NO ESTA PENDIENTE, NO SE ANULA."
               GO TO MENU-NMA
           END-IF.
           DISPLAY "CONFIRMA ANULACION (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "ANULACION CANCELADA."
               GO TO MENU-NMA
           END-IF.
           PERFORM ARMO-IMAGEN-NOVEDAD THRU F-ARMO-IMAGEN-NOVEDAD.
           MOVE IMAGEN-NOV-W TO IMAGEN-ANTES-W.
           SET NMA-ANULADA TO TRUE.
           REWRITE REG-NOVMAE
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, ANULACION NO "
                           "REALIZADA."
                   GO TO MENU-NMA
           END-REWRITE.
           MOVE "ANUL" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-NMA THRU F-GRABO-AUDITORIA-NMA.
           DISPLAY "NOVEDAD ANULADA.".
           GO TO MENU-NMA.

      ***** ------------------- CONSULTA ---------------------------
      ***** LEGAJO 0000000 LISTA TODAS LAS NOVEDADES PENDIENTES; UN
      ***** LEGAJO MUESTRA SUS DATOS DEL MAESTRO Y TODAS SUS NOVEDADES
      ***** (PENDIENTES, APLICADAS, RECHAZADAS Y ANULADAS).
       CONS-NMA.
           PERFORM PIDO-LEGAJO THRU F-PIDO-LEGAJO.
           MOVE LEGAJO-CAP TO LEGAJO-NMA.
           MOVE ZEROS      TO FECHA-NMA SEC-NMA.
           IF LEGAJO-CAP NOT = ZEROS
               PERFORM LEO-MAESTRO THRU F-LEO-MAESTRO
               IF REGISTRO-EXISTE
                   PERFORM MUESTRO-MAE THRU F-MUESTRO-MAE
               ELSE
                   DISPLAY "EL LEGAJO NO ESTA EN EL MAESTRO DEL "
                           MES-SESION "/" ANIO-SESION "."
               END-IF
           END-IF.
           START NOVMAE KEY IS NOT LESS THAN CLAVE-NMA
               INVALID KEY
                   DISPLAY "SIN NOVEDADES."
                   GO TO MENU-NMA
           END-START.
       LISTO-NMA-LEE.
           READ NOVMAE NEXT AT END
               GO TO MENU-NMA.
           IF LEGAJO-CAP NOT = ZEROS
               IF LEGAJO-NMA NOT = LEGAJO-CAP
                   GO TO MENU-NMA
               END-IF
           ELSE
               IF NOT NMA-PENDIENTE
                   GO TO LISTO-NMA-LEE
               END-IF
           END-IF.
           PERFORM MUESTRO-NMA THRU F-MUESTRO-NMA.
           GO TO LISTO-NMA-LEE.

      ***** ------------------- COMUNES -----------------------------
       PIDO-LEGAJO.
           DISPLAY "LEGAJO (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT LEGAJO-CAP.
       F-PIDO-LEGAJO.
           EXIT.

      ***** PIDE LA FECHA DE LA NOVEDAD (EL TEXTO DE LA PREGUNTA LO
      ***** MUESTRA EL LLAMADOR) Y LA VALIDA.
       PIDO-FECHA.
           ACCEPT FECHA-CAP.
           MOVE FECHA-CAP TO FECHA-VALIDAR.
           PERFORM VALIDO-FECHA THRU F-VALIDO-FECHA.
       F-PIDO-FECHA.
           EXIT.

       LEO-MAESTRO.
           MOVE LEGAJO-CAP TO LEGAJO-MAE.
           READ MAESTRO
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
       F-LEO-MAESTRO.
           EXIT.

      ***** PARA BAJA, UBICACION, HIJO Y CUIL: EL LEGAJO TIENE QUE
      ***** ESTAR EN EL MAESTRO; SE MUESTRA ANTES DE SEGUIR.
       LEO-MAESTRO-EXISTE.
           SET DATOS-VALIDOS TO TRUE.
           IF LEGAJO-CAP = ZEROS
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-LEO-MAESTRO-EXISTE
           END-IF.
           PERFORM LEO-MAESTRO THRU F-LEO-MAESTRO.
           IF REGISTRO-NO-EXISTE
               DISPLAY "EL LEGAJO NO ESTA EN EL MAESTRO DEL "
                       MES-SESION "/" ANIO-SESION "."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-LEO-MAESTRO-EXISTE
           END-IF.
           PERFORM MUESTRO-MAE THRU F-MUESTRO-MAE.
       F-LEO-MAESTRO-EXISTE.
           EXIT.

      ***** BUSCA LA PRIMERA SECUENCIA LIBRE PARA LEGAJO Y FECHA (SE
      ***** PUEDEN CARGAR VARIAS NOVEDADES DEL MISMO DIA) Y DEJA
      ***** REG-NOVMAE LIMPIO CON LA CLAVE ARMADA. ESTO VA ANTES DE
      ***** PEDIR LOS DATOS NUEVOS, QUE SE ACEPTAN DIRECTO EN EL
      ***** REGISTRO.
       ARMO-NOVEDAD.
           MOVE ZEROS TO SEC-CAP.
       ARMO-NOVEDAD-BUSCO.
           ADD 1 TO SEC-CAP.
           MOVE LEGAJO-CAP TO LEGAJO-NMA.
           MOVE FECHA-CAP  TO FECHA-NMA.
           MOVE SEC-CAP    TO SEC-NMA.
           READ NOVMAE
               INVALID KEY
                   GO TO ARMO-NOVEDAD-LIBRE
           END-READ.
           GO TO ARMO-NOVEDAD-BUSCO.
       ARMO-NOVEDAD-LIBRE.
           MOVE SPACES     TO REG-NOVMAE.
           MOVE LEGAJO-CAP TO LEGAJO-NMA.
           MOVE FECHA-CAP  TO FECHA-NMA.
           MOVE SEC-CAP    TO SEC-NMA.
       F-ARMO-NOVEDAD.
           EXIT.

      ***** IMAGEN ANTERIOR: LA CLAVE Y EL TIPO DE LA NOVEDAD CON EL
      ***** DATO ACTUAL DEL MAESTRO QUE DEJO EL LLAMADOR EN
      ***** DATO-ANTES-W.
       ARMO-IMAGEN-ANTES.
           PERFORM ARMO-IMAGEN-NOVEDAD THRU F-ARMO-IMAGEN-NOVEDAD.
           MOVE SPACES       TO ESTADO-IMG.
           MOVE DATO-ANTES-W TO DATO-IMG.
           MOVE IMAGEN-NOV-W TO IMAGEN-ANTES-W.
       F-ARMO-IMAGEN-ANTES.
           EXIT.

       ARMO-IMAGEN-NOVEDAD.
           MOVE LEGAJO-NMA      TO LEGAJO-IMG.
           MOVE FECHA-NMA       TO FECHA-IMG.
           MOVE SEC-NMA         TO SEC-IMG.
           MOVE TIPO-NMA        TO TIPO-IMG.
           MOVE ESTADO-NMA      TO ESTADO-IMG.
           MOVE DATOS-NMA(1:30) TO DATO-IMG.
       F-ARMO-IMAGEN-NOVEDAD.
           EXIT.

      ***** COMPLETA LA NOVEDAD COMO PENDIENTE, LA GRABA Y LA ASIENTA
      ***** EN LA AUDITORIA. OPERACION-AUD E IMAGEN-ANTES-W LOS DEJA
      ***** EL LLAMADOR.
       GRABO-NOVEDAD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           SET NMA-PENDIENTE TO TRUE.
           MOVE ZEROS          TO PERIODO-APLIC-NMA.
           MOVE USUARIO-SESION TO USUARIO-NMA.
           MOVE FECHA-HOY      TO FECHA-CARGA-NMA.
           MOVE SPACES         TO MOTIVO-RECH-NMA.
           WRITE REG-NOVMAE
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, NOVEDAD NO REALIZADA."
                   GO TO F-GRABO-NOVEDAD
           END-WRITE.
           PERFORM GRABO-AUDITORIA-NMA THRU F-GRABO-AUDITORIA-NMA.
           DISPLAY "NOVEDAD GRABADA: LEGAJO " LEGAJO-NMA " FECHA "
                   FECHA-NMA " SECUENCIA " SEC-NMA ", PENDIENTE.".
       F-GRABO-NOVEDAD.
           EXIT.

      ***** EL ANEXO/ITEM TIENE QUE ESTAR EN ANEXOCUIT, EXACTO O POR
      ***** LA ENTRADA POR DEFECTO DEL ANEXO (ITEM 00), LA MISMA
      ***** BUSQUEDA QUE BUSCO-ORGANISMO EN LIQAFIP.
       VALIDO-ANEXO.
           SET DATOS-VALIDOS TO TRUE.
           IF NO-HAY-ANEXOCUIT
               GO TO F-VALIDO-ANEXO
           END-IF.
           READ ANEXOCUIT
               INVALID KEY
                   MOVE 00 TO ITEM-ORG
                   READ ANEXOCUIT
                       INVALID KEY
                           DISPLAY "ANEXO/ITEM SIN ORGANISMO EN "
                                   "ANEXOCUIT. OPERACION CANCELADA."
                           SET DATOS-INVALIDOS TO TRUE
                   END-READ
           END-READ.
       F-VALIDO-ANEXO.
           EXIT.

       VALIDO-FECHA.
           SET DATOS-VALIDOS TO TRUE.
           IF ANIO-VAL < 1900
              OR MES-VAL < 1 OR MES-VAL > 12
              OR DIA-VAL < 1 OR DIA-VAL > 31
               DISPLAY "FECHA INVALIDA. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
           END-IF.
       F-VALIDO-FECHA.
           EXIT.

      ***** VALIDA NRO-VALIDAR (11 DIGITOS) CONTRA SU DIGITO
      ***** VERIFICADOR MODULO 11, LA MISMA REGLA QUE TABMANT. UN
      ***** CUIL TODO EN CERO QUEDA INVALIDO DIRECTAMENTE.
       VALIDO-CUIL.
           SET DATOS-VALIDOS TO TRUE.
           SET CUIT-VALIDO TO TRUE.
           IF NRO-VALIDAR = ZEROS
               SET CUIT-INVALIDO TO TRUE
               MOVE ZEROS TO DV-CALCULADO
           ELSE
               PERFORM CALCULO-DIGITO-VERIF
                       THRU F-CALCULO-DIGITO-VERIF
               IF DV-CALCULADO NOT = DV-D(11)
                   SET CUIT-INVALIDO TO TRUE
               END-IF
           END-IF.
           IF CUIT-INVALIDO
               DISPLAY "CUIL INVALIDO: DIGITO VERIFICADOR LEIDO "
                       DV-D(11) ", CALCULADO " DV-CALCULADO
                       ". OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
           END-IF.
       F-VALIDO-CUIL.
           EXIT.

      ***** IGUAL QUE CALCULO-DIGITO-VERIF EN TABMANT.
       CALCULO-DIGITO-VERIF.
           MOVE ZEROS TO SUMA-DV.
           PERFORM SUMO-PESO-DV THRU F-SUMO-PESO-DV
                   VARYING I FROM 1 BY 1 UNTIL I > 10.
           DIVIDE SUMA-DV BY 11 GIVING I REMAINDER RESTO-DV.
           COMPUTE DV-CALCULADO = 11 - RESTO-DV.
           IF DV-CALCULADO = 11
               MOVE 0 TO DV-CALCULADO
           END-IF.
       F-CALCULO-DIGITO-VERIF.
           EXIT.

       SUMO-PESO-DV.
           COMPUTE SUMA-DV = SUMA-DV + DV-D(I) * PESO-DV(I).
       F-SUMO-PESO-DV.
           EXIT.

       MUESTRO-MAE.
           DISPLAY "LEGAJO " LEGAJO-MAE " " APEL-NOM-MAE
                   " CUIL " NRO-CIPF-MAE.
           DISPLAY "  ANEXO " ANEXO-MAE " ITEM " ITEM-MAE
                   " DESTINO " DESTINO-MAE
                   " HIJOS A CARGO " FAM-A-CARGO-MAE.
           IF FECHA-BAJA-MAE NOT = ZEROS
               DISPLAY "  BAJA " DIA-BAJA-MAE "/" MES-BAJA-MAE "/"
                       ANIO-BAJA-MAE " MOTIVO " MOTIVO-BAJA-MAE
           END-IF.
       F-MUESTRO-MAE.
           EXIT.

       MUESTRO-NMA.
           DISPLAY "LEGAJO " LEGAJO-NMA " FECHA " FECHA-NMA
                   " SEC " SEC-NMA " TIPO " TIPO-NMA
                   " ESTADO " ESTADO-NMA " PERIODO " PERIODO-APLIC-NMA
                   " POR " USUARIO-NMA.
           IF NMA-RECHAZADA
               DISPLAY "  RECHAZO: " MOTIVO-RECH-NMA
           END-IF.
       F-MUESTRO-NMA.
           EXIT.

       GRABO-AUDITORIA-NMA.
           MOVE "NOVMAE" TO TABLA-AUD.
           PERFORM ARMO-IMAGEN-NOVEDAD THRU F-ARMO-IMAGEN-NOVEDAD.
           MOVE IMAGEN-ANTES-W TO IMAGEN-ANTES-AUD.
           MOVE IMAGEN-NOV-W   TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
       F-GRABO-AUDITORIA-NMA.
           EXIT.

      ***** ASIENTA UNA LINEA EN AUDITORIA-TABLAS.TXT. TABLA-AUD,
      ***** OPERACION-AUD Y LAS DOS IMAGENES LAS DEJA EL PARRAFO QUE
      ***** LLAMA; ACA SE COMPLETAN USUARIO, FECHA Y HORA.
       GRABO-AUDITORIA.
           MOVE ";" TO C1-AUD C2-AUD C3-AUD C4-AUD C5-AUD C6-AUD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-AHORA FROM TIME.
           MOVE FECHA-HOY        TO FECHA-AUD.
           MOVE HORA-AHORA(1:6)  TO HORA-AUD.
           MOVE USUARIO-SESION   TO USUARIO-AUD.
           WRITE REG-AUDITORIA.
       F-GRABO-AUDITORIA.
           EXIT.

       FINALIZA.
           CLOSE NOVMAE MAESTRO AUDITORIA.
           IF HAY-ANEXOCUIT
               CLOSE ANEXOCUIT
           END-IF.
           DISPLAY "MAEMANT: FIN DE SESION.".
           STOP RUN.
