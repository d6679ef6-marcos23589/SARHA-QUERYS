
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CREMANT.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ABM INTERACTIVO DE CREDITOS.IDX, EL CREDITO PRESUPUESTARIO
      ***** ANUAL DE PERSONAL POR CUIT/ANEXO Y PLANTA (VER
      ***** CREDITO.CPY) CONTRA EL QUE LIQPRESU MIDE LO DEVENGADO Y
      ***** LO PROYECTADO. MISMO ESQUEMA QUE ESCMANT:
      *****   A  ALTA DEL CREDITO ORIGINAL APROBADO
      *****   M  MODIFICACION PRESUPUESTARIA: UN REFUERZO (+) O UNA
      *****      REBAJA (-) CON SU NORMA, QUE SE ACUMULA SOBRE LAS
      *****      ANTERIORES; EL ORIGINAL NO SE TOCA
      *****   B  BAJA DE LA FILA
      *****   C  CONSULTA (CUIT EN CERO LISTA TODO EL ANIO)
      ***** EL PAR CUIT/ANEXO SE VALIDA CONTRA ANEXOCUIT.IDX. CADA
      ***** CAMBIO QUEDA EN AUDITORIA-TABLAS.TXT CON USUARIO,
      ***** FECHA/HORA, OPERACION E IMAGEN ANTERIOR Y POSTERIOR; EN
      ***** UNA MODIFICACION LA IMAGEN POSTERIOR LLEVA EL IMPORTE Y LA
      ***** NORMA. SI LA TABLA TODAVIA NO EXISTE SE CREA VACIA AL
      ***** ENTRAR.
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
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-ORGANISMO
           FILE STATUS ESTADO-ANEXOCUIT.

           SELECT AUDITORIA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\AUDITORIA-TABLAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITOS
           LABEL RECORDS ARE STANDARD.
           COPY CREDITO.

       FD  ANEXOCUIT
           LABEL RECORDS ARE STANDARD.
           COPY ORGANISMO.

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
       77  ESTADO-CREDITOS          PIC X(02) VALUE SPACES.
       77  ESTADO-ANEXOCUIT         PIC X(02) VALUE SPACES.
       77  ESTADO-AUDITORIA         PIC X(02) VALUE SPACES.

       01  OPCION-ABM               PIC X(01).
       01  CONFIRMA                 PIC X(01).
       01  USUARIO-SESION           PIC X(08).

      ***** FECHA Y HORA DEL CAMBIO PARA LA AUDITORIA.
       01  FECHA-HOY                PIC 9(08).
       01  HORA-AHORA               PIC 9(08).

      ***** IMAGEN ANTERIOR DEL REGISTRO, GUARDADA ANTES DE TOCARLO,
      ***** PARA LA COLUMNA ANTES DE LA AUDITORIA.
       01  IMAGEN-ANTES-W           PIC X(50).

      ***** IMAGEN POSTERIOR DE UNA MODIFICACION PRESUPUESTARIA: LA
      ***** CLAVE, EL IMPORTE CON SU SIGNO Y LA NORMA. EL IMPORTE VA
      ***** CON LOS 13 ENTEROS DEL CREDITO; PARA QUE LA IMAGEN SIGA EN
      ***** 50 POSICIONES LA NORMA SE RECORTA A 16 (LA NORMA COMPLETA
      ***** QUEDA EN NORMA-ULT-CRE).
       01  IMAGEN-MODIF-W.
           03  CLAVE-IMO            PIC X(18).
           03  SIGNO-IMO            PIC X(01).
           03  IMPORTE-IMO          PIC 9(13)V99.
           03  NORMA-IMO            PIC X(16).

      ***** CAMPOS DE CAPTURA. SE ACEPTAN APARTE Y SE MUEVEN AL
      ***** REGISTRO RECIEN CUANDO PASARON LAS VALIDACIONES.
       01  CAPTURA-CRE.
           03  ANIO-CAP             PIC 9(04).
           03  CUIT-CAP             PIC 9(11).
           03  ANEXO-CAP            PIC 9(02).
           03  PLANTA-CAP           PIC 9(01).
           03  IMPORTE-CAP          PIC 9(13)V99.
           03  SIGNO-CAP            PIC X(01).
               88  SIGNO-CAP-VALIDO     VALUES "+" "-".
           03  NORMA-CAP            PIC X(20).

       01  CREDITO-VIGENTE-W        PIC S9(13)V99.
       01  IMPORTE-EDIT             PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-DATOS                 PIC X(01) VALUE "S".
           88  DATOS-VALIDOS            VALUE "S".
           88  DATOS-INVALIDOS          VALUE "N".

       01  SW-ANEXOCUIT             PIC X(01) VALUE "N".
           88  HAY-ANEXOCUIT            VALUE "S".
           88  NO-HAY-ANEXOCUIT         VALUE "N".

       PROCEDURE DIVISION.
       CATE.
           DISPLAY "CREMANT - CREDITOS PRESUPUESTARIOS DE PERSONAL".
           DISPLAY "USUARIO (INICIALES, HASTA 8): " WITH NO ADVANCING.
           ACCEPT USUARIO-SESION.
      ***** LA TABLA NACE VACIA LA PRIMERA VEZ, IGUAL QUE LA
      ***** AUDITORIA MAS ABAJO.
           OPEN I-O CREDITOS.
           IF ESTADO-CREDITOS NOT = "00"
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
      ***** SIN ANEXOCUIT NO SE PUEDE VALIDAR EL ORGANISMO: SE AVISA
      ***** Y SE SIGUE SIN ESA VALIDACION.
           OPEN INPUT ANEXOCUIT.
           IF ESTADO-ANEXOCUIT = "00"
               SET HAY-ANEXOCUIT TO TRUE
           ELSE
               DISPLAY "SIN ANEXOCUIT.IDX: NO SE VALIDA EL CUIT/ANEXO."
           END-IF.
           OPEN INPUT AUDITORIA.
           IF ESTADO-AUDITORIA = "00"
               CLOSE AUDITORIA
           ELSE
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
           END-IF.
           OPEN EXTEND AUDITORIA.

       MENU-CRE.
           DISPLAY " ".
           DISPLAY "CREDITOS: A=ALTA M=MODIFICACION PRESUPUESTARIA "
                   "B=BAJA C=CONSULTA F=FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-ABM.
           IF OPCION-ABM = "A" OR = "a"
               GO TO ALTA-CRE.
           IF OPCION-ABM = "M" OR = "m"
               GO TO MODI-CRE.
           IF OPCION-ABM = "B" OR = "b"
               GO TO BAJA-CRE.
           IF OPCION-ABM = "C" OR = "c"
               GO TO CONS-CRE.
           IF OPCION-ABM = "F" OR = "f"
               GO TO FINALIZA.
           GO TO MENU-CRE.

       ALTA-CRE.
           PERFORM PIDO-CLAVE-CRE THRU F-PIDO-CLAVE-CRE.
           IF ANIO-CAP < 1900 OR CUIT-CAP = ZEROS
               DISPLAY "FALTA EL ANIO O EL CUIT."
               GO TO MENU-CRE
           END-IF.
           PERFORM VALIDO-ORGANISMO THRU F-VALIDO-ORGANISMO.
           IF DATOS-INVALIDOS
               GO TO MENU-CRE
           END-IF.
           PERFORM LEO-CRE THRU F-LEO-CRE.
           IF REGISTRO-EXISTE
               DISPLAY "YA EXISTE ESE CREDITO. USAR M PARA "
                       "MODIFICARLO."
               GO TO MENU-CRE
           END-IF.
           DISPLAY "CREDITO ORIGINAL APROBADO (CON 2 DECIMALES, SIN "
                   "COMA): " WITH NO ADVANCING.
           ACCEPT IMPORTE-CAP.
           IF IMPORTE-CAP = ZEROS
               DISPLAY "CREDITO EN CERO. OPERACION CANCELADA."
               GO TO MENU-CRE
           END-IF.
           MOVE ANIO-CAP    TO ANIO-CRE.
           MOVE CUIT-CAP    TO CUIT-CRE.
           MOVE ANEXO-CAP   TO ANEXO-CRE.
           MOVE PLANTA-CAP  TO PLANTA-CRE.
           MOVE IMPORTE-CAP TO CREDITO-ORIG-CRE.
           MOVE ZEROS       TO MODIFICACIONES-CRE CANT-MODIF-CRE.
           MOVE SPACES      TO NORMA-ULT-CRE.
           MOVE USUARIO-SESION TO USUARIO-CRE.
           ACCEPT FECHA-CRE FROM DATE YYYYMMDD.
           MOVE SPACES TO IMAGEN-ANTES-W.
           WRITE REG-CREDITO
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, ALTA NO REALIZADA."
                   GO TO MENU-CRE
           END-WRITE.
           MOVE "ALTA" TO OPERACION-AUD.
           MOVE REG-CREDITO TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA-CRE THRU F-GRABO-AUDITORIA-CRE.
           DISPLAY "CREDITO DADO DE ALTA.".
           GO TO MENU-CRE.

      ***** MODIFICACION PRESUPUESTARIA: SE SUMA (O RESTA) SOBRE LAS
      ***** ANTERIORES Y QUEDA LA NORMA DE LA ULTIMA. UNA REBAJA QUE
      ***** DEJARIA EL CREDITO VIGENTE NEGATIVO SE RECHAZA.
       MODI-CRE.
           PERFORM PIDO-CLAVE-CRE THRU F-PIDO-CLAVE-CRE.
           PERFORM LEO-CRE THRU F-LEO-CRE.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESE CREDITO."
               GO TO MENU-CRE
           END-IF.
           PERFORM MUESTRO-CRE THRU F-MUESTRO-CRE.
           MOVE REG-CREDITO TO IMAGEN-ANTES-W.
           DISPLAY "REFUERZO (+) O REBAJA (-): " WITH NO ADVANCING.
           ACCEPT SIGNO-CAP.
           IF NOT SIGNO-CAP-VALIDO
               DISPLAY "SIGNO INVALIDO. OPERACION CANCELADA."
               GO TO MENU-CRE
           END-IF.
           DISPLAY "IMPORTE (CON 2 DECIMALES, SIN COMA): "
                   WITH NO ADVANCING.
           ACCEPT IMPORTE-CAP.
           IF IMPORTE-CAP = ZEROS
               DISPLAY "IMPORTE EN CERO. OPERACION CANCELADA."
               GO TO MENU-CRE
           END-IF.
           DISPLAY "NORMA (OBLIGATORIA, HASTA 20): " WITH NO ADVANCING.
           MOVE SPACES TO NORMA-CAP.
           ACCEPT NORMA-CAP.
           IF NORMA-CAP = SPACES
               DISPLAY "SIN NORMA NO HAY MODIFICACION."
               GO TO MENU-CRE
           END-IF.
           IF SIGNO-CAP = "-"
               COMPUTE CREDITO-VIGENTE-W = CREDITO-ORIG-CRE
                       + MODIFICACIONES-CRE - IMPORTE-CAP
           ELSE
               COMPUTE CREDITO-VIGENTE-W = CREDITO-ORIG-CRE
                       + MODIFICACIONES-CRE + IMPORTE-CAP
           END-IF.
           IF CREDITO-VIGENTE-W < ZEROS
               DISPLAY "LA REBAJA DEJA EL CREDITO NEGATIVO. "
                       "OPERACION CANCELADA."
               GO TO MENU-CRE
           END-IF.
           COMPUTE MODIFICACIONES-CRE = CREDITO-VIGENTE-W
                   - CREDITO-ORIG-CRE.
           ADD 1 TO CANT-MODIF-CRE.
           MOVE NORMA-CAP      TO NORMA-ULT-CRE.
           MOVE USUARIO-SESION TO USUARIO-CRE.
           ACCEPT FECHA-CRE FROM DATE YYYYMMDD.
           REWRITE REG-CREDITO
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, CAMBIO NO REALIZADO."
                   GO TO MENU-CRE
           END-REWRITE.
           MOVE CLAVE-CRE   TO CLAVE-IMO.
           MOVE SIGNO-CAP   TO SIGNO-IMO.
           MOVE IMPORTE-CAP TO IMPORTE-IMO.
           MOVE NORMA-CAP   TO NORMA-IMO.
           MOVE "MODI" TO OPERACION-AUD.
           MOVE IMAGEN-MODIF-W TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA-CRE THRU F-GRABO-AUDITORIA-CRE.
           DISPLAY "MODIFICACION REGISTRADA.".
           PERFORM MUESTRO-CRE THRU F-MUESTRO-CRE.
           GO TO MENU-CRE.

       BAJA-CRE.
           PERFORM PIDO-CLAVE-CRE THRU F-PIDO-CLAVE-CRE.
           PERFORM LEO-CRE THRU F-LEO-CRE.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESE CREDITO."
               GO TO MENU-CRE
           END-IF.
           PERFORM MUESTRO-CRE THRU F-MUESTRO-CRE.
           DISPLAY "CONFIRMA BAJA (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "BAJA CANCELADA."
               GO TO MENU-CRE
           END-IF.
           MOVE REG-CREDITO TO IMAGEN-ANTES-W.
           DELETE CREDITOS
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, BAJA NO REALIZADA."
                   GO TO MENU-CRE
           END-DELETE.
           MOVE "BAJA" TO OPERACION-AUD.
           MOVE SPACES TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA-CRE THRU F-GRABO-AUDITORIA-CRE.
           DISPLAY "CREDITO DADO DE BAJA.".
           GO TO MENU-CRE.

      ***** CONSULTA: CUIT EN CERO LISTA TODOS LOS CREDITOS DEL ANIO;
      ***** UNA CLAVE COMPLETA MUESTRA SOLO ESA FILA.
       CONS-CRE.
           PERFORM PIDO-CLAVE-CRE THRU F-PIDO-CLAVE-CRE.
           IF CUIT-CAP = ZEROS
               MOVE ANIO-CAP TO ANIO-CRE
               MOVE ZEROS    TO CUIT-CRE ANEXO-CRE PLANTA-CRE
               GO TO LISTO-CRE
           END-IF.
           PERFORM LEO-CRE THRU F-LEO-CRE.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESE CREDITO."
           ELSE
               PERFORM MUESTRO-CRE THRU F-MUESTRO-CRE
           END-IF.
           GO TO MENU-CRE.

       LISTO-CRE.
           START CREDITOS KEY IS NOT LESS THAN CLAVE-CRE
               INVALID KEY
                   DISPLAY "SIN CREDITOS PARA EL ANIO."
                   GO TO MENU-CRE
           END-START.
       LISTO-CRE-LEE.
           READ CREDITOS NEXT AT END
               GO TO MENU-CRE.
           IF ANIO-CRE NOT = ANIO-CAP
               GO TO MENU-CRE
           END-IF.
           PERFORM MUESTRO-CRE THRU F-MUESTRO-CRE.
           GO TO LISTO-CRE-LEE.

      ***** CON CUIT EN CERO NO SE PIDE EL RESTO (CONSULTA DEL ANIO).
       PIDO-CLAVE-CRE.
           MOVE ZEROS TO ANEXO-CAP PLANTA-CAP.
           DISPLAY "ANIO (4 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ANIO-CAP.
           DISPLAY "CUIT DEL ORGANISMO (11 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT CUIT-CAP.
           IF CUIT-CAP = ZEROS
               GO TO F-PIDO-CLAVE-CRE
           END-IF.
           DISPLAY "ANEXO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ANEXO-CAP.
           DISPLAY "PLANTA (1 DIGITO): " WITH NO ADVANCING.
           ACCEPT PLANTA-CAP.
       F-PIDO-CLAVE-CRE.
           EXIT.

      ***** EL ANEXO TIENE QUE TENER EN ANEXOCUIT ALGUN ITEM (O SU
      ***** ENTRADA POR DEFECTO 00) DEL CUIT PEDIDO.
       VALIDO-ORGANISMO.
           SET DATOS-VALIDOS TO TRUE.
           IF NO-HAY-ANEXOCUIT
               GO TO F-VALIDO-ORGANISMO
           END-IF.
           SET DATOS-INVALIDOS TO TRUE.
           MOVE ANEXO-CAP TO ANEXO-ORG.
           MOVE ZEROS     TO ITEM-ORG.
           START ANEXOCUIT KEY IS NOT LESS THAN CLAVE-ORGANISMO
               INVALID KEY
                   GO TO VALIDO-ORGANISMO-AVISO
           END-START.
       VALIDO-ORGANISMO-LEE.
           READ ANEXOCUIT NEXT AT END
               GO TO VALIDO-ORGANISMO-AVISO.
           IF ANEXO-ORG NOT = ANEXO-CAP
               GO TO VALIDO-ORGANISMO-AVISO
           END-IF.
           IF CUIT-ORG NOT = CUIT-CAP
               GO TO VALIDO-ORGANISMO-LEE
           END-IF.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "ORGANISMO: " NOMBRE-ORG.
           GO TO F-VALIDO-ORGANISMO.
       VALIDO-ORGANISMO-AVISO.
           DISPLAY "EL ANEXO NO CORRESPONDE A ESE CUIT EN ANEXOCUIT. "
                   "OPERACION CANCELADA.".
       F-VALIDO-ORGANISMO.
           EXIT.

       LEO-CRE.
           MOVE ANIO-CAP   TO ANIO-CRE.
           MOVE CUIT-CAP   TO CUIT-CRE.
           MOVE ANEXO-CAP  TO ANEXO-CRE.
           MOVE PLANTA-CAP TO PLANTA-CRE.
           READ CREDITOS
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
       F-LEO-CRE.
           EXIT.

       MUESTRO-CRE.
           DISPLAY "ANIO " ANIO-CRE " CUIT " CUIT-CRE " ANEXO "
                   ANEXO-CRE " PLANTA " PLANTA-CRE.
           MOVE CREDITO-ORIG-CRE TO IMPORTE-EDIT.
           DISPLAY "  ORIGINAL       " IMPORTE-EDIT.
           MOVE MODIFICACIONES-CRE TO IMPORTE-EDIT.
           DISPLAY "  MODIFICACIONES " IMPORTE-EDIT " ("
                   CANT-MODIF-CRE ", ULTIMA " NORMA-ULT-CRE ")".
           COMPUTE CREDITO-VIGENTE-W = CREDITO-ORIG-CRE
                   + MODIFICACIONES-CRE.
           MOVE CREDITO-VIGENTE-W TO IMPORTE-EDIT.
           DISPLAY "  VIGENTE        " IMPORTE-EDIT
                   "  (" USUARIO-CRE " " FECHA-CRE ")".
       F-MUESTRO-CRE.
           EXIT.

      ***** OPERACION-AUD E IMAGEN-DESPUES-AUD LOS DEJA EL PARRAFO QUE
      ***** LLAMA.
       GRABO-AUDITORIA-CRE.
           MOVE "CREDITOS" TO TABLA-AUD.
           MOVE IMAGEN-ANTES-W TO IMAGEN-ANTES-AUD.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
       F-GRABO-AUDITORIA-CRE.
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
           CLOSE CREDITOS AUDITORIA.
           IF HAY-ANEXOCUIT
               CLOSE ANEXOCUIT
           END-IF.
           DISPLAY "CREMANT: FIN DE SESION.".
           STOP RUN.
