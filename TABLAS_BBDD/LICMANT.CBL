
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LICMANT.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ABM INTERACTIVO DE NOVLICEN.IDX, LAS NOVEDADES DE
      ***** LICENCIAS E INASISTENCIAS DEL PERIODO (LEGAJO, TIPO DE
      ***** LICENCIA, FECHAS DESDE/HASTA Y SI ES CON O SIN GOCE DE
      ***** HABERES) QUE HASTA AHORA LLEGABAN EN PAPEL Y TERMINABAN
      ***** CARGADAS A MANO COMO CONCEPTO 901. EL ARCHIVO ES DEL
      ***** PERIODO: AL ENTRAR SE PIDE ANIO Y MES Y SE ABRE EL
      ***** NOVLICEN.IDX DE PEDIDOS\<ANIO>\<MES>\ (SI NO EXISTE SE
      ***** CREA VACIO). MISMO ESQUEMA QUE TABMANT: ALTA,
      ***** MODIFICACION, BAJA Y CONSULTA EN EL LUGAR, Y CADA CAMBIO
      ***** QUEDA ASENTADO EN AUDITORIA-TABLAS.TXT CON USUARIO,
      ***** FECHA/HORA, OPERACION E IMAGEN ANTERIOR Y POSTERIOR. LAS
      ***** NOVEDADES CARGADAS LAS PROCESA LIQLIC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVLICEN
           ASSIGN TO RANDOM NOMBRE-NOVLICEN-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-NLI
           FILE STATUS ESTADO-NOVLICEN.

           SELECT AUDITORIA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\AUDITORIA-TABLAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVLICEN
           LABEL RECORDS ARE STANDARD.
           COPY NOVLICEN.

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
       77  ESTADO-NOVLICEN          PIC X(02) VALUE SPACES.
       77  ESTADO-AUDITORIA         PIC X(02) VALUE SPACES.

       01  OPCION-ABM               PIC X(01).
       01  CONFIRMA                 PIC X(01).
       01  USUARIO-SESION           PIC X(08).

      ***** PERIODO DE LAS NOVEDADES, PEDIDO AL ENTRAR, Y NOMBRE DEL
      ***** ARCHIVO DEL PERIODO, MISMO ESQUEMA QUE ARMO-NOMBRES DE
      ***** LIQAFIP.
       01  PERIODO-SESION.
           03  ANIO-SESION          PIC 9(04).
           03  MES-SESION           PIC 9(02).
       01  PERIODO-SESION-N REDEFINES PERIODO-SESION PIC 9(06).

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

      ***** FECHA Y HORA DEL CAMBIO PARA LA AUDITORIA.
       01  FECHA-HOY                PIC 9(08).
       01  HORA-AHORA               PIC 9(08).

      ***** IMAGEN ANTERIOR DEL REGISTRO, GUARDADA ANTES DE TOCARLO,
      ***** PARA LA COLUMNA ANTES DE LA AUDITORIA.
       01  IMAGEN-ANTES-W           PIC X(50).

      ***** CAMPOS DE CAPTURA. SE ACEPTAN APARTE Y SE MUEVEN AL
      ***** REGISTRO RECIEN CUANDO PASARON LAS VALIDACIONES.
       01  CAPTURA-NLI.
           03  LEGAJO-CAP           PIC 9(07).
           03  FECHA-DESDE-CAP      PIC 9(08).
           03  FECHA-DESDE-CAP-R REDEFINES FECHA-DESDE-CAP.
               05  ANIO-DESDE-CAP   PIC 9(04).
               05  MES-DESDE-CAP    PIC 9(02).
               05  DIA-DESDE-CAP    PIC 9(02).
           03  TIPO-CAP             PIC 9(02).
               88  TIPO-CAP-VALIDO      VALUES 01 THRU 05 99.
           03  FECHA-HASTA-CAP      PIC 9(08).
           03  FECHA-HASTA-CAP-R REDEFINES FECHA-HASTA-CAP.
               05  ANIO-HASTA-CAP   PIC 9(04).
               05  MES-HASTA-CAP    PIC 9(02).
               05  DIA-HASTA-CAP    PIC 9(02).
           03  GOCE-CAP             PIC X(01).

      ***** ANIO Y MES DE LAS DOS FECHAS, PARA CONTROLAR QUE LA
      ***** LICENCIA TOQUE EL PERIODO DEL ARCHIVO.
       01  PERIODO-DESDE-W          PIC 9(06).
       01  PERIODO-HASTA-W          PIC 9(06).

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-DATOS                 PIC X(01) VALUE "S".
           88  DATOS-VALIDOS            VALUE "S".
           88  DATOS-INVALIDOS          VALUE "N".

       PROCEDURE DIVISION.
       CATE.
           DISPLAY "LICMANT - NOVEDADES DE LICENCIAS E INASISTENCIAS".
           DISPLAY "USUARIO (INICIALES, HASTA 8): " WITH NO ADVANCING.
           ACCEPT USUARIO-SESION.
       PIDO-PERIODO.
           DISPLAY "ANIO DEL PERIODO (4 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ANIO-SESION.
           DISPLAY "MES DEL PERIODO (01-12): " WITH NO ADVANCING.
           ACCEPT MES-SESION.
           IF ANIO-SESION = ZEROS
              OR MES-SESION < 1 OR MES-SESION > 12
               DISPLAY "PERIODO INVALIDO."
               GO TO PIDO-PERIODO
           END-IF.
           MOVE ANIO-SESION TO ANIO-BASE-RUN.
           MOVE MES-SESION  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-NOVLICEN-PED.
      ***** EL ARCHIVO DEL PERIODO NACE VACIO LA PRIMERA VEZ, IGUAL
      ***** QUE LA AUDITORIA MAS ABAJO.
           OPEN I-O NOVLICEN.
           IF ESTADO-NOVLICEN NOT = "00"
               OPEN OUTPUT NOVLICEN
               CLOSE NOVLICEN
               OPEN I-O NOVLICEN
           END-IF.
           IF ESTADO-NOVLICEN NOT = "00"
               DISPLAY "LICMANT: NO SE PUEDE ABRIR "
                       NOMBRE-NOVLICEN-PED
               DISPLAY "         (ESTADO " ESTADO-NOVLICEN
                       "), VERIFICAR LA CARPETA DEL PERIODO."
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

       MENU-NLI.
           DISPLAY " ".
           DISPLAY "LICENCIAS " MES-SESION "/" ANIO-SESION
                   ": A=ALTA M=MODIFICACION B=BAJA C=CONSULTA F=FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-ABM.
           IF OPCION-ABM = "A" OR = "a"
               GO TO ALTA-NLI.
           IF OPCION-ABM = "M" OR = "m"
               GO TO MODI-NLI.
           IF OPCION-ABM = "B" OR = "b"
               GO TO BAJA-NLI.
           IF OPCION-ABM = "C" OR = "c"
               GO TO CONS-NLI.
           IF OPCION-ABM = "F" OR = "f"
               GO TO FINALIZA.
           GO TO MENU-NLI.

       ALTA-NLI.
           PERFORM PIDO-CLAVE-NLI THRU F-PIDO-CLAVE-NLI.
           IF LEGAJO-CAP = ZEROS OR FECHA-DESDE-CAP = ZEROS
               DISPLAY "FALTA LEGAJO O FECHA DESDE."
               GO TO MENU-NLI
           END-IF.
           PERFORM LEO-NLI THRU F-LEO-NLI.
           IF REGISTRO-EXISTE
               DISPLAY "YA EXISTE UNA LICENCIA DEL LEGAJO CON ESA "
                       "FECHA DESDE. USAR M PARA MODIFICARLA."
               GO TO MENU-NLI
           END-IF.
           PERFORM PIDO-DATOS-NLI THRU F-PIDO-DATOS-NLI.
           IF DATOS-INVALIDOS
               GO TO MENU-NLI
           END-IF.
           MOVE LEGAJO-CAP      TO LEGAJO-NLI.
           MOVE FECHA-DESDE-CAP TO FECHA-DESDE-NLI.
           MOVE TIPO-CAP        TO TIPO-NLI.
           MOVE FECHA-HASTA-CAP TO FECHA-HASTA-NLI.
           MOVE GOCE-CAP        TO GOCE-NLI.
           MOVE SPACES TO IMAGEN-ANTES-W.
           WRITE REG-NOVLICEN
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, ALTA NO REALIZADA."
                   GO TO MENU-NLI
           END-WRITE.
           MOVE "ALTA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-NLI THRU F-GRABO-AUDITORIA-NLI.
           DISPLAY "LICENCIA DADA DE ALTA.".
           GO TO MENU-NLI.

       MODI-NLI.
           PERFORM PIDO-CLAVE-NLI THRU F-PIDO-CLAVE-NLI.
           PERFORM LEO-NLI THRU F-LEO-NLI.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA LICENCIA."
               GO TO MENU-NLI
           END-IF.
           PERFORM MUESTRO-NLI THRU F-MUESTRO-NLI.
           MOVE REG-NOVLICEN TO IMAGEN-ANTES-W.
           PERFORM PIDO-DATOS-NLI THRU F-PIDO-DATOS-NLI.
           IF DATOS-INVALIDOS
               GO TO MENU-NLI
           END-IF.
           MOVE TIPO-CAP        TO TIPO-NLI.
           MOVE FECHA-HASTA-CAP TO FECHA-HASTA-NLI.
           MOVE GOCE-CAP        TO GOCE-NLI.
           REWRITE REG-NOVLICEN
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, CAMBIO NO REALIZADO."
                   GO TO MENU-NLI
           END-REWRITE.
           MOVE "MODI" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-NLI THRU F-GRABO-AUDITORIA-NLI.
           DISPLAY "LICENCIA MODIFICADA.".
           GO TO MENU-NLI.

       BAJA-NLI.
           PERFORM PIDO-CLAVE-NLI THRU F-PIDO-CLAVE-NLI.
           PERFORM LEO-NLI THRU F-LEO-NLI.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA LICENCIA."
               GO TO MENU-NLI
           END-IF.
           PERFORM MUESTRO-NLI THRU F-MUESTRO-NLI.
           DISPLAY "CONFIRMA BAJA (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "BAJA CANCELADA."
               GO TO MENU-NLI
           END-IF.
           MOVE REG-NOVLICEN TO IMAGEN-ANTES-W.
           DELETE NOVLICEN
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, BAJA NO REALIZADA."
                   GO TO MENU-NLI
           END-DELETE.
           MOVE SPACES TO REG-NOVLICEN.
           MOVE "BAJA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-NLI THRU F-GRABO-AUDITORIA-NLI.
           DISPLAY "LICENCIA DADA DE BAJA.".
           GO TO MENU-NLI.

      ***** CONSULTA: LEGAJO 0000000 LISTA EL ARCHIVO COMPLETO DEL
      ***** PERIODO; FECHA DESDE 00000000 LISTA TODAS LAS LICENCIAS
      ***** DEL LEGAJO; UNA CLAVE COMPLETA MUESTRA SOLO ESE REGISTRO.
       CONS-NLI.
           PERFORM PIDO-CLAVE-NLI THRU F-PIDO-CLAVE-NLI.
           IF LEGAJO-CAP = ZEROS
               MOVE ZEROS TO CLAVE-NLI
               GO TO LISTO-NLI
           END-IF.
           IF FECHA-DESDE-CAP = ZEROS
               MOVE LEGAJO-CAP TO LEGAJO-NLI
               MOVE ZEROS      TO FECHA-DESDE-NLI
               GO TO LISTO-NLI
           END-IF.
           PERFORM LEO-NLI THRU F-LEO-NLI.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA LICENCIA."
           ELSE
               PERFORM MUESTRO-NLI THRU F-MUESTRO-NLI
           END-IF.
           GO TO MENU-NLI.

       LISTO-NLI.
           START NOVLICEN KEY IS NOT LESS THAN CLAVE-NLI
               INVALID KEY
                   DISPLAY "SIN LICENCIAS."
                   GO TO MENU-NLI
           END-START.
       LISTO-NLI-LEE.
           READ NOVLICEN NEXT AT END
               GO TO MENU-NLI.
           IF LEGAJO-CAP NOT = ZEROS
               IF LEGAJO-NLI NOT = LEGAJO-CAP
                   GO TO MENU-NLI
               END-IF
           END-IF.
           PERFORM MUESTRO-NLI THRU F-MUESTRO-NLI.
           GO TO LISTO-NLI-LEE.

       PIDO-CLAVE-NLI.
           MOVE ZEROS TO FECHA-DESDE-CAP.
           DISPLAY "LEGAJO (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT LEGAJO-CAP.
           IF LEGAJO-CAP = ZEROS
               GO TO F-PIDO-CLAVE-NLI
           END-IF.
           DISPLAY "FECHA DESDE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT FECHA-DESDE-CAP.
       F-PIDO-CLAVE-NLI.
           EXIT.

      ***** PIDE TIPO, FECHA HASTA Y GOCE. LAS FECHAS TIENEN QUE SER
      ***** VALIDAS, DESDE NO PUEDE SUPERAR A HASTA Y LA LICENCIA
      ***** TIENE QUE TOCAR EL PERIODO DEL ARCHIVO; SI NO, LA
      ***** OPERACION SE CANCELA SIN TOCAR EL REGISTRO.
       PIDO-DATOS-NLI.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "TIPO: 01=ENFERMEDAD 02=ACCIDENTE 03=MATERNIDAD "
                   "04=PARTICULAR".
           DISPLAY "      05=INASISTENCIA 99=OTRAS".
           DISPLAY "TIPO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT TIPO-CAP.
           IF NOT TIPO-CAP-VALIDO
               DISPLAY "TIPO DE LICENCIA INVALIDO. OPERACION "
                       "CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-NLI
           END-IF.
           DISPLAY "FECHA HASTA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT FECHA-HASTA-CAP.
           IF MES-DESDE-CAP < 1 OR MES-DESDE-CAP > 12
              OR DIA-DESDE-CAP < 1 OR DIA-DESDE-CAP > 31
              OR MES-HASTA-CAP < 1 OR MES-HASTA-CAP > 12
              OR DIA-HASTA-CAP < 1 OR DIA-HASTA-CAP > 31
              OR FECHA-DESDE-CAP > FECHA-HASTA-CAP
               DISPLAY "FECHAS INVALIDAS. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-NLI
           END-IF.
           COMPUTE PERIODO-DESDE-W = ANIO-DESDE-CAP * 100
                   + MES-DESDE-CAP.
           COMPUTE PERIODO-HASTA-W = ANIO-HASTA-CAP * 100
                   + MES-HASTA-CAP.
           IF PERIODO-DESDE-W > PERIODO-SESION-N
              OR PERIODO-HASTA-W < PERIODO-SESION-N
               DISPLAY "LA LICENCIA NO CAE EN EL PERIODO "
                       MES-SESION "/" ANIO-SESION
                       ". OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-NLI
           END-IF.
           DISPLAY "CON GOCE DE HABERES (S/N): " WITH NO ADVANCING.
           ACCEPT GOCE-CAP.
           IF GOCE-CAP = "s"
               MOVE "S" TO GOCE-CAP
           END-IF.
           IF GOCE-CAP = "n"
               MOVE "N" TO GOCE-CAP
           END-IF.
           IF GOCE-CAP NOT = "S" AND GOCE-CAP NOT = "N"
               DISPLAY "GOCE INVALIDO. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
           END-IF.
       F-PIDO-DATOS-NLI.
           EXIT.

       LEO-NLI.
           MOVE LEGAJO-CAP      TO LEGAJO-NLI.
           MOVE FECHA-DESDE-CAP TO FECHA-DESDE-NLI.
           READ NOVLICEN
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
       F-LEO-NLI.
           EXIT.

       MUESTRO-NLI.
           DISPLAY "LEGAJO " LEGAJO-NLI " TIPO " TIPO-NLI
                   " DESDE " FECHA-DESDE-NLI
                   " HASTA " FECHA-HASTA-NLI
                   " GOCE " GOCE-NLI.
       F-MUESTRO-NLI.
           EXIT.

       GRABO-AUDITORIA-NLI.
           MOVE "NOVLICEN" TO TABLA-AUD.
           MOVE IMAGEN-ANTES-W TO IMAGEN-ANTES-AUD.
           MOVE REG-NOVLICEN   TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
       F-GRABO-AUDITORIA-NLI.
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
           CLOSE NOVLICEN AUDITORIA.
           DISPLAY "LICMANT: FIN DE SESION.".
           STOP RUN.
