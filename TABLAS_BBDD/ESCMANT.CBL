
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ESCMANT.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ABM INTERACTIVO DE ESCALAS.IDX, LA ESCALA SALARIAL POR
      ***** AGRUPAMIENTO/CATEGORIA Y PERIODO DE VIGENCIA (BASICO Y
      ***** PORCENTAJE DE ANTIGUEDAD POR ANIO) CONTRA LA QUE LIQESC
      ***** CONTROLA LOS CODIGOS 201 Y 240 LIQUIDADOS. MISMO ESQUEMA
      ***** QUE TABMANT: ALTA, MODIFICACION, BAJA Y CONSULTA EN EL
      ***** LUGAR, Y CADA CAMBIO QUEDA ASENTADO EN AUDITORIA-TABLAS.TXT
      ***** CON USUARIO, FECHA/HORA, OPERACION E IMAGEN ANTERIOR Y
      ***** POSTERIOR. UNA PARITARIA SE CARGA COMO FILA NUEVA CON EL
      ***** PERIODO DESDE EL QUE RIGE, NO PISANDO LA VIGENTE. SI LA
      ***** TABLA TODAVIA NO EXISTE SE CREA VACIA AL ENTRAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ESCALAS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\ESCALAS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-ESC
           FILE STATUS ESTADO-ESCALAS.

           SELECT AUDITORIA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\AUDITORIA-TABLAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCALAS
           LABEL RECORDS ARE STANDARD.
           COPY ESCALA.

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
       77  ESTADO-ESCALAS           PIC X(02) VALUE SPACES.
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

      ***** CAMPOS DE CAPTURA. SE ACEPTAN APARTE Y SE MUEVEN AL
      ***** REGISTRO RECIEN CUANDO PASARON LAS VALIDACIONES.
       01  CAPTURA-ESC.
           03  AGRUP-CAP            PIC 9(02).
           03  CATEG-CAP            PIC 9(03).
           03  ANIO-CAP             PIC 9(04).
           03  MES-CAP              PIC 9(02).
           03  UNIDAD-CAP           PIC X(01).
               88  UNIDAD-CAP-VALIDA    VALUES "M" "S" "U".
           03  BASICO-CAP           PIC 9(08)V99.
           03  PCT-ANT-CAP          PIC 9(02)V99.

       01  IMPORTE-EDIT             PIC ZZ.ZZZ.ZZ9,99.
       01  PCT-EDIT                 PIC Z9,99.

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-DATOS                 PIC X(01) VALUE "S".
           88  DATOS-VALIDOS            VALUE "S".
           88  DATOS-INVALIDOS          VALUE "N".

       PROCEDURE DIVISION.
       CATE.
           DISPLAY "ESCMANT - ESCALA SALARIAL POR CATEGORIA".
           DISPLAY "USUARIO (INICIALES, HASTA 8): " WITH NO ADVANCING.
           ACCEPT USUARIO-SESION.
      ***** LA TABLA NACE VACIA LA PRIMERA VEZ, IGUAL QUE LA
      ***** AUDITORIA MAS ABAJO.
           OPEN I-O ESCALAS.
           IF ESTADO-ESCALAS NOT = "00"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN I-O ESCALAS
           END-IF.
           OPEN INPUT AUDITORIA.
           IF ESTADO-AUDITORIA = "00"
               CLOSE AUDITORIA
           ELSE
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
           END-IF.
           OPEN EXTEND AUDITORIA.

       MENU-ESC.
           DISPLAY " ".
           DISPLAY "ESCALAS: A=ALTA M=MODIFICACION B=BAJA "
                   "C=CONSULTA F=FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-ABM.
           IF OPCION-ABM = "A" OR = "a"
               GO TO ALTA-ESC.
           IF OPCION-ABM = "M" OR = "m"
               GO TO MODI-ESC.
           IF OPCION-ABM = "B" OR = "b"
               GO TO BAJA-ESC.
           IF OPCION-ABM = "C" OR = "c"
               GO TO CONS-ESC.
           IF OPCION-ABM = "F" OR = "f"
               GO TO FINALIZA.
           GO TO MENU-ESC.

       ALTA-ESC.
           PERFORM PIDO-CLAVE-ESC THRU F-PIDO-CLAVE-ESC.
           IF AGRUP-CAP = ZEROS
               DISPLAY "FALTA EL AGRUPAMIENTO."
               GO TO MENU-ESC
           END-IF.
           IF MES-CAP < 1 OR MES-CAP > 12 OR ANIO-CAP = ZEROS
               DISPLAY "PERIODO DE VIGENCIA INVALIDO."
               GO TO MENU-ESC
           END-IF.
           PERFORM LEO-ESC THRU F-LEO-ESC.
           IF REGISTRO-EXISTE
               DISPLAY "YA EXISTE ESA ESCALA. USAR M PARA "
                       "MODIFICARLA."
               GO TO MENU-ESC
           END-IF.
           PERFORM PIDO-DATOS-ESC THRU F-PIDO-DATOS-ESC.
           IF DATOS-INVALIDOS
               GO TO MENU-ESC
           END-IF.
           MOVE AGRUP-CAP   TO AGRUP-ESC.
           MOVE CATEG-CAP   TO CATEG-ESC.
           MOVE ANIO-CAP    TO ANIO-ESC.
           MOVE MES-CAP     TO MES-ESC.
           MOVE UNIDAD-CAP  TO UNIDAD-ESC.
           MOVE BASICO-CAP  TO BASICO-ESC.
           MOVE PCT-ANT-CAP TO PCT-ANT-ESC.
           MOVE SPACES TO IMAGEN-ANTES-W.
           WRITE REG-ESCALA
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, ALTA NO REALIZADA."
                   GO TO MENU-ESC
           END-WRITE.
           MOVE "ALTA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-ESC THRU F-GRABO-AUDITORIA-ESC.
           DISPLAY "ESCALA DADA DE ALTA.".
           GO TO MENU-ESC.

       MODI-ESC.
           PERFORM PIDO-CLAVE-ESC THRU F-PIDO-CLAVE-ESC.
           PERFORM LEO-ESC THRU F-LEO-ESC.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA ESCALA."
               GO TO MENU-ESC
           END-IF.
           PERFORM MUESTRO-ESC THRU F-MUESTRO-ESC.
           MOVE REG-ESCALA TO IMAGEN-ANTES-W.
           PERFORM PIDO-DATOS-ESC THRU F-PIDO-DATOS-ESC.
           IF DATOS-INVALIDOS
               GO TO MENU-ESC
           END-IF.
           MOVE UNIDAD-CAP  TO UNIDAD-ESC.
           MOVE BASICO-CAP  TO BASICO-ESC.
           MOVE PCT-ANT-CAP TO PCT-ANT-ESC.
           REWRITE REG-ESCALA
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, CAMBIO NO REALIZADO."
                   GO TO MENU-ESC
           END-REWRITE.
           MOVE "MODI" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-ESC THRU F-GRABO-AUDITORIA-ESC.
           DISPLAY "ESCALA MODIFICADA.".
           GO TO MENU-ESC.

       BAJA-ESC.
           PERFORM PIDO-CLAVE-ESC THRU F-PIDO-CLAVE-ESC.
           PERFORM LEO-ESC THRU F-LEO-ESC.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA ESCALA."
               GO TO MENU-ESC
           END-IF.
           PERFORM MUESTRO-ESC THRU F-MUESTRO-ESC.
           DISPLAY "CONFIRMA BAJA (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "BAJA CANCELADA."
               GO TO MENU-ESC
           END-IF.
           MOVE REG-ESCALA TO IMAGEN-ANTES-W.
           DELETE ESCALAS
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, BAJA NO REALIZADA."
                   GO TO MENU-ESC
           END-DELETE.
           MOVE SPACES TO REG-ESCALA.
           MOVE "BAJA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-ESC THRU F-GRABO-AUDITORIA-ESC.
           DISPLAY "ESCALA DADA DE BAJA.".
           GO TO MENU-ESC.

      ***** CONSULTA: AGRUPAMIENTO 00 LISTA LA TABLA COMPLETA; PERIODO
      ***** 000000 LISTA TODAS LAS VIGENCIAS DE LA CATEGORIA PEDIDA;
      ***** UNA CLAVE COMPLETA MUESTRA SOLO ESE REGISTRO.
       CONS-ESC.
           PERFORM PIDO-CLAVE-ESC THRU F-PIDO-CLAVE-ESC.
           IF AGRUP-CAP = ZEROS
               MOVE ZEROS TO CLAVE-ESC
               GO TO LISTO-ESC
           END-IF.
           IF ANIO-CAP = ZEROS AND MES-CAP = ZEROS
               MOVE AGRUP-CAP TO AGRUP-ESC
               MOVE CATEG-CAP TO CATEG-ESC
               MOVE ZEROS     TO PERIODO-ESC
               GO TO LISTO-ESC
           END-IF.
           PERFORM LEO-ESC THRU F-LEO-ESC.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA ESCALA."
           ELSE
               PERFORM MUESTRO-ESC THRU F-MUESTRO-ESC
           END-IF.
           GO TO MENU-ESC.

       LISTO-ESC.
           START ESCALAS KEY IS NOT LESS THAN CLAVE-ESC
               INVALID KEY
                   DISPLAY "SIN ESCALAS."
                   GO TO MENU-ESC
           END-START.
       LISTO-ESC-LEE.
           READ ESCALAS NEXT AT END
               GO TO MENU-ESC.
           IF AGRUP-CAP NOT = ZEROS
               IF AGRUP-ESC NOT = AGRUP-CAP
                  OR CATEG-ESC NOT = CATEG-CAP
                   GO TO MENU-ESC
               END-IF
           END-IF.
           PERFORM MUESTRO-ESC THRU F-MUESTRO-ESC.
           GO TO LISTO-ESC-LEE.

       PIDO-CLAVE-ESC.
           MOVE ZEROS TO CATEG-CAP ANIO-CAP MES-CAP.
           DISPLAY "AGRUPAMIENTO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT AGRUP-CAP.
           IF AGRUP-CAP = ZEROS
               GO TO F-PIDO-CLAVE-ESC
           END-IF.
           DISPLAY "CATEGORIA (3 DIGITOS): " WITH NO ADVANCING.
           ACCEPT CATEG-CAP.
           DISPLAY "VIGENTE DESDE ANIO (4 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT ANIO-CAP.
           DISPLAY "VIGENTE DESDE MES (01-12): " WITH NO ADVANCING.
           ACCEPT MES-CAP.
       F-PIDO-CLAVE-ESC.
           EXIT.

      ***** PIDE UNIDAD, BASICO Y PORCENTAJE DE ANTIGUEDAD. UNA
      ***** UNIDAD INVALIDA O UN BASICO EN CERO CANCELAN LA OPERACION
      ***** SIN TOCAR EL REGISTRO.
       PIDO-DATOS-ESC.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "UNIDAD DEL BASICO: M=MENSUAL S=HORA SECUNDARIA "
                   "U=HORA UNIVERSITARIA".
           DISPLAY "UNIDAD: " WITH NO ADVANCING.
           ACCEPT UNIDAD-CAP.
           IF UNIDAD-CAP = "m"
               MOVE "M" TO UNIDAD-CAP
           END-IF.
           IF UNIDAD-CAP = "s"
               MOVE "S" TO UNIDAD-CAP
           END-IF.
           IF UNIDAD-CAP = "u"
               MOVE "U" TO UNIDAD-CAP
           END-IF.
           IF NOT UNIDAD-CAP-VALIDA
               DISPLAY "UNIDAD INVALIDA. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-ESC
           END-IF.
           DISPLAY "BASICO (CON 2 DECIMALES, SIN COMA): "
                   WITH NO ADVANCING.
           ACCEPT BASICO-CAP.
           IF BASICO-CAP = ZEROS
               DISPLAY "BASICO EN CERO. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-ESC
           END-IF.
           DISPLAY "PORCENTAJE DE ANTIGUEDAD POR ANIO (4 DIGITOS, "
                   "0200 = 2%): " WITH NO ADVANCING.
           ACCEPT PCT-ANT-CAP.
       F-PIDO-DATOS-ESC.
           EXIT.

       LEO-ESC.
           MOVE AGRUP-CAP TO AGRUP-ESC.
           MOVE CATEG-CAP TO CATEG-ESC.
           MOVE ANIO-CAP  TO ANIO-ESC.
           MOVE MES-CAP   TO MES-ESC.
           READ ESCALAS
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
       F-LEO-ESC.
           EXIT.

       MUESTRO-ESC.
           MOVE BASICO-ESC  TO IMPORTE-EDIT.
           MOVE PCT-ANT-ESC TO PCT-EDIT.
           DISPLAY "AGRUP " AGRUP-ESC " CATEG " CATEG-ESC
                   " DESDE " MES-ESC "/" ANIO-ESC
                   " UNIDAD " UNIDAD-ESC
                   " BASICO " IMPORTE-EDIT
                   " ANTIG. " PCT-EDIT "%".
       F-MUESTRO-ESC.
           EXIT.

       GRABO-AUDITORIA-ESC.
           MOVE "ESCALAS" TO TABLA-AUD.
           MOVE IMAGEN-ANTES-W TO IMAGEN-ANTES-AUD.
           MOVE REG-ESCALA     TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
       F-GRABO-AUDITORIA-ESC.
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
           CLOSE ESCALAS AUDITORIA.
           DISPLAY "ESCMANT: FIN DE SESION.".
           STOP RUN.
