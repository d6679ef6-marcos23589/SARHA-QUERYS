
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GANMANT.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ABM INTERACTIVO DE GANDEDUC.IDX, LAS DEDUCCIONES DEL
      ***** IMPUESTO A LAS GANANCIAS QUE DECLARA CADA AGENTE (CUOTA
      ***** MEDICA, SEGURO DE VIDA, ALQUILER, ETC.) Y QUE LIQGAN RESTA
      ***** DE LA GANANCIA NETA. MISMO ESQUEMA QUE TABMANT: ALTA,
      ***** MODIFICACION, BAJA Y CONSULTA EN EL LUGAR, Y CADA CAMBIO
      ***** QUEDA ASENTADO EN AUDITORIA-TABLAS.TXT CON USUARIO,
      ***** FECHA/HORA, OPERACION E IMAGEN ANTERIOR Y POSTERIOR. SI LA
      ***** TABLA TODAVIA NO EXISTE (PRIMERA VEZ EN EL SITIO) SE CREA
      ***** VACIA AL ENTRAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GANDEDUC
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\GANDEDUC.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-GDE
           FILE STATUS ESTADO-GANDEDUC.

           SELECT AUDITORIA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\AUDITORIA-TABLAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  GANDEDUC
           LABEL RECORDS ARE STANDARD.
           COPY GANDEDUC.

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
       77  ESTADO-GANDEDUC          PIC X(02) VALUE SPACES.
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
       01  CAPTURA-GDE.
           03  LEGAJO-CAP           PIC 9(07).
           03  ANIO-CAP             PIC 9(04).
           03  TIPO-CAP             PIC 9(02).
               88  TIPO-CAP-VALIDO      VALUES 01 THRU 07 99.
           03  MES-DESDE-CAP        PIC 9(02).
           03  MES-HASTA-CAP        PIC 9(02).
           03  IMPORTE-CAP          PIC 9(07)V99.

       01  IMPORTE-EDIT             PIC Z.ZZZ.ZZ9,99.

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-DATOS                 PIC X(01) VALUE "S".
           88  DATOS-VALIDOS            VALUE "S".
           88  DATOS-INVALIDOS          VALUE "N".

       PROCEDURE DIVISION.
       CATE.
           DISPLAY "GANMANT - DEDUCCIONES DE GANANCIAS POR AGENTE".
           DISPLAY "USUARIO (INICIALES, HASTA 8): " WITH NO ADVANCING.
           ACCEPT USUARIO-SESION.
      ***** LA TABLA NACE VACIA LA PRIMERA VEZ, IGUAL QUE LA
      ***** AUDITORIA MAS ABAJO.
           OPEN I-O GANDEDUC.
           IF ESTADO-GANDEDUC NOT = "00"
               OPEN OUTPUT GANDEDUC
               CLOSE GANDEDUC
               OPEN I-O GANDEDUC
           END-IF.
           OPEN INPUT AUDITORIA.
           IF ESTADO-AUDITORIA = "00"
               CLOSE AUDITORIA
           ELSE
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
           END-IF.
           OPEN EXTEND AUDITORIA.

       MENU-GDE.
           DISPLAY " ".
           DISPLAY "DEDUCCIONES: A=ALTA M=MODIFICACION B=BAJA "
                   "C=CONSULTA F=FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-ABM.
           IF OPCION-ABM = "A" OR = "a"
               GO TO ALTA-GDE.
           IF OPCION-ABM = "M" OR = "m"
               GO TO MODI-GDE.
           IF OPCION-ABM = "B" OR = "b"
               GO TO BAJA-GDE.
           IF OPCION-ABM = "C" OR = "c"
               GO TO CONS-GDE.
           IF OPCION-ABM = "F" OR = "f"
               GO TO FINALIZA.
           GO TO MENU-GDE.

       ALTA-GDE.
           PERFORM PIDO-CLAVE-GDE THRU F-PIDO-CLAVE-GDE.
           IF NOT TIPO-CAP-VALIDO
               DISPLAY "TIPO DE DEDUCCION INVALIDO."
               GO TO MENU-GDE
           END-IF.
           PERFORM LEO-GDE THRU F-LEO-GDE.
           IF REGISTRO-EXISTE
               DISPLAY "YA EXISTE ESA DEDUCCION. USAR M PARA "
                       "MODIFICARLA."
               GO TO MENU-GDE
           END-IF.
           PERFORM PIDO-DATOS-GDE THRU F-PIDO-DATOS-GDE.
           IF DATOS-INVALIDOS
               GO TO MENU-GDE
           END-IF.
           MOVE LEGAJO-CAP    TO LEGAJO-GDE.
           MOVE ANIO-CAP      TO ANIO-GDE.
           MOVE TIPO-CAP      TO TIPO-GDE.
           MOVE MES-DESDE-CAP TO MES-DESDE-GDE.
           MOVE MES-HASTA-CAP TO MES-HASTA-GDE.
           MOVE IMPORTE-CAP   TO IMPORTE-MES-GDE.
           MOVE SPACES TO IMAGEN-ANTES-W.
           WRITE REG-GANDEDUC
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, ALTA NO REALIZADA."
                   GO TO MENU-GDE
           END-WRITE.
           MOVE "ALTA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-GDE THRU F-GRABO-AUDITORIA-GDE.
           DISPLAY "DEDUCCION DADA DE ALTA.".
           GO TO MENU-GDE.

       MODI-GDE.
           PERFORM PIDO-CLAVE-GDE THRU F-PIDO-CLAVE-GDE.
           PERFORM LEO-GDE THRU F-LEO-GDE.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA DEDUCCION."
               GO TO MENU-GDE
           END-IF.
           PERFORM MUESTRO-GDE THRU F-MUESTRO-GDE.
           MOVE REG-GANDEDUC TO IMAGEN-ANTES-W.
           PERFORM PIDO-DATOS-GDE THRU F-PIDO-DATOS-GDE.
           IF DATOS-INVALIDOS
               GO TO MENU-GDE
           END-IF.
           MOVE MES-DESDE-CAP TO MES-DESDE-GDE.
           MOVE MES-HASTA-CAP TO MES-HASTA-GDE.
           MOVE IMPORTE-CAP   TO IMPORTE-MES-GDE.
           REWRITE REG-GANDEDUC
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, CAMBIO NO REALIZADO."
                   GO TO MENU-GDE
           END-REWRITE.
           MOVE "MODI" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-GDE THRU F-GRABO-AUDITORIA-GDE.
           DISPLAY "DEDUCCION MODIFICADA.".
           GO TO MENU-GDE.

       BAJA-GDE.
           PERFORM PIDO-CLAVE-GDE THRU F-PIDO-CLAVE-GDE.
           PERFORM LEO-GDE THRU F-LEO-GDE.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA DEDUCCION."
               GO TO MENU-GDE
           END-IF.
           PERFORM MUESTRO-GDE THRU F-MUESTRO-GDE.
           DISPLAY "CONFIRMA BAJA (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "BAJA CANCELADA."
               GO TO MENU-GDE
           END-IF.
           MOVE REG-GANDEDUC TO IMAGEN-ANTES-W.
           DELETE GANDEDUC
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, BAJA NO REALIZADA."
                   GO TO MENU-GDE
           END-DELETE.
           MOVE SPACES TO REG-GANDEDUC.
           MOVE "BAJA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-GDE THRU F-GRABO-AUDITORIA-GDE.
           DISPLAY "DEDUCCION DADA DE BAJA.".
           GO TO MENU-GDE.

      ***** CONSULTA: LEGAJO 0000000 LISTA LA TABLA COMPLETA; TIPO 00
      ***** LISTA TODAS LAS DEDUCCIONES DEL LEGAJO Y ANIO PEDIDOS; UNA
      ***** CLAVE COMPLETA MUESTRA SOLO ESE REGISTRO.
       CONS-GDE.
           PERFORM PIDO-CLAVE-GDE THRU F-PIDO-CLAVE-GDE.
           IF LEGAJO-CAP = ZEROS
               MOVE ZEROS TO CLAVE-GDE
               GO TO LISTO-GDE
           END-IF.
           IF TIPO-CAP = ZEROS
               MOVE LEGAJO-CAP TO LEGAJO-GDE
               MOVE ANIO-CAP   TO ANIO-GDE
               MOVE ZEROS      TO TIPO-GDE
               GO TO LISTO-GDE
           END-IF.
           PERFORM LEO-GDE THRU F-LEO-GDE.
           IF REGISTRO-NO-EXISTE
               DISPLAY "NO EXISTE ESA DEDUCCION."
           ELSE
               PERFORM MUESTRO-GDE THRU F-MUESTRO-GDE
           END-IF.
           GO TO MENU-GDE.

       LISTO-GDE.
           START GANDEDUC KEY IS NOT LESS THAN CLAVE-GDE
               INVALID KEY
                   DISPLAY "SIN DEDUCCIONES."
                   GO TO MENU-GDE
           END-START.
       LISTO-GDE-LEE.
           READ GANDEDUC NEXT AT END
               GO TO MENU-GDE.
           IF LEGAJO-CAP NOT = ZEROS
               IF LEGAJO-GDE NOT = LEGAJO-CAP
                  OR ANIO-GDE NOT = ANIO-CAP
                   GO TO MENU-GDE
               END-IF
           END-IF.
           PERFORM MUESTRO-GDE THRU F-MUESTRO-GDE.
           GO TO LISTO-GDE-LEE.

       PIDO-CLAVE-GDE.
           DISPLAY "LEGAJO (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT LEGAJO-CAP.
           IF LEGAJO-CAP = ZEROS
               GO TO F-PIDO-CLAVE-GDE
           END-IF.
           DISPLAY "ANIO (4 DIGITOS): " WITH NO ADVANCING.
           ACCEPT ANIO-CAP.
           DISPLAY "TIPO: 01=CUOTA MEDICA 02=SEGURO DE VIDA "
                   "03=ALQUILER 04=SERV. DOMESTICO".
           DISPLAY "      05=INT. HIPOTECARIO 06=DONACIONES "
                   "07=GASTOS MEDICOS 99=OTRAS".
           DISPLAY "TIPO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT TIPO-CAP.
       F-PIDO-CLAVE-GDE.
           EXIT.

      ***** PIDE RANGO DE MESES E IMPORTE MENSUAL. LOS MESES TIENEN
      ***** QUE ESTAR ENTRE 1 Y 12 Y DESDE NO PUEDE SUPERAR A HASTA;
      ***** SI NO, LA OPERACION SE CANCELA SIN TOCAR EL REGISTRO.
       PIDO-DATOS-GDE.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "MES DESDE (01-12): " WITH NO ADVANCING.
           ACCEPT MES-DESDE-CAP.
           DISPLAY "MES HASTA (01-12): " WITH NO ADVANCING.
           ACCEPT MES-HASTA-CAP.
           IF MES-DESDE-CAP < 1 OR MES-DESDE-CAP > 12
              OR MES-HASTA-CAP < 1 OR MES-HASTA-CAP > 12
              OR MES-DESDE-CAP > MES-HASTA-CAP
               DISPLAY "RANGO DE MESES INVALIDO. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-GDE
           END-IF.
           DISPLAY "IMPORTE MENSUAL DEDUCIBLE (CON 2 DECIMALES, "
                   "SIN COMA): " WITH NO ADVANCING.
           ACCEPT IMPORTE-CAP.
       F-PIDO-DATOS-GDE.
           EXIT.

       LEO-GDE.
           MOVE LEGAJO-CAP TO LEGAJO-GDE.
           MOVE ANIO-CAP   TO ANIO-GDE.
           MOVE TIPO-CAP   TO TIPO-GDE.
           READ GANDEDUC
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
       F-LEO-GDE.
           EXIT.

       MUESTRO-GDE.
           MOVE IMPORTE-MES-GDE TO IMPORTE-EDIT.
           DISPLAY "LEGAJO " LEGAJO-GDE " ANIO " ANIO-GDE
                   " TIPO " TIPO-GDE
                   " MESES " MES-DESDE-GDE "-" MES-HASTA-GDE
                   " IMPORTE MES " IMPORTE-EDIT.
       F-MUESTRO-GDE.
           EXIT.

       GRABO-AUDITORIA-GDE.
           MOVE "GANDEDUC" TO TABLA-AUD.
           MOVE IMAGEN-ANTES-W TO IMAGEN-ANTES-AUD.
           MOVE REG-GANDEDUC   TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
       F-GRABO-AUDITORIA-GDE.
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
           CLOSE GANDEDUC AUDITORIA.
           DISPLAY "GANMANT: FIN DE SESION.".
           STOP RUN.
