
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PREMANT.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ABM INTERACTIVO DE PRESTAMOS Y ANTICIPOS DE HABERES EN
      ***** CUOTAS (PRESTAMOS.IDX, VER PRESTAMO.CPY), QUE TESORERIA
      ***** LLEVABA EN UNA PLANILLA APARTE Y CARGABA A MANO CADA MES
      ***** COMO 997. MISMO ESQUEMA QUE TABMANT:
      *****   A = ALTA DE UN PRESTAMO (IMPORTE, CUOTAS, PRIMER PERIODO)
      *****   M = CAMBIO DE LA CANTIDAD DE CUOTAS (REFINANCIACION) O
      *****       DEL PRIMER PERIODO; LA CUOTA SE RECALCULA SOBRE EL
      *****       SALDO
      *****   B = ANULACION (EL PRESTAMO QUEDA, ANULADO, PARA EL
      *****       LISTADO)
      *****   C = CONSULTA POR LEGAJO (0000000 LISTA LOS VIGENTES)
      *****   P = NETO MINIMO QUE LA CUOTA NO PUEDE PERFORAR (LO USA
      *****       LIQPRE)
      ***** LAS CUOTAS NO SE TOCAN ACA: LAS GENERA LIQPRE Y LAS DA POR
      ***** COBRADAS LIQPREC. CON UNA CUOTA GENERADA Y TODAVIA NO
      ***** COBRADA EL PRESTAMO NO SE MODIFICA NI SE ANULA.
      ***** EL LEGAJO SE VALIDA CONTRA EL MAESTRO DEL PERIODO QUE SE
      ***** PIDE AL ENTRAR. CADA CAMBIO QUEDA EN AUDITORIA-TABLAS.TXT
      ***** CON USUARIO, FECHA/HORA, OPERACION E IMAGEN ANTERIOR Y
      ***** POSTERIOR DEL PRESTAMO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRESTAMOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\PRESTAMOS.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-PRE
           FILE STATUS ESTADO-PRESTAMOS.

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
       FD  PRESTAMOS
           LABEL RECORDS ARE STANDARD.
           COPY PRESTAMO.

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
       77  ESTADO-PRESTAMOS         PIC X(02) VALUE SPACES.
       77  ESTADO-MAESTRO           PIC X(02) VALUE SPACES.
       77  ESTADO-AUDITORIA         PIC X(02) VALUE SPACES.
       77  CUOTAS-RESTAN-W          PIC 9(03) VALUE ZEROS.

       01  OPCION-ABM               PIC X(01).
       01  CONFIRMA                 PIC X(01).
       01  USUARIO-SESION           PIC X(08).

      ***** PERIODO DEL MAESTRO CONTRA EL QUE SE VALIDA EL LEGAJO.
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

       01  FECHA-HOY                PIC 9(08).
       01  FECHA-HOY-R REDEFINES FECHA-HOY.
           03  PERIODO-HOY          PIC 9(06).
           03  FILLER               PIC 9(02).
       01  HORA-AHORA               PIC 9(08).

      ***** DATOS EN CAPTURA; PASAN AL REGISTRO RECIEN VALIDADOS.
       01  CAPTURA-PRE.
           03  LEGAJO-CAP           PIC 9(07).
           03  NRO-CAP              PIC 9(02).
           03  TIPO-CAP             PIC X(01).
               88  TIPO-CAP-VALIDO      VALUE "A" "P".
           03  FECHA-OTORG-CAP      PIC 9(08).
           03  FECHA-OTORG-CAP-R REDEFINES FECHA-OTORG-CAP.
               05  ANIO-OTORG-CAP   PIC 9(04).
               05  MES-OTORG-CAP    PIC 9(02).
               05  DIA-OTORG-CAP    PIC 9(02).
           03  PERIODO-INICIO-CAP   PIC 9(06).
           03  PERIODO-INICIO-CAP-R REDEFINES PERIODO-INICIO-CAP.
               05  ANIO-INICIO-CAP  PIC 9(04).
               05  MES-INICIO-CAP   PIC 9(02).
           03  IMPORTE-CAP          PIC 9(09)V99.
           03  CANT-CUOTAS-CAP      PIC 9(03).
           03  NETO-MINIMO-CAP      PIC 9(09)V99.

      ***** IMAGEN DE UN PRESTAMO PARA LA AUDITORIA (50 POSICIONES).
      ***** LA DEL REGISTRO DE PARAMETROS LLEVA EL NETO MINIMO.
       01  IMAGEN-PRE-W.
           03  LEGAJO-IMG           PIC 9(07).
           03  NRO-IMG              PIC 9(02).
           03  ESTADO-IMG           PIC X(01).
           03  IMPORTE-IMG          PIC 9(09)V99.
           03  CUOTAS-IMG           PIC 9(03).
           03  CUOTA-IMG            PIC 9(09)V99.
           03  PAGAS-IMG            PIC 9(03).
           03  SALDO-IMG            PIC 9(09)V99.
           03  FILLER               PIC X(01).
       01  IMAGEN-PAR-W REDEFINES IMAGEN-PRE-W.
           03  LEYENDA-PAR-IMG      PIC X(12).
           03  NETO-MINIMO-IMG      PIC 9(09)V99.
           03  FILLER               PIC X(27).

       01  IMAGEN-ANTES-W           PIC X(50).

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-DATOS                 PIC X(01) VALUE "S".
           88  DATOS-VALIDOS            VALUE "S".
           88  DATOS-INVALIDOS          VALUE "N".

       PROCEDURE DIVISION.
       CATE.
           DISPLAY "PREMANT - PRESTAMOS Y ANTICIPOS DE HABERES".
           DISPLAY "USUARIO (INICIALES, HASTA 8): " WITH NO ADVANCING.
           ACCEPT USUARIO-SESION.
       PIDO-PERIODO.
           DISPLAY "PERIODO DEL MAESTRO PARA VALIDAR LEGAJOS".
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
               DISPLAY "PREMANT: NO SE PUEDE ABRIR " NOMBRE-MAESTRO-PED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***** LA TABLA NACE VACIA LA PRIMERA VEZ, IGUAL QUE LA
      ***** AUDITORIA MAS ABAJO.
           OPEN I-O PRESTAMOS.
           IF ESTADO-PRESTAMOS NOT = "00"
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               OPEN I-O PRESTAMOS
           END-IF.
           IF ESTADO-PRESTAMOS NOT = "00"
               DISPLAY "PREMANT: NO SE PUEDE ABRIR PRESTAMOS.IDX "
                       "(ESTADO " ESTADO-PRESTAMOS ")."
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

       MENU-PRE.
           DISPLAY " ".
           DISPLAY "PRESTAMOS: A=ALTA  M=CUOTAS  B=ANULA  C=CONSULTA  "
                   "P=NETO MINIMO  F=FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-ABM.
           IF OPCION-ABM = "A" OR = "a"
               GO TO ALTA-PRE.
           IF OPCION-ABM = "M" OR = "m"
               GO TO MODI-PRE.
           IF OPCION-ABM = "B" OR = "b"
               GO TO BAJA-PRE.
           IF OPCION-ABM = "C" OR = "c"
               GO TO CONS-PRE.
           IF OPCION-ABM = "P" OR = "p"
               GO TO PARA-PRE.
           IF OPCION-ABM = "F" OR = "f"
               GO TO FINALIZA.
           GO TO MENU-PRE.

      ***** ------------------- ALTA --------------------------------
      ***** EL NUMERO DE PRESTAMO ES EL PRIMERO LIBRE DEL LEGAJO.
       ALTA-PRE.
           DISPLAY "LEGAJO (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT LEGAJO-CAP.
           IF LEGAJO-CAP = ZEROS
               GO TO MENU-PRE
           END-IF.
           MOVE LEGAJO-CAP TO LEGAJO-MAE.
           READ MAESTRO
               INVALID KEY
                   DISPLAY "EL LEGAJO NO ESTA EN EL MAESTRO DEL "
                           MES-SESION "/" ANIO-SESION "."
                   GO TO MENU-PRE
           END-READ.
           DISPLAY "LEGAJO " LEGAJO-MAE " " APEL-NOM-MAE.
           IF FECHA-BAJA-MAE NOT = ZEROS
               DISPLAY "EL LEGAJO TIENE BAJA, NO SE LE OTORGA PRESTAMO."
               GO TO MENU-PRE
           END-IF.
           PERFORM PIDO-DATOS-PRE THRU F-PIDO-DATOS-PRE.
           IF DATOS-INVALIDOS
               GO TO MENU-PRE
           END-IF.
           MOVE ZEROS TO NRO-CAP.
       ALTA-PRE-BUSCO.
           ADD 1 TO NRO-CAP.
           IF NRO-CAP = 99
               DISPLAY "EL LEGAJO NO TIENE NUMEROS DE PRESTAMO LIBRES."
               GO TO MENU-PRE
           END-IF.
           MOVE LEGAJO-CAP TO LEGAJO-PRE.
           MOVE NRO-CAP    TO NRO-PRE.
           READ PRESTAMOS
               INVALID KEY
                   GO TO ALTA-PRE-LIBRE
           END-READ.
           GO TO ALTA-PRE-BUSCO.
       ALTA-PRE-LIBRE.
           INITIALIZE REG-PRESTAMO.
           MOVE LEGAJO-CAP         TO LEGAJO-PRE.
           MOVE NRO-CAP            TO NRO-PRE.
           MOVE TIPO-CAP           TO TIPO-PRE.
           MOVE FECHA-OTORG-CAP    TO FECHA-OTORG-PRE.
           MOVE PERIODO-INICIO-CAP TO PERIODO-INICIO-PRE.
           MOVE IMPORTE-CAP        TO IMPORTE-PRE SALDO-PRE.
           MOVE CANT-CUOTAS-CAP    TO CANT-CUOTAS-PRE.
           COMPUTE IMPORTE-CUOTA-PRE ROUNDED =
                   IMPORTE-CAP / CANT-CUOTAS-CAP.
           SET PRE-VIGENTE TO TRUE.
           MOVE USUARIO-SESION     TO USUARIO-PRE.
           PERFORM MUESTRO-PRE THRU F-MUESTRO-PRE.
           DISPLAY "CONFIRMA ALTA (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "ALTA CANCELADA."
               GO TO MENU-PRE
           END-IF.
           WRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, ALTA NO REALIZADA."
                   GO TO MENU-PRE
           END-WRITE.
           MOVE SPACES TO IMAGEN-ANTES-W.
           MOVE "ALTA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-PRE THRU F-GRABO-AUDITORIA-PRE.
           DISPLAY "PRESTAMO " NRO-PRE " DEL LEGAJO " LEGAJO-PRE
                   " DADO DE ALTA.".
           GO TO MENU-PRE.

       PIDO-DATOS-PRE.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "TIPO (A=ANTICIPO DE HABERES P=PRESTAMO): "
                   WITH NO ADVANCING.
           ACCEPT TIPO-CAP.
           IF TIPO-CAP = "a"
               MOVE "A" TO TIPO-CAP
           END-IF.
           IF TIPO-CAP = "p"
               MOVE "P" TO TIPO-CAP
           END-IF.
           IF NOT TIPO-CAP-VALIDO
               DISPLAY "TIPO INVALIDO. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-PRE
           END-IF.
           DISPLAY "FECHA DE OTORGAMIENTO (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT FECHA-OTORG-CAP.
           IF ANIO-OTORG-CAP < 1900
              OR MES-OTORG-CAP < 1 OR MES-OTORG-CAP > 12
              OR DIA-OTORG-CAP < 1 OR DIA-OTORG-CAP > 31
               DISPLAY "FECHA INVALIDA. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-PRE
           END-IF.
           DISPLAY "IMPORTE OTORGADO (CON 2 DECIMALES, SIN COMA): "
                   WITH NO ADVANCING.
           ACCEPT IMPORTE-CAP.
           IF IMPORTE-CAP = ZEROS
               DISPLAY "IMPORTE EN CERO. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-PRE
           END-IF.
           DISPLAY "CANTIDAD DE CUOTAS (3 DIGITOS): " WITH NO ADVANCING.
           ACCEPT CANT-CUOTAS-CAP.
           IF CANT-CUOTAS-CAP = ZEROS
               DISPLAY "SIN CUOTAS. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-DATOS-PRE
           END-IF.
           DISPLAY "PRIMER PERIODO DE DESCUENTO (AAAAMM): "
                   WITH NO ADVANCING.
           ACCEPT PERIODO-INICIO-CAP.
           IF ANIO-INICIO-CAP < 1900
              OR MES-INICIO-CAP < 1 OR MES-INICIO-CAP > 12
               DISPLAY "PERIODO INVALIDO. OPERACION CANCELADA."
               SET DATOS-INVALIDOS TO TRUE
           END-IF.
       F-PIDO-DATOS-PRE.
           EXIT.

      ***** ------------------- CAMBIO DE CUOTAS ---------------------
      ***** LA CANTIDAD NUEVA ES EL TOTAL DEL PLAN (CONTANDO LAS YA
      ***** PAGAS); LA CUOTA SALE DE REPARTIR EL SALDO EN LAS QUE
      ***** QUEDAN. PERIODO 000000 DEJA EL PRIMER PERIODO COMO ESTA.
       MODI-PRE.
           PERFORM PIDO-CLAVE-PRE THRU F-PIDO-CLAVE-PRE.
           IF DATOS-INVALIDOS
               GO TO MENU-PRE
           END-IF.
           DISPLAY "CANTIDAD TOTAL DE CUOTAS NUEVA (3 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT CANT-CUOTAS-CAP.
           IF CANT-CUOTAS-CAP NOT > CUOTAS-PAGAS-PRE
               DISPLAY "TIENE QUE SER MAYOR QUE LAS " CUOTAS-PAGAS-PRE
                       " CUOTAS PAGAS. OPERACION CANCELADA."
               GO TO MENU-PRE
           END-IF.
           DISPLAY "PRIMER PERIODO DE DESCUENTO (AAAAMM, 000000 = "
                   "SIN CAMBIO): " WITH NO ADVANCING.
           ACCEPT PERIODO-INICIO-CAP.
           IF PERIODO-INICIO-CAP NOT = ZEROS
               IF ANIO-INICIO-CAP < 1900
                  OR MES-INICIO-CAP < 1 OR MES-INICIO-CAP > 12
                   DISPLAY "PERIODO INVALIDO. OPERACION CANCELADA."
                   GO TO MENU-PRE
               END-IF
           END-IF.
           DISPLAY "CONFIRMA CAMBIO (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "CAMBIO CANCELADO."
               GO TO MENU-PRE
           END-IF.
           PERFORM ARMO-IMAGEN-PRE THRU F-ARMO-IMAGEN-PRE.
           MOVE IMAGEN-PRE-W TO IMAGEN-ANTES-W.
           MOVE CANT-CUOTAS-CAP TO CANT-CUOTAS-PRE.
           COMPUTE CUOTAS-RESTAN-W = CANT-CUOTAS-PRE - CUOTAS-PAGAS-PRE.
           COMPUTE IMPORTE-CUOTA-PRE ROUNDED =
                   SALDO-PRE / CUOTAS-RESTAN-W.
           IF PERIODO-INICIO-CAP NOT = ZEROS
               MOVE PERIODO-INICIO-CAP TO PERIODO-INICIO-PRE
           END-IF.
           MOVE USUARIO-SESION TO USUARIO-PRE.
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, CAMBIO NO REALIZADO."
                   GO TO MENU-PRE
           END-REWRITE.
           MOVE "MODI" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-PRE THRU F-GRABO-AUDITORIA-PRE.
           PERFORM MUESTRO-PRE THRU F-MUESTRO-PRE.
           GO TO MENU-PRE.

      ***** ------------------- ANULACION --------------------------
       BAJA-PRE.
           PERFORM PIDO-CLAVE-PRE THRU F-PIDO-CLAVE-PRE.
           IF DATOS-INVALIDOS
               GO TO MENU-PRE
           END-IF.
           DISPLAY "CONFIRMA ANULACION (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "ANULACION CANCELADA."
               GO TO MENU-PRE
           END-IF.
           PERFORM ARMO-IMAGEN-PRE THRU F-ARMO-IMAGEN-PRE.
           MOVE IMAGEN-PRE-W TO IMAGEN-ANTES-W.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           SET PRE-ANULADO TO TRUE.
           MOVE PERIODO-HOY    TO PERIODO-FIN-PRE.
           MOVE USUARIO-SESION TO USUARIO-PRE.
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION, ANULACION NO "
                           "REALIZADA."
                   GO TO MENU-PRE
           END-REWRITE.
           MOVE "BAJA" TO OPERACION-AUD.
           PERFORM GRABO-AUDITORIA-PRE THRU F-GRABO-AUDITORIA-PRE.
           DISPLAY "PRESTAMO ANULADO.".
           GO TO MENU-PRE.

      ***** ------------------- CONSULTA ---------------------------
       CONS-PRE.
           DISPLAY "LEGAJO (7 DIGITOS, 0000000 = TODOS LOS VIGENTES): "
                   WITH NO ADVANCING.
           ACCEPT LEGAJO-CAP.
           MOVE LEGAJO-CAP TO LEGAJO-PRE.
           MOVE 01         TO NRO-PRE.
           START PRESTAMOS KEY IS NOT LESS THAN CLAVE-PRE
               INVALID KEY
                   DISPLAY "SIN PRESTAMOS."
                   GO TO MENU-PRE
           END-START.
       LISTO-PRE-LEE.
           READ PRESTAMOS NEXT AT END
               GO TO MENU-PRE.
           IF LEGAJO-PRE = ZEROS
               GO TO LISTO-PRE-LEE
           END-IF.
           IF LEGAJO-CAP NOT = ZEROS
               IF LEGAJO-PRE NOT = LEGAJO-CAP
                   GO TO MENU-PRE
               END-IF
           ELSE
               IF NOT PRE-VIGENTE
                   GO TO LISTO-PRE-LEE
               END-IF
           END-IF.
           PERFORM MUESTRO-PRE THRU F-MUESTRO-PRE.
           GO TO LISTO-PRE-LEE.

      ***** ------------------- NETO MINIMO ------------------------
      ***** SE GUARDA EN LA FILA DE CLAVE CERO DE PRESTAMOS.IDX.
       PARA-PRE.
           MOVE ZEROS TO CLAVE-PRE.
           READ PRESTAMOS
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
                   MOVE SPACES TO IMAGEN-ANTES-W
                   INITIALIZE PARAMETROS-PRE
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
                   PERFORM ARMO-IMAGEN-PAR THRU F-ARMO-IMAGEN-PAR
                   MOVE IMAGEN-PRE-W TO IMAGEN-ANTES-W
           END-READ.
           DISPLAY "NETO MINIMO ACTUAL: " NETO-MINIMO-PRE.
           DISPLAY "NETO MINIMO NUEVO (CON 2 DECIMALES, SIN COMA): "
                   WITH NO ADVANCING.
           ACCEPT NETO-MINIMO-CAP.
           DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "CAMBIO CANCELADO."
               GO TO MENU-PRE
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROS           TO CLAVE-PRE.
           MOVE NETO-MINIMO-CAP TO NETO-MINIMO-PRE.
           MOVE USUARIO-SESION  TO USUARIO-PAR-PRE.
           MOVE FECHA-HOY       TO FECHA-PAR-PRE.
           IF REGISTRO-EXISTE
               REWRITE REG-PRESTAMO
                   INVALID KEY
                       DISPLAY "ERROR DE GRABACION, CAMBIO NO "
                               "REALIZADO."
                       GO TO MENU-PRE
               END-REWRITE
           ELSE
               WRITE REG-PRESTAMO
                   INVALID KEY
                       DISPLAY "ERROR DE GRABACION, CAMBIO NO "
                               "REALIZADO."
                       GO TO MENU-PRE
               END-WRITE
           END-IF.
           MOVE "PARA" TO OPERACION-AUD.
           MOVE "PRESTAMOS" TO TABLA-AUD.
           MOVE IMAGEN-ANTES-W TO IMAGEN-ANTES-AUD.
           PERFORM ARMO-IMAGEN-PAR THRU F-ARMO-IMAGEN-PAR.
           MOVE IMAGEN-PRE-W TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
           DISPLAY "NETO MINIMO GRABADO.".
           GO TO MENU-PRE.

      ***** ------------------- COMUNES -----------------------------
      ***** PIDE LEGAJO Y NUMERO DE UN PRESTAMO PARA MODIFICAR O
      ***** ANULAR: TIENE QUE EXISTIR, ESTAR VIGENTE Y NO TENER UNA
      ***** CUOTA GENERADA PENDIENTE DE COBRO.
       PIDO-CLAVE-PRE.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "LEGAJO (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT LEGAJO-CAP.
           DISPLAY "NUMERO DE PRESTAMO (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT NRO-CAP.
           IF LEGAJO-CAP = ZEROS OR NRO-CAP = ZEROS
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-CLAVE-PRE
           END-IF.
           MOVE LEGAJO-CAP TO LEGAJO-PRE.
           MOVE NRO-CAP    TO NRO-PRE.
           READ PRESTAMOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PRESTAMO."
                   SET DATOS-INVALIDOS TO TRUE
                   GO TO F-PIDO-CLAVE-PRE
           END-READ.
           PERFORM MUESTRO-PRE THRU F-MUESTRO-PRE.
           IF NOT PRE-VIGENTE
               DISPLAY "EL PRESTAMO NO ESTA VIGENTE."
               SET DATOS-INVALIDOS TO TRUE
               GO TO F-PIDO-CLAVE-PRE
           END-IF.
           IF PRE-CUOTA-GENERADA
               DISPLAY "TIENE LA CUOTA DE " ULT-PERIODO-GEN-PRE
                       " GENERADA Y SIN COBRAR; ESPERAR A LIQPREC."
               SET DATOS-INVALIDOS TO TRUE
           END-IF.
       F-PIDO-CLAVE-PRE.
           EXIT.

       MUESTRO-PRE.
           DISPLAY "LEGAJO " LEGAJO-PRE " PRESTAMO " NRO-PRE
                   " TIPO " TIPO-PRE " OTORGADO " FECHA-OTORG-PRE
                   " ESTADO " ESTADO-PRE.
           DISPLAY "  IMPORTE " IMPORTE-PRE " CUOTAS " CANT-CUOTAS-PRE
                   " DE " IMPORTE-CUOTA-PRE " DESDE "
                   PERIODO-INICIO-PRE.
           DISPLAY "  PAGAS " CUOTAS-PAGAS-PRE " SALDO " SALDO-PRE
                   " DIFERIDAS " CUOTAS-DIFERIDAS-PRE
                   " ULTIMA " ULT-PERIODO-GEN-PRE " "
                   ULT-ESTADO-GEN-PRE.
       F-MUESTRO-PRE.
           EXIT.

       ARMO-IMAGEN-PRE.
           MOVE SPACES            TO IMAGEN-PRE-W.
           MOVE LEGAJO-PRE        TO LEGAJO-IMG.
           MOVE NRO-PRE           TO NRO-IMG.
           MOVE ESTADO-PRE        TO ESTADO-IMG.
           MOVE IMPORTE-PRE       TO IMPORTE-IMG.
           MOVE CANT-CUOTAS-PRE   TO CUOTAS-IMG.
           MOVE IMPORTE-CUOTA-PRE TO CUOTA-IMG.
           MOVE CUOTAS-PAGAS-PRE  TO PAGAS-IMG.
           MOVE SALDO-PRE         TO SALDO-IMG.
       F-ARMO-IMAGEN-PRE.
           EXIT.

       ARMO-IMAGEN-PAR.
           MOVE SPACES            TO IMAGEN-PAR-W.
           MOVE "NETO MINIMO "    TO LEYENDA-PAR-IMG.
           MOVE NETO-MINIMO-PRE   TO NETO-MINIMO-IMG.
       F-ARMO-IMAGEN-PAR.
           EXIT.

       GRABO-AUDITORIA-PRE.
           MOVE "PRESTAMOS" TO TABLA-AUD.
           PERFORM ARMO-IMAGEN-PRE THRU F-ARMO-IMAGEN-PRE.
           MOVE IMAGEN-ANTES-W TO IMAGEN-ANTES-AUD.
           MOVE IMAGEN-PRE-W   TO IMAGEN-DESPUES-AUD.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
       F-GRABO-AUDITORIA-PRE.
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
           CLOSE PRESTAMOS MAESTRO AUDITORIA.
           DISPLAY "PREMANT: FIN DE SESION.".
           STOP RUN.
