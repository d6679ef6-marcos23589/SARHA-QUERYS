      *****     ABORTAR LA CERTIFICACION ENTERA
      *****   - UNA LINEA "TOTA" CON LOS TOTALES DEL RANGO
      ***** LOS DATOS FILIATORIOS SALEN DEL MAESTRO.IDX DEL PERIODO DE
      ***** REFERENCIA (CUARTO Y QUINTO PARAMETRO), O DEL ARCHIVO
      ***** HISTORICO SI ESE PERIODO YA FUE ARCHIVADO CON PERARCH.
      ***** HASTA AHORA ESTO SE TRANSCRIBIA ANIO POR ANIO A MANO CADA
      ***** VEZ QUE UN AGENTE SE JUBILABA.
      ***** PARAMETROS: LIQCERT <LEGAJO> <ANIO-DESDE> <ANIO-HASTA>
      ***** <ANIO-MAESTRO> <MES-MAESTRO> <RAIZ>, EL LEGAJO ES
      ***** OBLIGATORIO.
           ASSIGN TO RANDOM NOMBRE-CERT-PED
           ORGANIZATION LINE SEQUENTIAL.

      ***** CATALOGO DEL ARCHIVO HISTORICO (LO MANTIENE PERARCH): UN
      ***** PERIODO CERRADO QUE YA NO ESTA EN PEDIDOS SE BUSCA AHI.
           SELECT CATALOGO
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CATALOGO.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-CATALOGO
           FILE STATUS ESTADO-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           05  C9-CER               PIC X.
           05  APORTES-CER          PIC 9(11)V99.

       FD  CATALOGO
           LABEL RECORDS ARE STANDARD.
           COPY CATALOGO.

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  ANIO-ACT                 PIC 9(04).
           03  ANIO-BASE-ANIO    PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".

      ***** PERIODO A BUSCAR EN EL CATALOGO Y CARPETA DEL ARCHIVO
      ***** HISTORICO DONDE QUEDO, SI ESTA ARCHIVADO.
       77  ESTADO-CATALOGO          PIC X(02) VALUE SPACES.
       77  SW-ARCHIVADO             PIC X(01) VALUE "N".
           88  PERIODO-ARCHIVADO            VALUE "S".
       01  PERIODO-BUS-ARCH.
           03  ANIO-BUS-ARCH     PIC  9(04).
           03  MES-BUS-ARCH      PIC  9(02).

       01  BASE-ARCHIVO-RUN.
           03  RAIZ-ARCHIVO-RUN  PIC  X(20).
           03  ANIO-ARCHIVO-RUN  PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-ARCHIVO-RUN   PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-MAESTRO-PED.
           03  BASE-MAESTRO-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".
           MOVE "AGEN" TO TIPO-CER.
           MOVE LEGAJO-RUN TO CLAVE-CER.
           OPEN INPUT MAESTRO.
           IF ESTADO-MAESTRO NOT = "00"
               MOVE ANIO-MAE-RUN TO ANIO-BUS-ARCH
               MOVE MES-MAE-RUN  TO MES-BUS-ARCH
               PERFORM BUSCO-ARCHIVADO THRU F-BUSCO-ARCHIVADO
               IF PERIODO-ARCHIVADO
                   MOVE BASE-ARCHIVO-RUN TO BASE-MAESTRO-PED
                   OPEN INPUT MAESTRO
               END-IF
           END-IF.
           IF ESTADO-MAESTRO NOT = "00"
               DISPLAY "LIQCERT: SIN MAESTRO DE " ANIO-MAE-RUN "/"
                       MES-MAE-RUN ", CERTIFICACION SIN FILIATORIOS."
           MOVE LEGAJO-RUN TO LEGAJO-NOM-CERT.
       F-ARMO-NOMBRES.
           EXIT.

      ***** BUSCA EN EL CATALOGO DEL ARCHIVO HISTORICO LA CABECERA
      ***** DEL PERIODO ANIO-BUS-ARCH/MES-BUS-ARCH. SI ESTA ARCHIVADO
      ***** DEJA EN BASE-ARCHIVO-RUN LA CARPETA DONDE QUEDO (RAIZ
      ***** REGISTRADA POR PERARCH + ANIO\MES\). SIN CATALOGO O SIN
      ***** CABECERA DEL PERIODO SE TOMA COMO NO ARCHIVADO.
       BUSCO-ARCHIVADO.
           MOVE "N" TO SW-ARCHIVADO.
           OPEN INPUT CATALOGO.
           IF ESTADO-CATALOGO NOT = "00"
               GO TO F-BUSCO-ARCHIVADO
           END-IF.
           MOVE ANIO-BUS-ARCH TO ANIO-CAT.
           MOVE MES-BUS-ARCH  TO MES-CAT.
           MOVE SPACES        TO ARCHIVO-CAT.
           READ CATALOGO
               INVALID KEY
                   MOVE SPACES TO ESTADO-CAT.
           IF CAT-ARCHIVADO
               MOVE "S"           TO SW-ARCHIVADO
               MOVE RAIZ-ARCH-CAT TO RAIZ-ARCHIVO-RUN
               MOVE ANIO-BUS-ARCH TO ANIO-ARCHIVO-RUN
               MOVE MES-BUS-ARCH  TO MES-ARCHIVO-RUN
           END-IF.
           CLOSE CATALOGO.
       F-BUSCO-ARCHIVADO.
           EXIT.
