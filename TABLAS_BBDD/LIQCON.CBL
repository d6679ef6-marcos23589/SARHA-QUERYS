      ***** SABIENDO SU NUMERO DE LEGAJO. LOS ARCHIVOS DEL PERIODO SE
      ***** ABREN CON FILE STATUS: UN PERIODO NO CORRIDO O UN ANUAL
      ***** NO CONSOLIDADO SE AVISA Y LA CONSULTA SIGUE CON LO QUE
      ***** HAY. UN PERIODO ARCHIVADO CON PERARCH SE CONSULTA DESDE LA
      ***** CARPETA DEL ARCHIVO HISTORICO QUE INDICA EL CATALOGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-EXCEP.

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
       FD  CONCDESC
           05  C4-EXC               PIC X.
           05  DV-CALC-EXC          PIC 9(02).

       FD  CATALOGO
           LABEL RECORDS ARE STANDARD.
           COPY CATALOGO.

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.

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

       01  NOMBRE-LIQMES-PED.
           03  BASE-LIQMES-PED   PIC  X(28).
           03  FILLER            PIC  X(12) VALUE "LIQMESII.IDX".
                                     BASE-EXCEPCIONES-PED.
           MOVE BASE-ANIO-RUN TO BASE-ANUAL-PED.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               MOVE ANIO-RUN TO ANIO-BUS-ARCH
               MOVE MES-RUN  TO MES-BUS-ARCH
               PERFORM BUSCO-ARCHIVADO THRU F-BUSCO-ARCHIVADO
               IF PERIODO-ARCHIVADO
                   DISPLAY "LIQCON: PERIODO ARCHIVADO, SE CONSULTA EN "
                           "EL ARCHIVO HISTORICO."
                   MOVE BASE-ARCHIVO-RUN TO BASE-LIQMES-PED
                                             BASE-MAESTRO-PED
                                             BASE-REVISION-PED
                                             BASE-EXCEPCIONES-PED
                   OPEN INPUT LIQMES
               END-IF
           END-IF.
           IF ESTADO-LIQMES = "00"
               SET PERIODO-ABIERTO TO TRUE
           ELSE
       F-CIERRO-PERIODO.
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

      ***** CARGA LA TABLA-DESCRIP EN MEMORIA DESDE CONCDESC.IDX,
      ***** IGUAL QUE CARGA-DESCRIP EN LIQAFIP.
       CARGA-DESCRIP.
