      ***** LOS PROGRAMAS DE UN SOLO PERIODO NO NECESITAN. SIRVE PARA
      ***** CERTIFICACIONES DE SERVICIOS, VERIFICACION DE SAC Y
      ***** CONSULTAS DE FIN DE ANIO SIN ABRIR DOCE ARCHIVOS A MANO.
      ***** UN MES QUE NO ESTA EN PEDIDOS SE BUSCA EN EL CATALOGO DEL
      ***** ARCHIVO HISTORICO (PERARCH) ANTES DE DARLO POR NO CORRIDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
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
       FD  CONCEPTOS
           05  C13-ANU              PIC X.
           05  TOTAL-LST            PIC 9(11)V99.

       FD  CATALOGO
           LABEL RECORDS ARE STANDARD.
           COPY CATALOGO.

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  MES-ACT                  PIC 99.
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
           MOVE MES-ACT TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQMES-PED.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               MOVE ANIO-BASE-RUN TO ANIO-BUS-ARCH
               MOVE MES-ACT       TO MES-BUS-ARCH
               PERFORM BUSCO-ARCHIVADO THRU F-BUSCO-ARCHIVADO
               IF PERIODO-ARCHIVADO
                   MOVE BASE-ARCHIVO-RUN TO BASE-LIQMES-PED
                   OPEN INPUT LIQMES
                   IF ESTADO-LIQMES = "00"
                       DISPLAY "LIQANUAL: MES " MES-ACT " LEIDO DEL "
                               "ARCHIVO HISTORICO"
                   END-IF
               END-IF
           END-IF.
           IF ESTADO-LIQMES NOT = "00"
               MOVE "N" TO MES-PROCESADO(MES-ACT)
               DISPLAY "LIQANUAL: MES " MES-ACT " SIN ARCHIVO "
                                  BASE-LISTA-PED.
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
