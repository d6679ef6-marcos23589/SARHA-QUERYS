
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PERARCH.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** ARCHIVO HISTORICO DE PERIODOS CERRADOS. LA CARPETA DE CADA
      ***** PERIODO (LIQMESII, MAESTRO, LIQ-10-*, SICOSS, ACRED-*,
      ***** RECIBOS...) QUEDABA EN S: PARA SIEMPRE, Y NADA PROBABA QUE
      ***** LO QUE HAY HOY EN LA CARPETA SEA LO QUE SE MANDO. TRES
      ***** MODOS:
      *****   A  ARCHIVAR: SOLO UN PERIODO CERRADO EN PERIODOS.IDX.
      *****      ASIENTA EN CATALOGO.IDX (VER CATALOGO.CPY) CADA
      *****      ARCHIVO DE LA CARPETA CON SUS REGISTROS, TOTAL DE
      *****      CONTROL Y SUMA DE VERIFICACION, COPIA LA CARPETA AL
      *****      AREA DE ARCHIVO (<RAIZ-ARCHIVO>\<ANIO>\<MES>\),
      *****      VERIFICA LA COPIA CONTRA EL CATALOGO Y RECIEN ENTONCES
      *****      BORRA LA CARPETA ORIGINAL
      *****   V  VERIFICAR: RECALCULA CADA ARCHIVO DEL CATALOGO DONDE
      *****      ESTE EL PERIODO (ARCHIVO O PEDIDOS, SEGUN LA CABECERA)
      *****      Y AVISA EL QUE FALTE O NO COINCIDA: UN ARCHIVO TOCADO
      *****      DESPUES DEL CIERRE
      *****   R  RESTAURAR: VUELVE LA CARPETA ARCHIVADA A PEDIDOS, LA
      *****      VERIFICA Y BORRA LA COPIA DEL ARCHIVO
      ***** CADA ARCHIVO VERIFICADO QUEDA CON EL RESULTADO Y LA FECHA EN
      ***** SU FILA DEL CATALOGO. LA SUMA DE VERIFICACION ES DE DOS
      ***** ACUMULADORES MODULO 65521 SOBRE LOS BYTES DE CADA REGISTRO
      ***** (ESTILO ADLER): DETECTA UN CAMBIO DE CUALQUIER CARACTER Y DE
      ***** ORDEN. LA LISTA DE ARCHIVOS, LA COPIA Y EL BORRADO DE LA
      ***** CARPETA SE HACEN CON COMANDOS DEL SISTEMA OPERATIVO (DIR,
      ***** XCOPY, RMDIR). TERMINA CON 8 SI NO PUDO HACER LO PEDIDO O
      ***** SI LA VERIFICACION ENCONTRO DIFERENCIAS, 4 SI ARCHIVO PERO
      ***** NO PUDO BORRAR LA CARPETA ORIGINAL.
      ***** PARAMETROS: PERARCH <ANIO> <MES> <MODO> [<RAIZ>]
      ***** [<RAIZ-ARCHIVO>]; LA RAIZ DEL ARCHIVO SOLO SE USA AL
      ***** ARCHIVAR, DESPUES SE TOMA LA DEL CATALOGO.
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

           SELECT CATALOGO
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CATALOGO.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-CATALOGO
           FILE STATUS ESTADO-CATALOGO.

      ***** NOMBRES DE LOS ARCHIVOS DE LA CARPETA DEL PERIODO, UNO POR
      ***** LINEA, COMO LOS DEJA EL DIR DE LISTO-CARPETA. QUEDA EN LA
      ***** RAIZ DE PEDIDOS DE LA CORRIDA, FUERA DE LA CARPETA QUE SE
      ***** LISTA.
           SELECT LISTA-ARCH
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-LISTA.

      ***** EL ARCHIVO DE LA CARPETA EN CONTROL, POR NOMBRE
      ***** (NOMBRE-ARCH-PED), CON LA VISTA QUE CORRESPONDA A SU TIPO.
           SELECT ARCH-LIQMES
           ASSIGN TO RANDOM NOMBRE-ARCH-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LIQ
           FILE STATUS ESTADO-ARCH.

           SELECT ARCH-MAESTRO
           ASSIGN TO RANDOM NOMBRE-ARCH-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-mae
           FILE STATUS ESTADO-ARCH.

           SELECT ARCH-TEXTO
           ASSIGN TO RANDOM NOMBRE-ARCH-PED
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ESTADO-ARCH.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD.
           COPY PERIODO.

       FD  CATALOGO
           LABEL RECORDS ARE STANDARD.
           COPY CATALOGO.

       FD  LISTA-ARCH
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA-ARCH           PIC X(40).

       FD  ARCH-LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

       FD  ARCH-MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

       FD  ARCH-TEXTO
           LABEL RECORDS ARE STANDARD.
       01  REG-TEXTO                PIC X(1024).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  J                        PIC 9(04).
       77  ESTADO-PERIODOS          PIC X(02) VALUE SPACES.
       77  ESTADO-CATALOGO          PIC X(02) VALUE SPACES.
       77  ESTADO-LISTA             PIC X(02) VALUE SPACES.
       77  ESTADO-ARCH              PIC X(02) VALUE SPACES.
       77  CANT-ARG-RUN             PIC 9(02) VALUE ZEROS.
       77  RC-SISTEMA-W             PIC S9(09) VALUE ZEROS.
       01  ARG-RUN                  PIC X(20).

       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 11.

       01  MODO-RUN                 PIC X(01) VALUE SPACES.
           88  MODO-ARCHIVAR            VALUE "A" "a".
           88  MODO-VERIFICAR           VALUE "V" "v".
           88  MODO-RESTAURAR           VALUE "R" "r".

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-LISTA-PED.
           03  RAIZ-LISTA-PED    PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  FILLER            PIC  X(17) VALUE "PERARCH-LISTA.TXT".

      ***** LA MISMA CARPETA <ANIO>\<MES>\ BAJO EL AREA DE ARCHIVO.
       01  BASE-ARCHIVO-RUN.
           03  RAIZ-ARCHIVO-RUN  PIC  X(20)
                 VALUE "S:\ADRITIMO\ARCHIVO\".
           03  ANIO-ARCHIVO-RUN  PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-ARCHIVO-RUN   PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

      ***** ARCHIVO EN CONTROL: LA CARPETA (PEDIDOS O ARCHIVO) LA DEJA
      ***** EL QUE LLAMA EN BASE-ARCH-PED.
       01  NOMBRE-ARCH-PED.
           03  BASE-ARCH-PED     PIC  X(28).
           03  ARCHIVO-ARCH-PED  PIC  X(40).

      ***** LINEAS DE COMANDO PARA CALL "SYSTEM", TERMINADAS EN
      ***** LOW-VALUE, Y LAS CARPETAS SIN LA BARRA FINAL.
       01  COMANDO-ARCH             PIC X(160).
       01  CARPETA-PEDIDOS-W        PIC X(40).
       01  CARPETA-ARCHIVO-W        PIC X(40).

      ***** VALORES RECALCULADOS DEL ARCHIVO EN CONTROL.
       01  CONTROL-W.
           03  TIPO-CTL-W           PIC X(04).
           03  REGISTROS-W          PIC 9(09).
           03  TOTAL-CTL-W          PIC 9(15)V99.
           03  CHECKSUM-W           PIC 9(10).
           03  SW-PRESENTE          PIC X(01).
               88  ARCHIVO-PRESENTE     VALUE "S".
               88  ARCHIVO-AUSENTE      VALUE "N".
       01  LARGO-NOMBRE             PIC 9(04).
       01  LEGAJO-NUM-W             PIC 9(07).

      ***** SUMA DE VERIFICACION: AREA-CHECK/LARGO-CHECK ES EL
      ***** REGISTRO A SUMAR. EL BYTE SE LEE COMO BINARIO A TRAVES DE
      ***** BYTE-N (UN CERO BINARIO ADELANTE Y EL CARACTER ATRAS).
       01  AREA-CHECK               PIC X(1024).
       01  LARGO-CHECK              PIC 9(04).
       01  SUMA-A                   PIC 9(18).
       01  SUMA-B                   PIC 9(18).
       01  COCIENTE-W               PIC 9(18).
       01  RESTO-W                  PIC 9(18).
       01  BYTE-W.
           03  FILLER               PIC X(01) VALUE LOW-VALUE.
           03  BYTE-CAR             PIC X(01).
       01  BYTE-N REDEFINES BYTE-W  PIC 9(04) COMP.

       01  FECHA-HOY                PIC 9(08).
       01  HORA-AHORA               PIC 9(08).

       01  SW-CABECERA              PIC X(01) VALUE "N".
           88  HAY-CABECERA             VALUE "S".
           88  NO-HAY-CABECERA          VALUE "N".

       01  CONTADORES-ARCH.
           03  CANT-ARCHIVOS        PIC 9(04) VALUE ZEROS.
           03  CANT-VERIFICADOS     PIC 9(04) VALUE ZEROS.
           03  CANT-ALTERADOS       PIC 9(04) VALUE ZEROS.
           03  CANT-FALTANTES       PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           IF NOT MODO-ARCHIVAR AND NOT MODO-VERIFICAR
              AND NOT MODO-RESTAURAR
               DISPLAY "PERARCH: MODO INVALIDO (PERARCH <ANIO> <MES> "
                       "<A|V|R> [<RAIZ>] [<RAIZ-ARCHIVO>])."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
      ***** EL CATALOGO NACE VACIO EL PRIMER DIA, IGUAL QUE PERIODOS EN
      ***** PERCIERRE.
           OPEN I-O CATALOGO.
           IF ESTADO-CATALOGO NOT = "00"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN I-O CATALOGO
           END-IF.
           PERFORM LEO-CABECERA THRU F-LEO-CABECERA.
           IF MODO-ARCHIVAR
               GO TO ARCHIVO-PERIODO
           END-IF.
           IF MODO-VERIFICAR
               GO TO VERIFICO-PERIODO
           END-IF.
           GO TO RESTAURO-PERIODO.

      ***** ARCHIVAR: CATALOGO, COPIA, VERIFICACION DE LA COPIA Y
      ***** BORRADO DEL ORIGINAL, EN ESE ORDEN; CUALQUIER FALLA ANTES
      ***** DEL BORRADO DEJA EL PERIODO DONDE ESTABA.
       ARCHIVO-PERIODO.
           PERFORM CONTROLO-PERIODO THRU F-CONTROLO-PERIODO.
           IF NOT PER-CERRADO
               DISPLAY "PERARCH: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " ESTA " ESTADO-PER ". SOLO SE ARCHIVAN "
                       "PERIODOS CERRADOS."
               GO TO FINALIZA-ERROR
           END-IF.
           IF HAY-CABECERA AND CAT-ARCHIVADO
               DISPLAY "PERARCH: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " YA ESTA ARCHIVADO EN " RAIZ-ARCH-CAT "."
               GO TO FINALIZA-ERROR
           END-IF.
           PERFORM BORRO-DETALLE THRU F-BORRO-DETALLE.
           PERFORM LISTO-CARPETA THRU F-LISTO-CARPETA.
           IF RC-SISTEMA-W NOT = ZEROS
               DISPLAY "PERARCH: NO SE PUDO LISTAR LA CARPETA "
                       CARPETA-PEDIDOS-W " (VACIA O INEXISTENTE)."
               GO TO FINALIZA-ERROR
           END-IF.
           OPEN INPUT LISTA-ARCH.
           IF ESTADO-LISTA NOT = "00"
               DISPLAY "PERARCH: SIN LISTA DE ARCHIVOS DE LA CARPETA."
               GO TO FINALIZA-ERROR
           END-IF.
           MOVE BASE-PEDIDOS-RUN TO BASE-ARCH-PED.
       ARCHIVO-PERIODO-LEE.
           READ LISTA-ARCH AT END
               GO TO ARCHIVO-PERIODO-COPIA.
           IF REG-LISTA-ARCH = SPACES
               GO TO ARCHIVO-PERIODO-LEE
           END-IF.
           PERFORM CATALOGO-ARCHIVO THRU F-CATALOGO-ARCHIVO.
           GO TO ARCHIVO-PERIODO-LEE.
       ARCHIVO-PERIODO-COPIA.
           CLOSE LISTA-ARCH.
           IF CANT-ARCHIVOS = ZEROS
               DISPLAY "PERARCH: LA CARPETA " CARPETA-PEDIDOS-W
                       " NO TIENE ARCHIVOS."
               GO TO FINALIZA-ERROR
           END-IF.
           MOVE SPACES TO COMANDO-ARCH.
           STRING "XCOPY "          DELIMITED BY SIZE
                  CARPETA-PEDIDOS-W DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  CARPETA-ARCHIVO-W DELIMITED BY SPACE
                  " /E /I /Y /Q"    DELIMITED BY SIZE
                  LOW-VALUE         DELIMITED BY SIZE
                  INTO COMANDO-ARCH.
           PERFORM EJECUTO-COMANDO THRU F-EJECUTO-COMANDO.
           IF RC-SISTEMA-W NOT = ZEROS
               DISPLAY "PERARCH: ERROR AL COPIAR A " CARPETA-ARCHIVO-W
                       " (RC " RC-SISTEMA-W "). EL PERIODO QUEDA EN "
                       "PEDIDOS."
               GO TO FINALIZA-ERROR
           END-IF.
           MOVE BASE-ARCHIVO-RUN TO BASE-ARCH-PED.
           PERFORM RECORRO-DETALLE THRU F-RECORRO-DETALLE.
           IF CANT-ALTERADOS > ZEROS OR CANT-FALTANTES > ZEROS
               DISPLAY "PERARCH: LA COPIA EN " CARPETA-ARCHIVO-W
                       " NO COINCIDE CON EL ORIGINAL. EL PERIODO "
                       "QUEDA EN PEDIDOS."
               GO TO FINALIZA-ERROR
           END-IF.
           PERFORM GRABO-CABECERA THRU F-GRABO-CABECERA.
           MOVE SPACES TO COMANDO-ARCH.
           STRING "RMDIR /S /Q "    DELIMITED BY SIZE
                  CARPETA-PEDIDOS-W DELIMITED BY SPACE
                  LOW-VALUE         DELIMITED BY SIZE
                  INTO COMANDO-ARCH.
           PERFORM EJECUTO-COMANDO THRU F-EJECUTO-COMANDO.
           DISPLAY "PERARCH: PERIODO " MES-RUN "/" ANIO-RUN
                   " ARCHIVADO EN " CARPETA-ARCHIVO-W ", "
                   CANT-ARCHIVOS " ARCHIVOS CATALOGADOS.".
           IF RC-SISTEMA-W NOT = ZEROS
               DISPLAY "PERARCH: NO SE PUDO BORRAR " CARPETA-PEDIDOS-W
                       " (RC " RC-SISTEMA-W "); BORRARLA A MANO, LA "
                       "COPIA ARCHIVADA ESTA VERIFICADA."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO FINALIZA.

      ***** VERIFICAR: DONDE ESTE EL PERIODO SEGUN LA CABECERA.
       VERIFICO-PERIODO.
           IF NO-HAY-CABECERA
               DISPLAY "PERARCH: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " NO ESTA EN EL CATALOGO."
               GO TO FINALIZA-ERROR
           END-IF.
           IF CAT-ARCHIVADO
               MOVE BASE-ARCHIVO-RUN TO BASE-ARCH-PED
           ELSE
               MOVE BASE-PEDIDOS-RUN TO BASE-ARCH-PED
           END-IF.
           PERFORM RECORRO-DETALLE THRU F-RECORRO-DETALLE.
           DISPLAY "PERARCH: PERIODO " MES-RUN "/" ANIO-RUN " ("
                   ESTADO-CAT ") " CANT-VERIFICADOS " ARCHIVOS "
                   "VERIFICADOS, " CANT-ALTERADOS " ALTERADOS, "
                   CANT-FALTANTES " FALTANTES.".
           IF CANT-ALTERADOS > ZEROS OR CANT-FALTANTES > ZEROS
               GO TO FINALIZA-ERROR
           END-IF.
           GO TO FINALIZA.

      ***** RESTAURAR: COPIA DE VUELTA A PEDIDOS, VERIFICACION DE LO
      ***** RESTAURADO Y BORRADO DE LA COPIA DEL ARCHIVO.
       RESTAURO-PERIODO.
           IF NO-HAY-CABECERA OR NOT CAT-ARCHIVADO
               DISPLAY "PERARCH: EL PERIODO " MES-RUN "/" ANIO-RUN
                       " NO ESTA ARCHIVADO."
               GO TO FINALIZA-ERROR
           END-IF.
           MOVE SPACES TO COMANDO-ARCH.
           STRING "XCOPY "          DELIMITED BY SIZE
                  CARPETA-ARCHIVO-W DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  CARPETA-PEDIDOS-W DELIMITED BY SPACE
                  " /E /I /Y /Q"    DELIMITED BY SIZE
                  LOW-VALUE         DELIMITED BY SIZE
                  INTO COMANDO-ARCH.
           PERFORM EJECUTO-COMANDO THRU F-EJECUTO-COMANDO.
           IF RC-SISTEMA-W NOT = ZEROS
               DISPLAY "PERARCH: ERROR AL COPIAR A " CARPETA-PEDIDOS-W
                       " (RC " RC-SISTEMA-W "). EL PERIODO SIGUE "
                       "ARCHIVADO."
               GO TO FINALIZA-ERROR
           END-IF.
           MOVE BASE-PEDIDOS-RUN TO BASE-ARCH-PED.
           PERFORM RECORRO-DETALLE THRU F-RECORRO-DETALLE.
           IF CANT-ALTERADOS > ZEROS OR CANT-FALTANTES > ZEROS
               DISPLAY "PERARCH: LO RESTAURADO EN " CARPETA-PEDIDOS-W
                       " NO COINCIDE CON EL CATALOGO. EL PERIODO "
                       "SIGUE ARCHIVADO."
               GO TO FINALIZA-ERROR
           END-IF.
           PERFORM GRABO-CABECERA THRU F-GRABO-CABECERA.
           MOVE SPACES TO COMANDO-ARCH.
           STRING "RMDIR /S /Q "    DELIMITED BY SIZE
                  CARPETA-ARCHIVO-W DELIMITED BY SPACE
                  LOW-VALUE         DELIMITED BY SIZE
                  INTO COMANDO-ARCH.
           PERFORM EJECUTO-COMANDO THRU F-EJECUTO-COMANDO.
           DISPLAY "PERARCH: PERIODO " MES-RUN "/" ANIO-RUN
                   " RESTAURADO EN " CARPETA-PEDIDOS-W ", "
                   CANT-VERIFICADOS " ARCHIVOS VERIFICADOS.".
           IF RC-SISTEMA-W NOT = ZEROS
               DISPLAY "PERARCH: NO SE PUDO BORRAR " CARPETA-ARCHIVO-W
                       " (RC " RC-SISTEMA-W "); BORRARLA A MANO."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO FINALIZA.

      ***** FILA CABECERA DEL PERIODO. SI EXISTE, LA RAIZ DEL ARCHIVO
      ***** ES LA QUE QUEDO ASENTADA Y NO LA DEL PARAMETRO.
       LEO-CABECERA.
           MOVE ANIO-RUN TO ANIO-CAT.
           MOVE MES-RUN  TO MES-CAT.
           MOVE SPACES   TO ARCHIVO-CAT.
           READ CATALOGO
               INVALID KEY
                   SET NO-HAY-CABECERA TO TRUE
                   GO TO F-LEO-CABECERA
           END-READ.
           SET HAY-CABECERA TO TRUE.
           IF CAT-ARCHIVADO
               MOVE RAIZ-ARCH-CAT TO RAIZ-ARCHIVO-RUN
               PERFORM ARMO-CARPETAS THRU F-ARMO-CARPETAS
           END-IF.
       F-LEO-CABECERA.
           EXIT.

      ***** ARCHIVADO O RESTAURADO SEGUN EL MODO, CON LA RAIZ DEL AREA
      ***** DE ARCHIVO Y LA FECHA/HORA DEL MOVIMIENTO.
       GRABO-CABECERA.
           MOVE ANIO-RUN TO ANIO-CAT.
           MOVE MES-RUN  TO MES-CAT.
           MOVE SPACES   TO ARCHIVO-CAT.
           READ CATALOGO
               INVALID KEY
                   SET NO-HAY-CABECERA TO TRUE
               NOT INVALID KEY
                   SET HAY-CABECERA TO TRUE
           END-READ.
           MOVE SPACES TO CABECERA-CAT.
           IF MODO-ARCHIVAR
               MOVE "ARCHIVADO" TO ESTADO-CAT
               MOVE CANT-ARCHIVOS TO CANT-ARCHIVOS-CAT
           ELSE
               MOVE "RESTAURADO" TO ESTADO-CAT
               MOVE CANT-VERIFICADOS TO CANT-ARCHIVOS-CAT
           END-IF.
           MOVE RAIZ-ARCHIVO-RUN TO RAIZ-ARCH-CAT.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-AHORA FROM TIME.
           MOVE FECHA-HOY       TO FECHA-CAT.
           MOVE HORA-AHORA(1:6) TO HORA-CAT.
           IF HAY-CABECERA
               REWRITE REG-CATALOGO
           ELSE
               WRITE REG-CATALOGO
           END-IF.
       F-GRABO-CABECERA.
           EXIT.

      ***** BORRA LAS FILAS DE ARCHIVOS DE UN ARCHIVADO ANTERIOR DEL
      ***** MISMO PERIODO (ARCHIVADO, RESTAURADO Y VUELTO A ARCHIVAR):
      ***** EL CATALOGO NUEVO REFLEJA LA CARPETA DE HOY.
       BORRO-DETALLE.
           MOVE ANIO-RUN TO ANIO-CAT.
           MOVE MES-RUN  TO MES-CAT.
           MOVE SPACES   TO ARCHIVO-CAT.
           START CATALOGO KEY IS GREATER THAN CLAVE-CATALOGO
               INVALID KEY
                   GO TO F-BORRO-DETALLE
           END-START.
       BORRO-DETALLE-LEE.
           READ CATALOGO NEXT AT END
               GO TO F-BORRO-DETALLE.
           IF ANIO-CAT NOT = ANIO-RUN OR MES-CAT NOT = MES-RUN
               GO TO F-BORRO-DETALLE
           END-IF.
           DELETE CATALOGO.
           GO TO BORRO-DETALLE-LEE.
       F-BORRO-DETALLE.
           EXIT.

      ***** DEJA EN PERARCH-LISTA.TXT (RAIZ DE PEDIDOS DE LA CORRIDA)
      ***** LOS NOMBRES DE LOS ARCHIVOS DE LA CARPETA DEL PERIODO (SIN
      ***** SUBCARPETAS).
       LISTO-CARPETA.
           MOVE SPACES TO COMANDO-ARCH.
           STRING "DIR /B /A-D "    DELIMITED BY SIZE
                  CARPETA-PEDIDOS-W DELIMITED BY SPACE
                  " > "             DELIMITED BY SIZE
                  RAIZ-LISTA-PED    DELIMITED BY SPACE
                  "PERARCH-LISTA.TXT" DELIMITED BY SIZE
                  LOW-VALUE         DELIMITED BY SIZE
                  INTO COMANDO-ARCH.
           PERFORM EJECUTO-COMANDO THRU F-EJECUTO-COMANDO.
       F-LISTO-CARPETA.
           EXIT.

      ***** UNA FILA DEL CATALOGO PARA EL ARCHIVO REG-LISTA-ARCH DE LA
      ***** CARPETA ORIGINAL.
       CATALOGO-ARCHIVO.
           MOVE REG-LISTA-ARCH TO ARCHIVO-ARCH-PED.
           PERFORM CALCULO-CONTROL THRU F-CALCULO-CONTROL.
           IF ARCHIVO-AUSENTE
               DISPLAY "PERARCH: NO SE PUDO LEER " ARCHIVO-ARCH-PED
                       ", QUEDA SOLO EL NOMBRE EN EL CATALOGO."
           END-IF.
           MOVE ANIO-RUN         TO ANIO-CAT.
           MOVE MES-RUN          TO MES-CAT.
           MOVE ARCHIVO-ARCH-PED TO ARCHIVO-CAT.
           MOVE TIPO-CTL-W       TO TIPO-CTL-CAT.
           MOVE REGISTROS-W      TO REGISTROS-CAT.
           MOVE TOTAL-CTL-W      TO TOTAL-CTL-CAT.
           MOVE CHECKSUM-W       TO CHECKSUM-CAT.
           MOVE ZEROS            TO FECHA-VERIF-CAT.
           MOVE SPACES           TO RESULTADO-VERIF-CAT.
           WRITE REG-CATALOGO
               INVALID KEY
                   REWRITE REG-CATALOGO
           END-WRITE.
           ADD 1 TO CANT-ARCHIVOS.
       F-CATALOGO-ARCHIVO.
           EXIT.

      ***** RECORRE LAS FILAS DE ARCHIVOS DEL PERIODO Y RECALCULA CADA
      ***** UNO EN LA CARPETA BASE-ARCH-PED, ASENTANDO EL RESULTADO.
       RECORRO-DETALLE.
           MOVE ZEROS TO CANT-VERIFICADOS CANT-ALTERADOS CANT-FALTANTES.
           MOVE ANIO-RUN TO ANIO-CAT.
           MOVE MES-RUN  TO MES-CAT.
           MOVE SPACES   TO ARCHIVO-CAT.
           START CATALOGO KEY IS GREATER THAN CLAVE-CATALOGO
               INVALID KEY
                   GO TO F-RECORRO-DETALLE
           END-START.
       RECORRO-DETALLE-LEE.
           READ CATALOGO NEXT AT END
               GO TO F-RECORRO-DETALLE.
           IF ANIO-CAT NOT = ANIO-RUN OR MES-CAT NOT = MES-RUN
               GO TO F-RECORRO-DETALLE
           END-IF.
           PERFORM VERIFICO-ARCHIVO THRU F-VERIFICO-ARCHIVO.
           GO TO RECORRO-DETALLE-LEE.
       F-RECORRO-DETALLE.
           EXIT.

       VERIFICO-ARCHIVO.
           ADD 1 TO CANT-VERIFICADOS.
           MOVE ARCHIVO-CAT TO ARCHIVO-ARCH-PED.
           PERFORM CALCULO-CONTROL THRU F-CALCULO-CONTROL.
           MOVE "OK" TO RESULTADO-VERIF-CAT.
           IF ARCHIVO-AUSENTE
               MOVE "FALTA" TO RESULTADO-VERIF-CAT
               ADD 1 TO CANT-FALTANTES
               DISPLAY "PERARCH: FALTA " ARCHIVO-CAT
           ELSE
           IF REGISTROS-W NOT = REGISTROS-CAT
              OR TOTAL-CTL-W NOT = TOTAL-CTL-CAT
              OR CHECKSUM-W NOT = CHECKSUM-CAT
               MOVE "ALTERADO" TO RESULTADO-VERIF-CAT
               ADD 1 TO CANT-ALTERADOS
               DISPLAY "PERARCH: ALTERADO " ARCHIVO-CAT
               DISPLAY "         REGISTROS " REGISTROS-CAT " / "
                       REGISTROS-W " TOTAL " TOTAL-CTL-CAT " / "
                       TOTAL-CTL-W " SUMA " CHECKSUM-CAT " / "
                       CHECKSUM-W
           END-IF
           END-IF.
           ACCEPT FECHA-VERIF-CAT FROM DATE YYYYMMDD.
           REWRITE REG-CATALOGO.
       F-VERIFICO-ARCHIVO.
           EXIT.

      ***** RECALCULA REGISTROS, TOTAL DE CONTROL Y SUMA DE
      ***** VERIFICACION DEL ARCHIVO NOMBRE-ARCH-PED SEGUN SU TIPO:
      ***** LOS LIQMES Y EL MAESTRO POR SU LAYOUT, LOS DEMAS INDEXADOS
      ***** (DE TRABAJO) SOLO POR PRESENCIA, EL RESTO COMO TEXTO.
       CALCULO-CONTROL.
           MOVE ZEROS TO REGISTROS-W TOTAL-CTL-W CHECKSUM-W.
           MOVE 1     TO SUMA-A.
           MOVE ZEROS TO SUMA-B.
           SET ARCHIVO-AUSENTE TO TRUE.
           MOVE ZEROS TO LARGO-NOMBRE.
           INSPECT ARCHIVO-ARCH-PED TALLYING LARGO-NOMBRE
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE "TEXT" TO TIPO-CTL-W.
           IF LARGO-NOMBRE > 4
               IF ARCHIVO-ARCH-PED(LARGO-NOMBRE - 3:4) = ".IDX"
                   MOVE "SINC" TO TIPO-CTL-W
               END-IF
           END-IF.
           IF ARCHIVO-ARCH-PED = "MAESTRO.IDX"
               MOVE "MAES" TO TIPO-CTL-W
           END-IF.
           IF TIPO-CTL-W = "SINC"
              AND (ARCHIVO-ARCH-PED(1:8) = "LIQMESII"
                OR ARCHIVO-ARCH-PED(1:7) = "LIQMESC")
               MOVE "LIQM" TO TIPO-CTL-W
           END-IF.
           IF TIPO-CTL-W = "LIQM"
               GO TO CALCULO-CONTROL-LIQMES
           END-IF.
           IF TIPO-CTL-W = "MAES"
               GO TO CALCULO-CONTROL-MAESTRO
           END-IF.
           OPEN INPUT ARCH-TEXTO.
           IF ESTADO-ARCH NOT = "00"
               GO TO F-CALCULO-CONTROL
           END-IF.
           SET ARCHIVO-PRESENTE TO TRUE.
           IF TIPO-CTL-W = "SINC"
               CLOSE ARCH-TEXTO
               GO TO F-CALCULO-CONTROL
           END-IF.
       CALCULO-CONTROL-TEXTO.
           READ ARCH-TEXTO AT END
               CLOSE ARCH-TEXTO
               GO TO CALCULO-CONTROL-FIN.
           ADD 1 TO REGISTROS-W.
           MOVE REG-TEXTO TO AREA-CHECK.
           MOVE 1024 TO LARGO-CHECK.
           PERFORM ACHICO-LARGO THRU F-ACHICO-LARGO
                   UNTIL LARGO-CHECK = 1
                      OR AREA-CHECK(LARGO-CHECK:1) NOT = SPACE.
           IF AREA-CHECK(1:1) = SPACE AND LARGO-CHECK = 1
               MOVE ZEROS TO LARGO-CHECK
           END-IF.
           ADD LARGO-CHECK TO TOTAL-CTL-W.
           PERFORM SUMO-REGISTRO THRU F-SUMO-REGISTRO.
           GO TO CALCULO-CONTROL-TEXTO.
       CALCULO-CONTROL-LIQMES.
           OPEN INPUT ARCH-LIQMES.
           IF ESTADO-ARCH NOT = "00"
               GO TO F-CALCULO-CONTROL
           END-IF.
           SET ARCHIVO-PRESENTE TO TRUE.
       CALCULO-CONTROL-LIQMES-LEE.
           READ ARCH-LIQMES NEXT AT END
               CLOSE ARCH-LIQMES
               GO TO CALCULO-CONTROL-FIN.
           ADD 1 TO REGISTROS-W.
           PERFORM SUMO-IMPORTE THRU F-SUMO-IMPORTE
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
           MOVE REC-LIQMES TO AREA-CHECK.
           MOVE LENGTH OF REC-LIQMES TO LARGO-CHECK.
           PERFORM SUMO-REGISTRO THRU F-SUMO-REGISTRO.
           GO TO CALCULO-CONTROL-LIQMES-LEE.
       CALCULO-CONTROL-MAESTRO.
           OPEN INPUT ARCH-MAESTRO.
           IF ESTADO-ARCH NOT = "00"
               GO TO F-CALCULO-CONTROL
           END-IF.
           SET ARCHIVO-PRESENTE TO TRUE.
       CALCULO-CONTROL-MAESTRO-LEE.
           READ ARCH-MAESTRO NEXT AT END
               CLOSE ARCH-MAESTRO
               GO TO CALCULO-CONTROL-FIN.
           ADD 1 TO REGISTROS-W.
           MOVE LEGAJO-MAE TO LEGAJO-NUM-W.
           ADD LEGAJO-NUM-W TO TOTAL-CTL-W.
           MOVE REG-MAE TO AREA-CHECK.
           MOVE LENGTH OF REG-MAE TO LARGO-CHECK.
           PERFORM SUMO-REGISTRO THRU F-SUMO-REGISTRO.
           GO TO CALCULO-CONTROL-MAESTRO-LEE.
       CALCULO-CONTROL-FIN.
           COMPUTE CHECKSUM-W = SUMA-B * 65536 + SUMA-A.
       F-CALCULO-CONTROL.
           EXIT.

       ACHICO-LARGO.
           SUBTRACT 1 FROM LARGO-CHECK.
       F-ACHICO-LARGO.
           EXIT.

       SUMO-IMPORTE.
           ADD IMPORTE-LIQ(I) TO TOTAL-CTL-W.
       F-SUMO-IMPORTE.
           EXIT.

      ***** SUMA LOS LARGO-CHECK BYTES DE AREA-CHECK Y UN FIN DE
      ***** REGISTRO (PARA QUE CUENTEN LAS LINEAS EN BLANCO Y EL CORTE
      ***** ENTRE LINEAS), Y REDUCE LOS DOS ACUMULADORES MODULO 65521.
       SUMO-REGISTRO.
           PERFORM SUMO-BYTE THRU F-SUMO-BYTE
                   VARYING J FROM 1 BY 1 UNTIL J > LARGO-CHECK.
           ADD 10 TO SUMA-A.
           ADD SUMA-A TO SUMA-B.
           DIVIDE SUMA-A BY 65521 GIVING COCIENTE-W REMAINDER RESTO-W.
           MOVE RESTO-W TO SUMA-A.
           DIVIDE SUMA-B BY 65521 GIVING COCIENTE-W REMAINDER RESTO-W.
           MOVE RESTO-W TO SUMA-B.
       F-SUMO-REGISTRO.
           EXIT.

       SUMO-BYTE.
           MOVE AREA-CHECK(J:1) TO BYTE-CAR.
           ADD BYTE-N TO SUMA-A.
           ADD SUMA-A TO SUMA-B.
       F-SUMO-BYTE.
           EXIT.

      ***** LANZA COMANDO-ARCH Y DEJA SU ESTADO DE SALIDA EN
      ***** RC-SISTEMA-W, NORMALIZADO COMO EN LIQLOTE.
       EJECUTO-COMANDO.
           CALL "SYSTEM" USING COMANDO-ARCH.
           MOVE RETURN-CODE TO RC-SISTEMA-W.
           MOVE ZEROS TO RETURN-CODE.
           IF RC-SISTEMA-W > 255
               DIVIDE 256 INTO RC-SISTEMA-W
           END-IF.
           IF RC-SISTEMA-W < ZEROS OR RC-SISTEMA-W > 999
               MOVE 999 TO RC-SISTEMA-W
           END-IF.
       F-EJECUTO-COMANDO.
           EXIT.

       CONTROLO-PERIODO.
           MOVE "ABIERTO" TO ESTADO-PER.
           OPEN INPUT PERIODOS.
           IF ESTADO-PERIODOS NOT = "00"
               GO TO F-CONTROLO-PERIODO
           END-IF.
           MOVE ANIO-RUN TO ANIO-PER.
           MOVE MES-RUN  TO MES-PER.
           READ PERIODOS
               INVALID KEY
                   MOVE "ABIERTO" TO ESTADO-PER
           END-READ.
           CLOSE PERIODOS.
       F-CONTROLO-PERIODO.
           EXIT.

       FINALIZA-ERROR.
           CLOSE CATALOGO.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       FINALIZA.
           CLOSE CATALOGO.
           STOP RUN.

      ***** LEE EL PERIODO, EL MODO Y LAS RAICES DE LOS PARAMETROS DE
      ***** LINEA DE COMANDO (PERARCH <ANIO> <MES> <MODO> <RAIZ-PATH>
      ***** <RAIZ-ARCHIVO>, EL MODO ES OBLIGATORIO).
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
               MOVE ARG-RUN(1:1) TO MODO-RUN
           END-IF.
           IF CANT-ARG-RUN >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:20) TO RAIZ-BASE-RUN
               MOVE ARG-RUN(1:20) TO RAIZ-LISTA-PED
           END-IF.
           IF CANT-ARG-RUN >= 5
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:20) TO RAIZ-ARCHIVO-RUN
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.

       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN ANIO-ARCHIVO-RUN.
           MOVE MES-RUN  TO MES-BASE-RUN MES-ARCHIVO-RUN.
           PERFORM ARMO-CARPETAS THRU F-ARMO-CARPETAS.
       F-ARMO-NOMBRES.
           EXIT.

      ***** LAS DOS CARPETAS DEL PERIODO PARA LOS COMANDOS, SIN LA
      ***** BARRA FINAL.
       ARMO-CARPETAS.
           MOVE SPACES TO CARPETA-PEDIDOS-W CARPETA-ARCHIVO-W.
           STRING RAIZ-BASE-RUN  DELIMITED BY SPACE
                  ANIO-RUN       DELIMITED BY SIZE
                  "\"            DELIMITED BY SIZE
                  MES-RUN        DELIMITED BY SIZE
                  INTO CARPETA-PEDIDOS-W.
           STRING RAIZ-ARCHIVO-RUN DELIMITED BY SPACE
                  ANIO-RUN         DELIMITED BY SIZE
                  "\"              DELIMITED BY SIZE
                  MES-RUN          DELIMITED BY SIZE
                  INTO CARPETA-ARCHIVO-W.
       F-ARMO-CARPETAS.
           EXIT.
