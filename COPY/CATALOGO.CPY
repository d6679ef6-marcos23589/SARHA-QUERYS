      ***** CATALOGO.CPY
      ***** LAYOUT DEL REGISTRO DE CATALOGO.IDX, EL CATALOGO DEL
      ***** ARCHIVO HISTORICO DE PERIODOS CERRADOS QUE MANTIENE
      ***** PERARCH. POR CADA PERIODO ARCHIVADO HAY:
      *****   - UNA FILA CABECERA (ARCHIVO-CAT EN BLANCO) CON EL ESTADO
      *****     ("ARCHIVADO" O "RESTAURADO"), LA RAIZ DEL AREA DE
      *****     ARCHIVO DONDE QUEDO LA CARPETA <ANIO>\<MES>\ Y LA
      *****     FECHA/HORA DEL ULTIMO MOVIMIENTO
      *****   - UNA FILA POR ARCHIVO DE LA CARPETA CON SU CANTIDAD DE
      *****     REGISTROS, SU TOTAL DE CONTROL Y SU SUMA DE
      *****     VERIFICACION, TOMADOS AL ARCHIVAR, Y EL RESULTADO DE LA
      *****     ULTIMA VERIFICACION
      ***** EL TOTAL DE CONTROL DEPENDE DEL TIPO: SUMA DE IMPORTE-LIQ
      ***** EN LOS LIQMES, SUMA DE LEGAJOS EN EL MAESTRO, CARACTERES
      ***** EN LOS DE TEXTO. LOS INDEXADOS DE TRABAJO ("SINC") SOLO SE
      ***** CONTROLAN POR PRESENCIA. LIQANUAL, LIQCERT Y LIQCON LEEN
      ***** LA CABECERA PARA ENCONTRAR UN PERIODO QUE YA NO ESTA EN
      ***** PEDIDOS.
       01  REG-CATALOGO.
           05  CLAVE-CATALOGO.
               10  PERIODO-CAT.
                   15  ANIO-CAT        PIC 9(04).
                   15  MES-CAT         PIC 9(02).
               10  ARCHIVO-CAT         PIC X(40).
           05  DETALLE-CAT.
               10  TIPO-CTL-CAT        PIC X(04).
                   88  CAT-CTL-LIQMES      VALUE "LIQM".
                   88  CAT-CTL-MAESTRO     VALUE "MAES".
                   88  CAT-CTL-TEXTO       VALUE "TEXT".
                   88  CAT-CTL-SIN         VALUE "SINC".
               10  REGISTROS-CAT       PIC 9(09).
               10  TOTAL-CTL-CAT       PIC 9(15)V99.
               10  CHECKSUM-CAT        PIC 9(10).
               10  FECHA-VERIF-CAT     PIC 9(08).
      ***** "OK", "ALTERADO" O "FALTA"; EN BLANCO SI NUNCA SE
      ***** VERIFICO.
               10  RESULTADO-VERIF-CAT PIC X(08).
      ***** VISTA DE LA FILA CABECERA DEL PERIODO.
           05  CABECERA-CAT REDEFINES DETALLE-CAT.
               10  ESTADO-CAT          PIC X(10).
                   88  CAT-ARCHIVADO       VALUE "ARCHIVADO".
                   88  CAT-RESTAURADO      VALUE "RESTAURADO".
               10  RAIZ-ARCH-CAT       PIC X(20).
               10  CANT-ARCHIVOS-CAT   PIC 9(04).
               10  FECHA-CAT           PIC 9(08).
               10  HORA-CAT            PIC 9(06).
               10  FILLER              PIC X(08).
