      ***** GANESCALA.CPY
      ***** LAYOUT DEL REGISTRO DE GANESCALA.IDX, LA ESCALA DEL
      ***** IMPUESTO A LAS GANANCIAS DE CUARTA CATEGORIA POR PERIODO
      ***** DE VIGENCIA, CON EL MISMO CRITERIO QUE PATRONAL.IDX: CADA
      ***** FILA RIGE DESDE SU PERIODO-GES (INCLUSIVE) Y LIQGAN TOMA
      ***** LA DE MAYOR PERIODO-GES QUE NO SUPERE EL PERIODO DE
      ***** CORRIDA (VER CARGA-ESCALA). TODOS LOS IMPORTES SON ANUALES:
      ***** LIQGAN LOS PRORRATEA AL MES DE CORRIDA (IMPORTE * MES / 12)
      ***** PARA EL CALCULO ACUMULADO. LOS TRAMOS VAN ORDENADOS DE
      ***** MENOR A MAYOR; DESDE-TRAMO-GES ES EL PISO DE LA GANANCIA
      ***** SUJETA DEL TRAMO, FIJO-TRAMO-GES EL IMPUESTO FIJO HASTA ESE
      ***** PISO Y PCT-TRAMO-GES EL PORCENTAJE SOBRE EL EXCEDENTE. UN
      ***** TRAMO CON DESDE EN CERO (SALVO EL PRIMERO) NO SE USA. LA
      ***** MANTIENE RRHH CON GANCARGA; UNA ESCALA NUEVA ES UNA FILA
      ***** NUEVA, SIN RECOMPILAR LIQGAN.
       01  REG-GANESCALA.
           05  PERIODO-GES.
               10  ANIO-GES            PIC 9(04).
               10  MES-GES             PIC 9(02).
      ***** MINIMO NO IMPONIBLE, DEDUCCION ESPECIAL Y CARGAS DE
      ***** FAMILIA (CONYUGE Y POR CADA HIJO), ANUALES.
           05  MNI-GES                 PIC 9(09)V99.
           05  DED-ESPECIAL-GES        PIC 9(09)V99.
           05  DED-CONYUGE-GES         PIC 9(09)V99.
           05  DED-HIJO-GES            PIC 9(09)V99.
           05  TRAMO-GES OCCURS 9 TIMES.
               10  DESDE-TRAMO-GES     PIC 9(09)V99.
               10  FIJO-TRAMO-GES      PIC 9(09)V99.
               10  PCT-TRAMO-GES       PIC 9(02)V99.
