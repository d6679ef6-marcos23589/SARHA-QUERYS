      ***** CREDITO.CPY
      ***** LAYOUT DEL REGISTRO DE CREDITOS.IDX, EL CREDITO
      ***** PRESUPUESTARIO ANUAL DE PERSONAL DE CADA ORGANISMO. UNA
      ***** FILA POR ANIO, CUIT/ANEXO (EL MISMO PAR QUE ANEXOCUIT.IDX)
      ***** Y PLANTA (PLANTA-LIQ TAL COMO VIENE EN LIQMESII: PLANTA
      ***** PERMANENTE, TEMPORARIA, ETC.). EL CREDITO VIGENTE ES EL
      ***** ORIGINAL APROBADO MAS LAS MODIFICACIONES PRESUPUESTARIAS
      ***** ACUMULADAS (EN MAS O EN MENOS); CADA MODIFICACION QUEDA
      ***** ADEMAS EN AUDITORIA-TABLAS.TXT CON SU NORMA. LO MANTIENE
      ***** PRESUPUESTO CON CREMANT; LO LEE LIQPRESU.
       01  REG-CREDITO.
           05  CLAVE-CRE.
               10  ANIO-CRE            PIC 9(04).
               10  CUIT-CRE            PIC 9(11).
               10  ANEXO-CRE           PIC 9(02).
               10  PLANTA-CRE          PIC 9(01).
           05  CREDITO-ORIG-CRE        PIC 9(13)V99.
           05  MODIFICACIONES-CRE      PIC S9(13)V99.
           05  CANT-MODIF-CRE          PIC 9(03).
      ***** NORMA (RESOLUCION, DECRETO) DE LA ULTIMA MODIFICACION.
           05  NORMA-ULT-CRE           PIC X(20).
           05  USUARIO-CRE             PIC X(08).
           05  FECHA-CRE               PIC 9(08).
