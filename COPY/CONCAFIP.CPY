      ***** CONCAFIP.CPY
      ***** LAYOUT DEL REGISTRO DE CONCAFIP.IDX, LA TABLA CODIGO-LIQ ->
      ***** CODIGO DE CONCEPTO AFIP DEL LIBRO DE SUELDOS DIGITAL. VA
      ***** APARTE DE CONCDESC.IDX Y CONCEPTOS.IDX PARA NO TOCAR LOS
      ***** LAYOUTS QUE YA USA LIQAFIP. LA MANTIENE RRHH CON AFIPCARGA;
      ***** LA USA LIQLSD PARA LOS REGISTROS DE CONCEPTO. UN CODIGO
      ***** LIQUIDADO QUE NO ESTA ACA NO SALE EN EL LIBRO Y QUEDA EN
      ***** EL LISTADO DE EXCEPCIONES DE LIQLSD.
       01  REG-CONCAFIP.
           05  CODIGO-CAF              PIC 9(03).
           05  CODIGO-AFIP-CAF         PIC X(10).
           05  DESCRIP-CAF             PIC X(30).
