      ***** NOVMAE.CPY
      ***** LAYOUT DEL REGISTRO DE NOVMAE.IDX, LAS NOVEDADES DEL
      ***** MAESTRO. EL MAESTRO.IDX DE CADA PERIODO NO SE TOCA: CADA
      ***** ALTA, BAJA, CAMBIO DE UBICACION, HIJO NUEVO O CORRECCION
      ***** DE CUIL SE CARGA ACA CON MAEMANT, FECHADA (FECHA-NMA ES LA
      ***** FECHA DESDE LA QUE RIGE), Y LA APLICA PERAPER AL ARMAR EL
      ***** MAESTRO DEL PERIODO SIGUIENTE A PARTIR DEL DEL PERIODO
      ***** CERRADO. LA NOVEDAD NO SE BORRA NUNCA: QUEDA PENDIENTE,
      ***** APLICADA (CON EL PERIODO QUE LA RECIBIO), RECHAZADA (CON
      ***** EL MOTIVO) O ANULADA.
      ***** LA FECHA DE LA NOVEDAD ES ADEMAS EL DATO DE LA NOVEDAD
      ***** CUANDO CORRESPONDE: FECHA DE INGRESO EN UN ALTA Y FECHA DE
      ***** BAJA EN UNA BAJA.
       01  REG-NOVMAE.
           05  CLAVE-NMA.
               10  LEGAJO-NMA          PIC 9(07).
               10  FECHA-NMA           PIC 9(08).
               10  FECHA-NMA-R REDEFINES FECHA-NMA.
                   15  ANIO-NMA        PIC 9(04).
                   15  MES-NMA         PIC 9(02).
                   15  DIA-NMA         PIC 9(02).
               10  SEC-NMA             PIC 9(02).
           05  TIPO-NMA                PIC X(02).
               88  NMA-ALTA                VALUE "AL".
               88  NMA-BAJA                VALUE "BA".
               88  NMA-UBICACION           VALUE "UB".
               88  NMA-HIJO                VALUE "HI".
               88  NMA-CUIL                VALUE "CU".
           05  ESTADO-NMA              PIC X(01).
               88  NMA-PENDIENTE           VALUE "P".
               88  NMA-APLICADA            VALUE "A".
               88  NMA-RECHAZADA           VALUE "R".
               88  NMA-ANULADA             VALUE "N".
      ***** PERIODO (AAAAMM) CUYO MAESTRO RECIBIO LA NOVEDAD, O EN
      ***** CUYA APERTURA SE RECHAZO. CERO MIENTRAS ESTA PENDIENTE.
           05  PERIODO-APLIC-NMA       PIC 9(06).
           05  USUARIO-NMA             PIC X(08).
           05  FECHA-CARGA-NMA         PIC 9(08).
           05  DATOS-NMA               PIC X(90).
      ***** "AL": UBICACION, NOMBRE Y DOCUMENTOS DEL LEGAJO NUEVO.
           05  ALTA-NMA REDEFINES DATOS-NMA.
               10  UBICACION-AL-NMA.
                   15  ANEXO-AL-NMA    PIC 9(02).
                   15  ITEM-AL-NMA     PIC 9(02).
                   15  CLASE-AL-NMA    PIC 9(01).
                   15  AGRUP-AL-NMA    PIC 9(02).
                   15  ESTAB-AL-NMA    PIC 9(02).
                   15  CATEG-AL-NMA    PIC 9(03).
                   15  DESTINO-AL-NMA  PIC 9(04).
                   15  PLANTA-AL-NMA   PIC 9(01).
               10  APEL-NOM-AL-NMA     PIC X(30).
               10  COD-DNI-AL-NMA      PIC 9(01).
               10  NRO-DNI-AL-NMA      PIC 9(10).
               10  CUIL-AL-NMA         PIC 9(11).
               10  SEXO-AL-NMA         PIC 9(01).
               10  FECHA-NAC-AL-NMA    PIC 9(08).
               10  FECHA-NAC-AL-NMA-R REDEFINES FECHA-NAC-AL-NMA.
                   15  ANIO-NAC-AL-NMA PIC 9(04).
                   15  MES-NAC-AL-NMA  PIC 9(02).
                   15  DIA-NAC-AL-NMA  PIC 9(02).
               10  FILLER              PIC X(12).
      ***** "BA": MOTIVO DE LA BAJA (R RENUNCIA, F FALLECIMIENTO, D
      ***** DESPIDO, O EL QUE USE RRHH; VER LIQFINAL).
           05  BAJA-NMA REDEFINES DATOS-NMA.
               10  MOTIVO-BA-NMA       PIC X(01).
               10  FILLER              PIC X(89).
      ***** "UB": UBICACION NUEVA.
           05  UBIC-NMA REDEFINES DATOS-NMA.
               10  ANEXO-UB-NMA        PIC 9(02).
               10  ITEM-UB-NMA         PIC 9(02).
               10  DESTINO-UB-NMA      PIC 9(04).
               10  FILLER              PIC X(82).
      ***** "HI": HIJO NUEVO, AL PRIMER LUGAR LIBRE DE HIJOS-MAE.
           05  HIJO-NMA REDEFINES DATOS-NMA.
               10  FECHA-NAC-HI-NMA    PIC 9(08).
               10  FECHA-NAC-HI-NMA-R REDEFINES FECHA-NAC-HI-NMA.
                   15  ANIO-NAC-HI-NMA PIC 9(04).
                   15  MES-NAC-HI-NMA  PIC 9(02).
                   15  DIA-NAC-HI-NMA  PIC 9(02).
               10  SEXO-HI-NMA         PIC 9(01).
               10  COD-DOC-HI-NMA      PIC 9(01).
               10  NRO-DOC-HI-NMA      PIC 9(10).
               10  FILLER              PIC X(70).
      ***** "CU": CUIL CORREGIDO.
           05  CUIL-NMA REDEFINES DATOS-NMA.
               10  CUIL-CU-NMA         PIC 9(11).
               10  FILLER              PIC X(79).
           05  MOTIVO-RECH-NMA         PIC X(30).
