      ***** NOVLICEN.CPY
      ***** LAYOUT DEL REGISTRO DE NOVLICEN.IDX, LAS NOVEDADES DE
      ***** LICENCIAS E INASISTENCIAS DEL PERIODO QUE MANDA CADA
      ***** ORGANISMO. HAY UN ARCHIVO POR PERIODO, EN LA CARPETA
      ***** PEDIDOS\<ANIO>\<MES>\, LO CARGA LICMANT Y LO PROCESA
      ***** LIQLIC. UNA LICENCIA QUE CRUZA DE MES SE CARGA EN CADA
      ***** PERIODO QUE TOCA (LIQLIC SOLO TOMA LOS DIAS DEL MES DE
      ***** CORRIDA). LAS FECHAS VAN COMO AAAAMMDD.
       01  REG-NOVLICEN.
           05  CLAVE-NLI.
               10  LEGAJO-NLI          PIC 9(07).
               10  FECHA-DESDE-NLI     PIC 9(08).
               10  FECHA-DESDE-NLI-R REDEFINES FECHA-DESDE-NLI.
                   15  ANIO-DESDE-NLI  PIC 9(04).
                   15  MES-DESDE-NLI   PIC 9(02).
                   15  DIA-DESDE-NLI   PIC 9(02).
           05  TIPO-NLI                PIC 9(02).
               88  NLI-ENFERMEDAD          VALUE 01.
               88  NLI-ACCIDENTE           VALUE 02.
               88  NLI-MATERNIDAD          VALUE 03.
               88  NLI-PARTICULAR          VALUE 04.
               88  NLI-INASISTENCIA        VALUE 05.
               88  NLI-OTRAS               VALUE 99.
               88  NLI-TIPO-VALIDO         VALUES 01 THRU 05 99.
           05  FECHA-HASTA-NLI         PIC 9(08).
           05  FECHA-HASTA-NLI-R REDEFINES FECHA-HASTA-NLI.
               10  ANIO-HASTA-NLI      PIC 9(04).
               10  MES-HASTA-NLI       PIC 9(02).
               10  DIA-HASTA-NLI       PIC 9(02).
      ***** "S" CON GOCE DE HABERES (NO SE DESCUENTA NI AFECTA LA
      ***** ANTIGUEDAD), "N" SIN GOCE (VA AL 901 Y NO COMPUTA
      ***** ANTIGUEDAD).
           05  GOCE-NLI                PIC X(01).
               88  NLI-CON-GOCE            VALUE "S".
               88  NLI-SIN-GOCE            VALUE "N".
