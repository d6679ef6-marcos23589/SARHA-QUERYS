      ***** PRESTAMO.CPY
      ***** LAYOUT DEL REGISTRO DE PRESTAMOS.IDX, LOS PRESTAMOS
      ***** PERSONALES Y ANTICIPOS DE HABERES QUE SE DESCUENTAN EN
      ***** CUOTAS CON EL CODIGO 997. UNA FILA POR LEGAJO Y PRESTAMO.
      ***** LOS DA DE ALTA Y LOS MANTIENE TESORERIA CON PREMANT; LIQPRE
      ***** GENERA CADA MES LA CUOTA EN UN LIQMESC<N>.IDX (O LA DIFIERE
      ***** SI EL NETO DEL MES ANTERIOR NO ALCANZA) Y LIQPREC, CON EL
      ***** PERIODO YA CERRADO, LA DA POR COBRADA Y BAJA EL SALDO.
      ***** LA FILA CON LEGAJO Y NUMERO EN CERO NO ES UN PRESTAMO: ES
      ***** EL REGISTRO DE PARAMETROS (NETO MINIMO QUE LA CUOTA NO
      ***** PUEDE PERFORAR), VER PARAMETROS-PRE.
       01  REG-PRESTAMO.
           05  CLAVE-PRE.
               10  LEGAJO-PRE          PIC 9(07).
               10  NRO-PRE             PIC 9(02).
           05  DATOS-PRE.
      ***** "A" ANTICIPO DE HABERES, "P" PRESTAMO PERSONAL.
               10  TIPO-PRE            PIC X(01).
                   88  PRE-ANTICIPO        VALUE "A".
                   88  PRE-PRESTAMO        VALUE "P".
               10  FECHA-OTORG-PRE     PIC 9(08).
      ***** PRIMER PERIODO (AAAAMM) EN QUE SE DESCUENTA CUOTA.
               10  PERIODO-INICIO-PRE  PIC 9(06).
               10  IMPORTE-PRE         PIC 9(09)V99.
               10  CANT-CUOTAS-PRE     PIC 9(03).
               10  IMPORTE-CUOTA-PRE   PIC 9(09)V99.
               10  CUOTAS-PAGAS-PRE    PIC 9(03).
               10  SALDO-PRE           PIC 9(09)V99.
      ***** VECES QUE UNA CUOTA NO SE PUDO COBRAR Y PASO AL MES
      ***** SIGUIENTE (EL PLAN SE CORRE UN MES CADA VEZ).
               10  CUOTAS-DIFERIDAS-PRE PIC 9(03).
      ***** "V" VIGENTE, "C" CANCELADO (SALDO EN CERO), "A" ANULADO
      ***** POR TESORERIA.
               10  ESTADO-PRE          PIC X(01).
                   88  PRE-VIGENTE         VALUE "V".
                   88  PRE-CANCELADO       VALUE "C".
                   88  PRE-ANULADO         VALUE "A".
      ***** PERIODO (AAAAMM) EN QUE SE CANCELO O SE ANULO.
               10  PERIODO-FIN-PRE     PIC 9(06).
      ***** ULTIMA CUOTA TRATADA POR LIQPRE: PERIODO, IMPORTE Y COMO
      ***** QUEDO ("G" GENERADA EN EL LIQMESC<N>, PENDIENTE DE COBRO;
      ***** "D" DIFERIDA; "C" COBRADA, LA MARCA LIQPREC).
               10  ULT-PERIODO-GEN-PRE PIC 9(06).
               10  ULT-IMPORTE-GEN-PRE PIC 9(09)V99.
               10  ULT-ESTADO-GEN-PRE  PIC X(01).
                   88  PRE-CUOTA-GENERADA  VALUE "G".
                   88  PRE-CUOTA-DIFERIDA  VALUE "D".
                   88  PRE-CUOTA-COBRADA   VALUE "C".
               10  ULT-PERIODO-COB-PRE PIC 9(06).
               10  USUARIO-PRE         PIC X(08).
               10  FILLER              PIC X(10).
      ***** REGISTRO DE PARAMETROS (CLAVE EN CERO).
           05  PARAMETROS-PRE REDEFINES DATOS-PRE.
               10  NETO-MINIMO-PRE     PIC 9(09)V99.
               10  USUARIO-PAR-PRE     PIC X(08).
               10  FECHA-PAR-PRE       PIC 9(08).
               10  FILLER              PIC X(79).
