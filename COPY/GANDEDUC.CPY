      ***** GANDEDUC.CPY
      ***** LAYOUT DEL REGISTRO DE GANDEDUC.IDX, LAS DEDUCCIONES DEL
      ***** IMPUESTO A LAS GANANCIAS QUE CADA AGENTE DECLARA PARA EL
      ***** ANIO (FORMULARIO DEL EMPLEADO): UNA FILA POR LEGAJO, ANIO
      ***** Y TIPO DE DEDUCCION, CON EL IMPORTE MENSUAL DEDUCIBLE Y EL
      ***** RANGO DE MESES EN QUE CORRE. LIQGAN ACUMULA IMPORTE-MES-GDE
      ***** POR CADA MES DEL RANGO HASTA EL MES DE CORRIDA. EL IMPORTE
      ***** SE CARGA YA TOPEADO (LO QUE EFECTIVAMENTE SE PUEDE
      ***** DEDUCIR). LAS CARGAS DE FAMILIA NO VAN ACA: SALEN DEL
      ***** MAESTRO (CONYUGE E HIJOS-MAE). LA MANTIENE RRHH CON GANMANT.
       01  REG-GANDEDUC.
           05  CLAVE-GDE.
               10  LEGAJO-GDE          PIC 9(07).
               10  ANIO-GDE            PIC 9(04).
               10  TIPO-GDE            PIC 9(02).
                   88  GDE-CUOTA-MEDICA        VALUE 01.
                   88  GDE-SEGURO-VIDA         VALUE 02.
                   88  GDE-ALQUILER            VALUE 03.
                   88  GDE-SERV-DOMESTICO      VALUE 04.
                   88  GDE-INT-HIPOTECARIO     VALUE 05.
                   88  GDE-DONACIONES          VALUE 06.
                   88  GDE-GASTOS-MEDICOS      VALUE 07.
                   88  GDE-OTRAS               VALUE 99.
                   88  GDE-TIPO-VALIDO         VALUES 01 THRU 07 99.
           05  MES-DESDE-GDE           PIC 9(02).
           05  MES-HASTA-GDE           PIC 9(02).
           05  IMPORTE-MES-GDE         PIC 9(07)V99.
