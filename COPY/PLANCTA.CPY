      ***** PLANCTA.CPY
      ***** LAYOUT DEL REGISTRO DE PLANCTA.IDX, EL PLAN DE CUENTAS DEL
      ***** ASIENTO DE DEVENGAMIENTO DE SUELDOS QUE ARMA LIQCONT. CADA
      ***** FILA ASIGNA UNA CUENTA CONTABLE (Y SU DESCRIPCION PARA EL
      ***** ASIENTO) A UNA DE TRES COSAS, SEGUN TIPO-PCT:
      *****   "C" UN CODIGO-LIQ PARTICULAR (CODIGO-PCT = EL CODIGO).
      *****   "E" UNA ENTIDAD DE ENTIDADES.IDX (CODIGO-PCT ES SU
      *****       CODIGO-ENT): LA CUENTA A PAGAR DE LO RETENIDO PARA
      *****       ESA ENTIDAD.
      *****   "B" UN BUCKET, PARA TODO LO QUE NO TIENE FILA PROPIA:
      *****       001 ASIGNACIONES (CODIGOS < 200)          DEBE
      *****       002 REMUNERACIONES (200 A 900)            DEBE
      *****       003 HORAS EXTRAS                          DEBE
      *****       004 SAC                                   DEBE
      *****       005 OTROS DESCUENTOS (> 900) A PAGAR      HABER
      *****       006 APORTES/GREMIO SIN ENTIDAD CARGADA    HABER
      *****       010 SUELDOS A PAGAR (ACREDITACION BANCO)  HABER
      *****       011 EMBARGOS A DEPOSITAR (JUZGADOS)       HABER
      *****       020 CONTRIBUCIONES PATRONALES (GASTO)     DEBE
      *****       021 A 024 CONTRIBUCION CSS, CPS, ISPRO Y
      *****           RIESGO DEL TRABAJO A PAGAR            HABER
      ***** LIQCONT BUSCA PRIMERO EL CODIGO, DESPUES LA ENTIDAD (SOLO
      ***** PARA LOS DESCUENTOS DE APORTES/GREMIO) Y AL FINAL EL
      ***** BUCKET. LA MANTIENE CONTADURIA CON CTACARGA.
       01  REG-PLANCTA.
           05  CLAVE-PCT.
               10  TIPO-PCT            PIC X(01).
                   88  PCT-ES-CODIGO       VALUE "C".
                   88  PCT-ES-ENTIDAD      VALUE "E".
                   88  PCT-ES-BUCKET       VALUE "B".
               10  CODIGO-PCT          PIC 9(03).
           05  CUENTA-PCT              PIC X(12).
           05  DESCRIP-PCT             PIC X(30).
