      ***** ESCALA.CPY
      ***** LAYOUT DEL REGISTRO DE ESCALAS.IDX, LA ESCALA SALARIAL POR
      ***** AGRUPAMIENTO Y CATEGORIA (AGRUP-MAE/CATEG-MAE) CON PERIODO
      ***** DE VIGENCIA, IGUAL QUE PATRONAL.IDX: CADA FILA RIGE DESDE
      ***** SU PERIODO-ESC (INCLUSIVE) HASTA EL PERIODO ANTERIOR A LA
      ***** FILA SIGUIENTE DE LA MISMA CATEGORIA, Y LIQESC TOMA LA DE
      ***** MAYOR PERIODO-ESC QUE NO SUPERE EL PERIODO DE CORRIDA. UNA
      ***** PARITARIA ES UNA FILA NUEVA POR CATEGORIA. LA MANTIENE
      ***** RRHH CON ESCMANT.
      ***** UNIDAD-ESC DICE COMO SE LEE EL BASICO: MENSUAL, O POR HORA
      ***** CATEDRA SECUNDARIA/UNIVERSITARIA (SE MULTIPLICA POR
      ***** HS-SEC-LIQ O HS-UNIV-LIQ DEL LEGAJO). PCT-ANT-ESC ES EL
      ***** PORCENTAJE DEL BASICO QUE SE PAGA POR ANIO DE ANTIGUEDAD
      ***** (CODIGO 240), CON DOS DECIMALES (0200 = 2%).
       01  REG-ESCALA.
           05  CLAVE-ESC.
               10  AGRUP-ESC           PIC 9(02).
               10  CATEG-ESC           PIC 9(03).
               10  PERIODO-ESC.
                   15  ANIO-ESC        PIC 9(04).
                   15  MES-ESC         PIC 9(02).
           05  UNIDAD-ESC              PIC X(01).
               88  ESC-MENSUAL             VALUE "M".
               88  ESC-HORA-SEC            VALUE "S".
               88  ESC-HORA-UNIV           VALUE "U".
               88  ESC-UNIDAD-VALIDA       VALUES "M" "S" "U".
           05  BASICO-ESC              PIC 9(08)V99.
           05  PCT-ANT-ESC             PIC 9(02)V99.
