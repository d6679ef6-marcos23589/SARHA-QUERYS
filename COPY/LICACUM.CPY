      ***** LICACUM.CPY
      ***** LAYOUT DEL REGISTRO DE LICACUM.IDX, LOS DIAS DE LICENCIA
      ***** POR LEGAJO Y PERIODO QUE DEJA LIQLIC AL PROCESAR
      ***** NOVLICEN.IDX. UNA FILA POR LEGAJO Y MES: VOLVER A CORRER
      ***** LIQLIC EN EL MISMO PERIODO REEMPLAZA LAS FILAS DE ESE MES.
      ***** LIQANT SUMA LOS DIAS SIN GOCE DE TODOS LOS PERIODOS HASTA
      ***** EL DE CORRIDA Y LOS DESCUENTA DE LA ANTIGUEDAD CALCULADA.
       01  REG-LICACUM.
           05  CLAVE-LAC.
               10  LEGAJO-LAC          PIC 9(07).
               10  PERIODO-LAC.
                   15  ANIO-LAC        PIC 9(04).
                   15  MES-LAC         PIC 9(02).
           05  DIAS-SIN-GOCE-LAC       PIC 9(03).
           05  DIAS-CON-GOCE-LAC       PIC 9(03).
