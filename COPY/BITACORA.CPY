      ***** LOS CONTADORES VAN EN PARALELO A CONTADORES-CONTROL DE
      ***** LIQAFIP; LIQFAM Y LIQANT SOLO USAN LEIDOS Y PROCESADOS Y
      ***** DEJAN EL RESTO EN CERO.
      ***** LIQLOTE ASIENTA UNA FILA POR CADA PASO DE LA CORRIDA
      ***** MENSUAL QUE LANZA Y EN LUGAR DE LOS CONTADORES GUARDA EL
      ***** PASO (VER PASO-LOTE-BIT). SUS ESTADOS SON "CORTE" (PASO
      ***** LANZADO, SIN RESULTADO), "NORMAL" (RETURN-CODE 0), "AVISO"
      ***** (RETURN-CODE 4), "ERROR" (CUALQUIER OTRO) Y "FORZAD" (AVISO
      ***** PASADO POR ALTO POR EL OPERADOR, CON USUARIO Y MOTIVO).
       01  REG-BITACORA.
           05  CLAVE-BITACORA.
               10  PROGRAMA-BIT        PIC X(08).
               10  CANT-CUIT-INV-BIT    PIC 9(06).
               10  CANT-CUIL-INV-BIT    PIC 9(06).
               10  CANT-SIN-CBU-BIT     PIC 9(06).
      ***** VISTA DE LAS FILAS DE LIQLOTE.
           05  PASO-LOTE-BIT REDEFINES CONTADORES-BIT.
               10  NRO-PASO-BIT         PIC 9(02).
               10  NOMBRE-PASO-BIT      PIC X(09).
               10  RC-PASO-BIT          PIC 9(03).
               10  USUARIO-OVR-BIT      PIC X(08).
               10  MOTIVO-OVR-BIT       PIC X(20).
