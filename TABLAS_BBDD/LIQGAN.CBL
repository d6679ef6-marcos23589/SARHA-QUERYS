       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIQGAN.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** RETENCION DEL IMPUESTO A LAS GANANCIAS DE CUARTA
      ***** CATEGORIA. SE CORRE ANTES DE LIQAFIP EN CADA PERIODO Y
      ***** CALCULA POR LEGAJO EL IMPUESTO ACUMULADO DEL ANIO FISCAL
      ***** HASTA EL MES DE CORRIDA:
      *****   GANANCIA BRUTA = REMUNERACION + HSEXTRAS + SAC DEL ANIO
      *****     (ANUAL.IDX DE LA CARPETA DEL ANIO PARA LO YA
      *****     CONSOLIDADO MAS LOS LIQMESII.IDX DE LOS MESES QUE EL
      *****     ANUAL TODAVIA NO TIENE, SIN CONTAR UN MES DOS VECES).
      *****   GANANCIA NETA = BRUTA - APORTES (CPREVISION + CSS +
      *****     ISPRO), LOS MISMOS BUCKETS DE VEO-SUELDO EN LIQAFIP.
      *****   DEDUCCIONES = MINIMO NO IMPONIBLE + DEDUCCION ESPECIAL +
      *****     CONYUGE + HIJOS MENORES (DEL MAESTRO), PRORRATEADOS AL
      *****     MES, MAS LAS DEDUCCIONES DECLARADAS EN GANDEDUC.IDX
      *****     (LAS CARGA RRHH CON GANMANT).
      *****   GANANCIA SUJETA = NETA - DEDUCCIONES, NUNCA NEGATIVA.
      *****   IMPUESTO DETERMINADO = FIJO DEL TRAMO + PORCENTAJE SOBRE
      *****     EL EXCEDENTE, CON LA ESCALA DE GANESCALA.IDX VIGENTE
      *****     PARA EL PERIODO (MISMO CRITERIO QUE PATRONAL.IDX).
      ***** LA RETENCION DEL MES ES EL DETERMINADO MENOS LO YA RETENIDO
      ***** EN LOS MESES ANTERIORES DEL ANIO (GANACUM.IDX, EN LA
      ***** CARPETA DEL ANIO, UNA FILA POR LEGAJO CON LO RETENIDO MES
      ***** A MES; VOLVER A CORRER UN MES PISA SOLO ESE MES). SI DA
      ***** POSITIVA SE GRABA COMO NOVEDAD CON EL CODIGO 970 EN UN
      ***** LIQMESC<N>.IDX (MISMO LAYOUT Y ESQUEMA QUE LIQSAC) PARA
      ***** QUE LIQAFIP LA DESCUENTE; SI DA NEGATIVA NO SE RETIENE Y
      ***** EL LISTADO LA MUESTRA COMO SALDO A FAVOR DEL AGENTE.
      ***** EN DICIEMBRE, Y EN EL MES DE LA BAJA PARA LOS LEGAJOS QUE
      ***** EGRESAN (MISMA REGLA QUE LIQFINAL), EL CALCULO DEL MES ES
      ***** LA LIQUIDACION ANUAL/FINAL: SE DEJA ADEMAS UNA LINEA EN
      ***** LIQ-10-GAN-ANUAL.TXT Y EL CERTIFICADO IMPRIMIBLE PARA EL
      ***** AGENTE EN LIQ-10-GAN-CERTIF.TXT.
      ***** PARAMETROS: LIQGAN <ANIO> <MES> <RAIZ> <NRO-RECTIF>. EL
      ***** NUMERO DE RECTIFICATIVA POR DEFECTO ES 2, PARA NO PISAR EL
      ***** LIQMESC1.IDX QUE DEJA LIQSAC EN JUNIO Y DICIEMBRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONCEPTOS
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CONCEPTOS.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CODIGO-CON.

           SELECT ANEXOCUIT
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\ANEXOCUIT.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-ORGANISMO.

      ***** ESCALA DEL IMPUESTO POR VIGENCIA (VER GANESCALA.CPY). SIN
      ***** TABLA NO HAY CALCULO POSIBLE Y LA CORRIDA SE CORTA.
           SELECT GANESCALA
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\GANESCALA.IDX"
           ORGANIZATION INDEXED
           RECORD KEY PERIODO-GES
           FILE STATUS ESTADO-GANESCALA.

      ***** DEDUCCIONES DECLARADAS POR EL AGENTE. FILE STATUS PORQUE
      ***** SIN TABLA SE LIQUIDA IGUAL, SOLO CON LAS DEDUCCIONES
      ***** PERSONALES.
           SELECT GANDEDUC
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\GANDEDUC.IDX"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CLAVE-GDE
           FILE STATUS ESTADO-GANDEDUC.

      ***** EL LIQMESII.IDX DE CADA MES DEL ANIO HASTA EL DE CORRIDA
      ***** (EL NOMBRE SE REARMA POR MES EN PROCESO-MES).
           SELECT LIQMES
           ASSIGN TO RANDOM NOMBRE-LIQMES-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LIQ
           FILE STATUS ESTADO-LIQMES.

      ***** LOS TOTALES DEL ANIO QUE DEJA LIQANUAL. PUEDE NO EXISTIR
      ***** TODAVIA (PRIMEROS MESES DEL ANIO): EN ESE CASO TODO SALE
      ***** DE LOS LIQMESII.IDX.
           SELECT ANUAL
           ASSIGN TO RANDOM NOMBRE-ANUAL-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-ANU
           FILE STATUS ESTADO-ANUAL.

           SELECT maestro
           ASSIGN TO RANDOM NOMBRE-MAESTRO-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-mae.

      ***** ACUMULADO DEL ANIO POR LEGAJO, ARMADO EN CADA CORRIDA. SE
      ***** CREA VACIO AL ARRANCAR, IGUAL QUE SACTRAB EN LIQSAC.
           SELECT GANTRAB
           ASSIGN TO RANDOM NOMBRE-GANTRAB-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-GTW.

      ***** LO RETENIDO MES A MES EN EL ANIO FISCAL. PERMANENTE EN LA
      ***** CARPETA DEL ANIO; LA PRIMERA CORRIDA DEL ANIO LO CREA.
           SELECT GANACUM
           ASSIGN TO RANDOM NOMBRE-GANACUM-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-GAC
           FILE STATUS ESTADO-GANACUM.

      ***** NOVEDADES DE RETENCION PARA LIQAFIP, CON EL LAYOUT DE
      ***** LIQMESANT.CPY IGUAL QUE EL COMPLEMENTARIO DE LIQSAC.
           SELECT LIQMESC
           ASSIGN TO RANDOM NOMBRE-LIQMESC-PED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY LEGAJO-LQA
           ALTERNATE RECORD KEY APELLIDO-LQA WITH DUPLICATES.

           SELECT LISTA-GAN
           ASSIGN TO RANDOM NOMBRE-LISTA-PED
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ANUAL-GAN
           ASSIGN TO RANDOM NOMBRE-ANUAL-GAN-PED
           ORGANIZATION LINE SEQUENTIAL.

           SELECT CERTIF-GAN
           ASSIGN TO RANDOM NOMBRE-CERTIF-PED
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCEPTOS
           LABEL RECORDS ARE STANDARD.
           COPY CONCEPTO.

       FD  ANEXOCUIT
           LABEL RECORDS ARE STANDARD.
           COPY ORGANISMO.

       FD  GANESCALA
           LABEL RECORDS ARE STANDARD.
           COPY GANESCALA.

       FD  GANDEDUC
           LABEL RECORDS ARE STANDARD.
           COPY GANDEDUC.

       FD  LIQMES
           LABEL RECORDS ARE STANDARD.
           COPY LIQMES.

       FD  ANUAL
           LABEL RECORDS ARE STANDARD.
       01  REG-ANUAL.
           05  LEGAJO-ANU           PIC 9(07).
           05  APELLIDO-ANU         PIC X(30).
           05  MESES-ANU.
               10  MES-LIQUIDADO-ANU OCCURS 12 TIMES PIC X(01).
           05  ASIGNACION-ANU       PIC 9(11)V99.
           05  REMUNERACION-ANU     PIC 9(11)V99.
           05  HSEXTRAS-ANU         PIC 9(11)V99.
           05  SAC-ANU              PIC 9(11)V99.
           05  CPREVISION-ANU       PIC 9(11)V99.
           05  CSS-ANU              PIC 9(11)V99.
           05  ISPRO-ANU            PIC 9(11)V99.
           05  GREMIO-ANU           PIC 9(11)V99.
           05  DESCUENTOS-ANU       PIC 9(11)V99.
           05  TOTAL-ANU            PIC 9(11)V99.

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY MAESTRO.

       FD  GANTRAB
           LABEL RECORDS ARE STANDARD.
       01  REG-GANTRAB.
           05  LEGAJO-GTW           PIC 9(07).
      ***** UBICACION, DOCUMENTO, APELLIDO Y PLANTA DEL ULTIMO MES
      ***** VISTO, PARA RUTEAR LA NOVEDAD AL ORGANISMO QUE CORRESPONDE.
           05  UBICACION-GTW.
               10  ANEXO-GTW        PIC 9(02).
               10  ITEM-GTW         PIC 9(02).
               10  FILLER           PIC X(12).
           05  DOCUMENTO-GTW        PIC X(09).
           05  APELLIDO-GTW         PIC X(30).
           05  PLANTA-GTW           PIC 9(01).
      ***** "S" EN LA POSICION DEL MES SI YA ESTA SUMADO, VENGA DE
      ***** ANUAL.IDX O DE SU LIQMESII.IDX.
           05  MESES-GTW.
               10  MES-GTW OCCURS 12 TIMES PIC X(01).
      ***** "S" SI EL LEGAJO TIENE LIQUIDACION EN EL MES DE CORRIDA:
      ***** SOLO A ESOS SE LES CALCULA RETENCION.
           05  ACTIVO-GTW           PIC X(01).
           05  REMUNERACION-GTW     PIC 9(11)V99.
           05  HSEXTRAS-GTW         PIC 9(11)V99.
           05  SAC-GTW              PIC 9(11)V99.
           05  CPREVISION-GTW       PIC 9(11)V99.
           05  CSS-GTW              PIC 9(11)V99.
           05  ISPRO-GTW            PIC 9(11)V99.

       FD  GANACUM
           LABEL RECORDS ARE STANDARD.
       01  REG-GANACUM.
           05  LEGAJO-GAC           PIC 9(07).
           05  RETENIDOS-GAC.
               10  RETENIDO-GAC OCCURS 12 TIMES PIC 9(09)V99.

       FD  LIQMESC
           LABEL RECORDS ARE STANDARD.
           COPY LIQMESANT.

      ***** LISTADO DE CONTROL: UNA LINEA POR LEGAJO LIQUIDADO CON
      ***** TODO EL CALCULO ACUMULADO DEL ANIO.
       FD  LISTA-GAN
           LABEL RECORDS ARE STANDARD.
       01  REG-LISTA.
           05  LEGAJO-LGN           PIC 9(07).
           05  C1-LGN               PIC X.
           05  APELLIDO-LGN         PIC X(30).
           05  C2-LGN               PIC X.
           05  BRUTA-LGN            PIC 9(11)V99.
           05  C3-LGN               PIC X.
           05  APORTES-LGN          PIC 9(11)V99.
           05  C4-LGN               PIC X.
           05  NETA-LGN             PIC 9(11)V99.
           05  C5-LGN               PIC X.
           05  DED-PERS-LGN         PIC 9(11)V99.
           05  C6-LGN               PIC X.
           05  DED-DECL-LGN         PIC 9(11)V99.
           05  C7-LGN               PIC X.
           05  SUJETA-LGN           PIC 9(11)V99.
           05  C8-LGN               PIC X.
           05  TRAMO-LGN            PIC 9(01).
           05  C9-LGN               PIC X.
           05  DETERMINADO-LGN      PIC 9(11)V99.
           05  C10-LGN              PIC X.
           05  RETENIDO-ANT-LGN     PIC 9(11)V99.
           05  C11-LGN              PIC X.
           05  RETENCION-LGN        PIC 9(11)V99.
           05  C12-LGN              PIC X.
           05  SALDO-FAVOR-LGN      PIC 9(11)V99.
           05  C13-LGN              PIC X.
           05  OBSERV-LGN           PIC X(30).

      ***** LIQUIDACION ANUAL (DICIEMBRE) O FINAL (BAJA): UNA LINEA
      ***** POR LEGAJO CON EL RESUMEN DEL ANIO FISCAL.
       FD  ANUAL-GAN
           LABEL RECORDS ARE STANDARD.
       01  REG-ANUAL-GAN.
           05  TIPO-AGN             PIC X(05).
           05  C1-AGN               PIC X.
           05  LEGAJO-AGN           PIC 9(07).
           05  C2-AGN               PIC X.
           05  APELLIDO-AGN         PIC X(30).
           05  C3-AGN               PIC X.
           05  CUIL-AGN             PIC 9(11).
           05  C4-AGN               PIC X.
           05  MES-AGN              PIC 9(02).
           05  C5-AGN               PIC X.
           05  BRUTA-AGN            PIC 9(11)V99.
           05  C6-AGN               PIC X.
           05  APORTES-AGN          PIC 9(11)V99.
           05  C7-AGN               PIC X.
           05  DEDUCCIONES-AGN      PIC 9(11)V99.
           05  C8-AGN               PIC X.
           05  SUJETA-AGN           PIC 9(11)V99.
           05  C9-AGN               PIC X.
           05  DETERMINADO-AGN      PIC 9(11)V99.
           05  C10-AGN              PIC X.
           05  RETENIDO-AGN         PIC 9(11)V99.
           05  C11-AGN              PIC X.
           05  SALDO-FAVOR-AGN      PIC 9(11)V99.

       FD  CERTIF-GAN
           LABEL RECORDS ARE STANDARD.
       01  REG-CERTIF               PIC X(100).

       WORKING-STORAGE SECTION.
       77  I                        PIC 99.
       77  K                        PIC 99.
       77  T                        PIC 99.
       77  MES-ACT                  PIC 99.
       77  MES-DESDE-POST           PIC 99.
       77  MES-HASTA-W              PIC 99.
       77  ESTADO-LIQMES            PIC X(02) VALUE SPACES.
       77  ESTADO-ANUAL             PIC X(02) VALUE SPACES.
       77  ESTADO-GANESCALA         PIC X(02) VALUE SPACES.
       77  ESTADO-GANDEDUC          PIC X(02) VALUE SPACES.
       77  ESTADO-GANACUM           PIC X(02) VALUE SPACES.

      ***** PERIODO DE LA CORRIDA Y NOMBRES DE ARCHIVO PARAMETRIZADOS,
      ***** MISMO ESQUEMA QUE LIQSAC (LEO-PARAMETROS/ARMO-NOMBRES).
       01  PERIODO-RUN.
           03  ANIO-RUN          PIC  9(04) VALUE 2024.
           03  MES-RUN           PIC  9(02) VALUE 12.

       77  CANT-ARG-RUN          PIC  9(02) VALUE ZEROS.
       01  ARG-RUN               PIC  X(20).

       77  NRO-RECTIF-RUN        PIC  9(01) VALUE 2.

       01  BASE-PEDIDOS-RUN.
           03  RAIZ-BASE-RUN     PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-RUN     PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".
           03  MES-BASE-RUN      PIC  9(02).
           03  FILLER            PIC  X(01) VALUE "\".

      ***** RAIZ + ANIO SOLO, PARA ANUAL.IDX Y GANACUM.IDX QUE QUEDAN
      ***** EN LA CARPETA DEL ANIO Y NO EN LA DE UN MES.
       01  BASE-ANIO-RUN.
           03  RAIZ-BASE-ANIO    PIC  X(20)
                 VALUE "S:\ADRITIMO\PEDIDOS\".
           03  ANIO-BASE-ANIO    PIC  9(04).
           03  FILLER            PIC  X(01) VALUE "\".

       01  NOMBRE-LIQMES-PED.
           03  BASE-LIQMES-PED   PIC  X(28).
           03  FILLER            PIC  X(12) VALUE "LIQMESII.IDX".

       01  NOMBRE-MAESTRO-PED.
           03  BASE-MAESTRO-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "MAESTRO.IDX".

       01  NOMBRE-GANTRAB-PED.
           03  BASE-GANTRAB-PED  PIC  X(28).
           03  FILLER            PIC  X(11) VALUE "GANTRAB.IDX".

       01  NOMBRE-LIQMESC-PED.
           03  BASE-LIQMESC-PED  PIC  X(28).
           03  FILLER            PIC  X(07) VALUE "LIQMESC".
           03  NRO-RECTIF-NOM    PIC  9(01).
           03  FILLER            PIC  X(04) VALUE ".IDX".

       01  NOMBRE-LISTA-PED.
           03  BASE-LISTA-PED    PIC  X(28).
           03  FILLER            PIC  X(20)
                 VALUE "LIQ-10-GANANCIAS.TXT".

       01  NOMBRE-ANUAL-GAN-PED.
           03  BASE-ANUAL-GAN-PED PIC X(28).
           03  FILLER            PIC  X(20)
                 VALUE "LIQ-10-GAN-ANUAL.TXT".

       01  NOMBRE-CERTIF-PED.
           03  BASE-CERTIF-PED   PIC  X(28).
           03  FILLER            PIC  X(21)
                 VALUE "LIQ-10-GAN-CERTIF.TXT".

       01  NOMBRE-ANUAL-PED.
           03  BASE-ANUAL-PED    PIC  X(25).
           03  FILLER            PIC  X(09) VALUE "ANUAL.IDX".

       01  NOMBRE-GANACUM-PED.
           03  BASE-GANACUM-PED  PIC  X(25).
           03  FILLER            PIC  X(11) VALUE "GANACUM.IDX".

      ***** ULTIMOS DOS DIGITOS DEL ANIO DE CORRIDA, PARA FECHA-LQA Y
      ***** PARA COMPARAR CONTRA LA FECHA DE BAJA DEL MAESTRO.
       77  ANIO-RUN-2            PIC  9(02) VALUE ZEROS.

      ***** CODIGO-LIQ DE LA RETENCION DE GANANCIAS (DESCUENTO, CON SU
      ***** DESCRIPCION EN CONCDESC.IDX).
       77  CODIGO-GAN-W          PIC  9(03) VALUE 970.

      ***** LOS HIJOS SE DEDUCEN HASTA ESTA EDAD (EXCLUSIVE), LA MISMA
      ***** QUE USA LIQFAM PARA EL SUBSIDIO.
       01  EDAD-LIMITE-GAN          PIC 9(02) VALUE 18.

      ***** ESCALA VIGENTE PARA EL PERIODO, COPIADA DE GANESCALA.IDX
      ***** EN CARGA-ESCALA CON EL MISMO LAYOUT DEL REGISTRO.
       01  PERIODO-RUN-CMP          PIC 9(06) VALUE ZEROS.
       01  PERIODO-GES-CMP          PIC 9(06) VALUE ZEROS.
       01  PERIODO-VIG              PIC 9(06) VALUE ZEROS.
       01  ESCALA-VIG.
           03  PERIODO-ESC-VIG      PIC 9(06).
           03  MNI-VIG              PIC 9(09)V99.
           03  ESPECIAL-VIG         PIC 9(09)V99.
           03  CONYUGE-VIG          PIC 9(09)V99.
           03  HIJO-VIG             PIC 9(09)V99.
           03  TRAMO-VIG OCCURS 9 TIMES.
               05  DESDE-VIG        PIC 9(09)V99.
               05  FIJO-VIG         PIC 9(09)V99.
               05  PCT-VIG          PIC 9(02)V99.

      ***** TABLA EN MEMORIA CODIGO-LIQ -> BUCKET DE ACUMULACION,
      ***** CARGADA UNA VEZ DESDE CONCEPTOS.IDX, LA MISMA
      ***** CLASIFICACION QUE USA VEO-SUELDO EN LIQAFIP.
       01  TABLA-CONCEPTO.
           03  CANT-TAB-CONCEPTO    PIC 9(04) VALUE ZEROS.
           03  TAB-CONCEPTO-ENT OCCURS 150 TIMES
                                 INDEXED BY IX-CONCEPTO.
               05  TAB-CODIGO-CON       PIC 9(03).
               05  TAB-CLASIF-SUELDO-CON PIC 9(01).
                   88  TAB-ES-HSEXTRAS          VALUE 1.
                   88  TAB-ES-SAC                VALUE 2.
                   88  TAB-ES-CPREVISION         VALUE 3.
                   88  TAB-ES-CSS                VALUE 4.
                   88  TAB-ES-ISPRO              VALUE 5.
                   88  TAB-ES-GREMIO             VALUE 6.
               05  TAB-CLASIF-REMU-CON  PIC 9(01).

      ***** BUCKETS DEL REGISTRO DE LIQMES EN PROCESO: LOS TRES QUE
      ***** FORMAN LA GANANCIA BRUTA Y LOS TRES APORTES.
       01  BUCKETS-MES.
           03  REMUNERACION-W      PIC 9(09)V99 VALUE ZEROS.
           03  HSEXTRAS-W          PIC 9(09)V99 VALUE ZEROS.
           03  SAC-W               PIC 9(09)V99 VALUE ZEROS.
           03  CPREVISION-W        PIC 9(09)V99 VALUE ZEROS.
           03  CSS-W               PIC 9(09)V99 VALUE ZEROS.
           03  ISPRO-W             PIC 9(09)V99 VALUE ZEROS.

      ***** CALCULO DEL IMPUESTO DEL LEGAJO EN PROCESO, TODO ACUMULADO
      ***** DEL ANIO AL MES DE CORRIDA.
       01  CALCULO-GAN.
           03  BRUTA-W              PIC 9(11)V99 VALUE ZEROS.
           03  APORTES-W            PIC 9(11)V99 VALUE ZEROS.
           03  NETA-W               PIC 9(11)V99 VALUE ZEROS.
           03  DED-PERS-W           PIC 9(11)V99 VALUE ZEROS.
           03  DED-DECL-W           PIC 9(11)V99 VALUE ZEROS.
           03  DEDUCCIONES-W        PIC 9(11)V99 VALUE ZEROS.
           03  SUJETA-W             PIC 9(11)V99 VALUE ZEROS.
           03  DESDE-PROP-W         PIC 9(11)V99 VALUE ZEROS.
           03  FIJO-PROP-W          PIC 9(11)V99 VALUE ZEROS.
           03  TRAMO-W              PIC 9(01)    VALUE ZEROS.
           03  DETERMINADO-W        PIC 9(11)V99 VALUE ZEROS.
           03  RETENIDO-ANT-W       PIC 9(11)V99 VALUE ZEROS.
           03  RETENCION-W          PIC 9(09)V99 VALUE ZEROS.
           03  SALDO-FAVOR-W        PIC 9(11)V99 VALUE ZEROS.
           03  RETENIDO-ANIO-W      PIC 9(11)V99 VALUE ZEROS.
           03  CANT-HIJOS-W         PIC 9(02)    VALUE ZEROS.
           03  CANT-CONYUGE-W       PIC 9(01)    VALUE ZEROS.
           03  CUIL-W               PIC 9(11)    VALUE ZEROS.

       01  OBSERV-W                 PIC X(30) VALUE SPACES.

       01  EDAD-CALC.
           03  ANIO-NAC-4           PIC 9(04).
           03  EDAD-RESULT          PIC 9(03).

       01  SW-EXISTE                PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE          VALUE "S".
           88  REGISTRO-NO-EXISTE       VALUE "N".

       01  SW-MAESTRO               PIC X(01) VALUE "N".
           88  HAY-MAESTRO              VALUE "S".
           88  NO-HAY-MAESTRO           VALUE "N".

       01  SW-MES-POSTERIOR         PIC X(01) VALUE "N".
           88  HAY-MES-POSTERIOR        VALUE "S".
           88  NO-HAY-MES-POSTERIOR     VALUE "N".

       01  SW-GANDEDUC-ABIERTO      PIC X(01) VALUE "N".
           88  GANDEDUC-ABIERTO         VALUE "S".
           88  GANDEDUC-NO-ABIERTO      VALUE "N".

      ***** "ANUAL" EN DICIEMBRE, "FINAL" EN EL MES DE LA BAJA,
      ***** ESPACIOS EN UN MES COMUN.
       01  TIPO-LIQUIDACION         PIC X(05) VALUE SPACES.
           88  LIQUIDACION-MENSUAL      VALUE SPACES.
           88  LIQUIDACION-ANUAL        VALUE "ANUAL".
           88  LIQUIDACION-FINAL        VALUE "FINAL".

      ***** DATOS DEL EMPLEADOR PARA EL CERTIFICADO.
       01  CUIT-EMP                 PIC 9(11) VALUE ZEROS.
       01  NOMBRE-EMP               PIC X(30) VALUE SPACES.

      ***** LINEAS DE IMPRESION DEL CERTIFICADO.
       01  LINEA-TITULO-CER.
           03  FILLER               PIC X(54) VALUE
               "CERTIFICADO DE RETENCIONES - IMPUESTO A LAS GANANCIAS ".
           03  FILLER               PIC X(15) VALUE "4TA. CATEGORIA ".
           03  FILLER               PIC X(15) VALUE "PERIODO FISCAL ".
           03  ANIO-TIT-CER         PIC 9(04).

       01  LINEA-EMPLEADOR-CER.
           03  FILLER               PIC X(20)
                 VALUE "AGENTE DE RETENCION ".
           03  NOMBRE-EMP-CER       PIC X(30).
           03  FILLER               PIC X(06) VALUE " CUIT ".
           03  CUIT-EMP-CER         PIC 9(11).

       01  LINEA-EMPLEADO-CER.
           03  FILLER               PIC X(07) VALUE "LEGAJO ".
           03  LEGAJO-CER           PIC 9(07).
           03  FILLER               PIC X(01) VALUE SPACE.
           03  APELLIDO-CER         PIC X(30).
           03  FILLER               PIC X(06) VALUE " CUIL ".
           03  CUIL-CER             PIC 9(11).

       01  LINEA-TIPO-CER.
           03  TIPO-CER             PIC X(30).
           03  FILLER               PIC X(08) VALUE " AL MES ".
           03  MES-CER              PIC 9(02).
           03  FILLER               PIC X(01) VALUE "/".
           03  ANIO-CER             PIC 9(04).
           03  FILLER               PIC X(11) VALUE " - CONYUGE ".
           03  CONYUGE-CER          PIC 9(01).
           03  FILLER               PIC X(07) VALUE " HIJOS ".
           03  HIJOS-CER            PIC 9(02).

       01  LINEA-IMPORTE-CER.
           03  DESCRIP-CER          PIC X(40).
           03  FILLER               PIC X(01) VALUE SPACE.
           03  IMPORTE-CER          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINEA-SEPARADOR         PIC X(92) VALUE ALL "-".

       01  CONTADORES-GAN.
           03  CANT-MESES-PROC      PIC 9(02) VALUE ZEROS.
           03  CANT-REGISTROS-GAN   PIC 9(06) VALUE ZEROS.
           03  CANT-ANUAL-GAN       PIC 9(06) VALUE ZEROS.
           03  CANT-ANUAL-OMITIDOS  PIC 9(06) VALUE ZEROS.
           03  CANT-LIQUIDADOS-GAN  PIC 9(06) VALUE ZEROS.
           03  CANT-EXCLUIDOS-GAN   PIC 9(06) VALUE ZEROS.
           03  CANT-RETENCIONES-GAN PIC 9(06) VALUE ZEROS.
           03  CANT-CERTIF-GAN      PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       CATE.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM ARMO-NOMBRES THRU F-ARMO-NOMBRES.
           DIVIDE ANIO-RUN BY 100 GIVING I REMAINDER ANIO-RUN-2.
           PERFORM CARGA-ESCALA THRU CARGA-ESCALA-FIN.
           IF PERIODO-VIG = ZEROS
               DISPLAY "LIQGAN: SIN ESCALA DE GANANCIAS VIGENTE PARA "
                       ANIO-RUN "/" MES-RUN ", CARGARLA CON GANCARGA "
                       "ANTES DE CALCULAR LAS RETENCIONES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-CONCEPTOS THRU CARGA-CONCEPTOS-FIN.
           OPEN OUTPUT GANTRAB.
           CLOSE GANTRAB.
           OPEN I-O GANTRAB.
           PERFORM CARGO-ANUAL THRU F-CARGO-ANUAL.
           PERFORM PROCESO-MES THRU F-PROCESO-MES
                   VARYING MES-ACT FROM 1 BY 1
                   UNTIL MES-ACT > MES-RUN.
           GO TO GENERO-RETENCIONES.

      ***** PRIMERA PASADA: LO QUE YA ESTA CONSOLIDADO EN ANUAL.IDX.
      ***** UN LEGAJO CUYO ANUAL TRAE ALGUN MES POSTERIOR AL DE
      ***** CORRIDA (SE ESTA RELIQUIDANDO UN MES VIEJO) NO SE TOMA DEL
      ***** ANUAL, PORQUE NO HAY FORMA DE SEPARAR ESE MES DEL TOTAL:
      ***** SALE ENTERO DE LOS LIQMESII.IDX EN LA SEGUNDA PASADA.
       CARGO-ANUAL.
           OPEN INPUT ANUAL.
           IF ESTADO-ANUAL NOT = "00"
               DISPLAY "LIQGAN: SIN ANUAL.IDX DE " ANIO-RUN
                       ", EL ACUMULADO SALE DE LOS LIQMESII.IDX"
               GO TO F-CARGO-ANUAL
           END-IF.
           COMPUTE MES-DESDE-POST = MES-RUN + 1.
       CARGO-ANUAL-LEE.
           READ ANUAL NEXT AT END
               GO TO CARGO-ANUAL-CIERRO.
           SET NO-HAY-MES-POSTERIOR TO TRUE.
           PERFORM VEO-MES-POSTERIOR THRU F-VEO-MES-POSTERIOR
                   VARYING MES-ACT FROM MES-DESDE-POST BY 1
                   UNTIL MES-ACT > 12.
           IF HAY-MES-POSTERIOR
               ADD 1 TO CANT-ANUAL-OMITIDOS
               GO TO CARGO-ANUAL-LEE
           END-IF.
           INITIALIZE REG-GANTRAB.
           MOVE LEGAJO-ANU       TO LEGAJO-GTW.
           MOVE APELLIDO-ANU     TO APELLIDO-GTW.
           MOVE MESES-ANU        TO MESES-GTW.
           MOVE "N"              TO ACTIVO-GTW.
           MOVE REMUNERACION-ANU TO REMUNERACION-GTW.
           MOVE HSEXTRAS-ANU     TO HSEXTRAS-GTW.
           MOVE SAC-ANU          TO SAC-GTW.
           MOVE CPREVISION-ANU   TO CPREVISION-GTW.
           MOVE CSS-ANU          TO CSS-GTW.
           MOVE ISPRO-ANU        TO ISPRO-GTW.
           WRITE REG-GANTRAB.
           ADD 1 TO CANT-ANUAL-GAN.
           GO TO CARGO-ANUAL-LEE.
       CARGO-ANUAL-CIERRO.
           CLOSE ANUAL.
       F-CARGO-ANUAL.
           EXIT.

       VEO-MES-POSTERIOR.
           IF MES-LIQUIDADO-ANU(MES-ACT) = "S"
               SET HAY-MES-POSTERIOR TO TRUE
           END-IF.
       F-VEO-MES-POSTERIOR.
           EXIT.

      ***** SEGUNDA PASADA: EL LIQMESII.IDX DE CADA MES DEL ANIO HASTA
      ***** EL DE CORRIDA. UN MES SIN ARCHIVO SE SALTEA CON AVISO,
      ***** IGUAL QUE EN LIQANUAL.
       PROCESO-MES.
           MOVE MES-ACT TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-LIQMES-PED.
           OPEN INPUT LIQMES.
           IF ESTADO-LIQMES NOT = "00"
               DISPLAY "LIQGAN: MES " MES-ACT " SIN ARCHIVO "
                       "(PERIODO NO CORRIDO), SE SALTEA"
               GO TO F-PROCESO-MES
           END-IF.
           ADD 1 TO CANT-MESES-PROC.
       PROCESO-MES-LEE.
           READ LIQMES NEXT AT END
               GO TO PROCESO-MES-CIERRO.
           ADD 1 TO CANT-REGISTROS-GAN.
           PERFORM ACUMULO-LEGAJO THRU F-ACUMULO-LEGAJO.
           GO TO PROCESO-MES-LEE.
       PROCESO-MES-CIERRO.
           CLOSE LIQMES.
       F-PROCESO-MES.
           EXIT.

      ***** SUMA EL MES AL ACUMULADO DEL LEGAJO, SALVO QUE ESE MES YA
      ***** HAYA VENIDO EN EL ANUAL. LA UBICACION SE PISA SIEMPRE CON
      ***** LA DEL MES EN PROCESO, ASI LA NOVEDAD SALE CON EL ULTIMO
      ***** ANEXO/ITEM CONOCIDO DEL LEGAJO.
       ACUMULO-LEGAJO.
           INITIALIZE BUCKETS-MES.
           PERFORM VEO-SUELDO THRU F-VEOS
                   VARYING I FROM 1 BY 1 UNTIL I > 40.
           MOVE LEGAJO-LIQ TO LEGAJO-GTW.
           READ GANTRAB
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
                   INITIALIZE REG-GANTRAB
                   MOVE LEGAJO-LIQ TO LEGAJO-GTW
                   MOVE ALL "N"    TO MESES-GTW
                   MOVE "N"        TO ACTIVO-GTW
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
           MOVE UBICACION-LIQ TO UBICACION-GTW.
           MOVE DOCUMENTO-LIQ TO DOCUMENTO-GTW.
           MOVE APELLIDO-LIQ  TO APELLIDO-GTW.
           MOVE PLANTA-LIQ    TO PLANTA-GTW.
           IF MES-GTW(MES-ACT) NOT = "S"
               MOVE "S" TO MES-GTW(MES-ACT)
               ADD REMUNERACION-W TO REMUNERACION-GTW
               ADD HSEXTRAS-W     TO HSEXTRAS-GTW
               ADD SAC-W          TO SAC-GTW
               ADD CPREVISION-W   TO CPREVISION-GTW
               ADD CSS-W          TO CSS-GTW
               ADD ISPRO-W        TO ISPRO-GTW
           END-IF.
           IF MES-ACT = MES-RUN
               MOVE "S" TO ACTIVO-GTW
           END-IF.
           IF REGISTRO-EXISTE
               REWRITE REG-GANTRAB
           ELSE
               WRITE REG-GANTRAB
           END-IF.
       F-ACUMULO-LEGAJO.
           EXIT.

      ***** TERCERA PASADA: CALCULO DEL IMPUESTO PARA CADA LEGAJO CON
      ***** LIQUIDACION EN EL MES DE CORRIDA.
       GENERO-RETENCIONES.
           CLOSE GANTRAB.
           OPEN INPUT GANTRAB.
           OPEN INPUT MAESTRO ANEXOCUIT.
           OPEN INPUT GANDEDUC.
           IF ESTADO-GANDEDUC = "00"
               SET GANDEDUC-ABIERTO TO TRUE
           ELSE
               DISPLAY "LIQGAN: SIN GANDEDUC.IDX, SE LIQUIDA SOLO CON "
                       "LAS DEDUCCIONES PERSONALES"
           END-IF.
      ***** EN LA PRIMERA CORRIDA DEL ANIO EL ACUMULADO DE RETENCIONES
      ***** TODAVIA NO EXISTE: SE CREA VACIO.
           OPEN I-O GANACUM.
           IF ESTADO-GANACUM NOT = "00"
               OPEN OUTPUT GANACUM
               CLOSE GANACUM
               OPEN I-O GANACUM
           END-IF.
           OPEN OUTPUT LIQMESC LISTA-GAN ANUAL-GAN CERTIF-GAN.
       GENERO-LEE.
           READ GANTRAB NEXT AT END
               GO TO FINALIZA.
           IF ACTIVO-GTW NOT = "S"
               GO TO GENERO-LEE
           END-IF.
           PERFORM CALCULO-LEGAJO THRU F-CALCULO-LEGAJO.
           GO TO GENERO-LEE.

       CALCULO-LEGAJO.
           INITIALIZE CALCULO-GAN.
           MOVE SPACES TO OBSERV-W TIPO-LIQUIDACION.
           MOVE LEGAJO-GTW TO LEGAJO-MAE.
           READ MAESTRO
               INVALID KEY
                   SET NO-HAY-MAESTRO TO TRUE
               NOT INVALID KEY
                   SET HAY-MAESTRO TO TRUE
           END-READ.
           IF HAY-MAESTRO AND ESTADO-REG-MAE = 1
               ADD 1 TO CANT-EXCLUIDOS-GAN
               GO TO F-CALCULO-LEGAJO
           END-IF.
           IF NO-HAY-MAESTRO
               MOVE "SIN MAESTRO, SIN CARGAS FLIA." TO OBSERV-W
           ELSE
               MOVE NRO-CIPF-MAE TO CUIL-W
               PERFORM CUENTO-CARGAS THRU F-CUENTO-CARGAS
           END-IF.
           IF MES-RUN = 12
               SET LIQUIDACION-ANUAL TO TRUE
           END-IF.
           IF HAY-MAESTRO AND FECHA-BAJA-MAE NOT = ZEROS
             AND MES-BAJA-MAE = MES-RUN
             AND ANIO-BAJA-MAE = ANIO-RUN-2
               SET LIQUIDACION-FINAL TO TRUE
           END-IF.
           ADD 1 TO CANT-LIQUIDADOS-GAN.
           COMPUTE BRUTA-W = REMUNERACION-GTW + HSEXTRAS-GTW
                           + SAC-GTW.
           COMPUTE APORTES-W = CPREVISION-GTW + CSS-GTW + ISPRO-GTW.
           IF APORTES-W < BRUTA-W
               COMPUTE NETA-W = BRUTA-W - APORTES-W
           END-IF.
           COMPUTE DED-PERS-W ROUNDED =
                   (MNI-VIG + ESPECIAL-VIG
                    + CONYUGE-VIG * CANT-CONYUGE-W
                    + HIJO-VIG * CANT-HIJOS-W) * MES-RUN / 12.
           PERFORM SUMO-DEDUCCIONES THRU F-SUMO-DEDUCCIONES.
           COMPUTE DEDUCCIONES-W = DED-PERS-W + DED-DECL-W.
           IF DEDUCCIONES-W < NETA-W
               COMPUTE SUJETA-W = NETA-W - DEDUCCIONES-W
           END-IF.
           PERFORM CALCULO-IMPUESTO THRU F-CALCULO-IMPUESTO.
           PERFORM LEO-ACUMULADO THRU F-LEO-ACUMULADO.
           IF DETERMINADO-W > RETENIDO-ANT-W
               COMPUTE RETENCION-W = DETERMINADO-W - RETENIDO-ANT-W
           ELSE
               COMPUTE SALDO-FAVOR-W = RETENIDO-ANT-W - DETERMINADO-W
               IF SALDO-FAVOR-W > ZEROS AND OBSERV-W = SPACES
                   MOVE "SALDO A FAVOR, SIN RETENCION" TO OBSERV-W
               END-IF
           END-IF.
           MOVE RETENCION-W TO RETENIDO-GAC(MES-RUN).
           IF REGISTRO-EXISTE
               REWRITE REG-GANACUM
           ELSE
               WRITE REG-GANACUM
           END-IF.
           COMPUTE RETENIDO-ANIO-W = RETENIDO-ANT-W + RETENCION-W.
           IF RETENCION-W > ZEROS
               PERFORM GRABO-NOVEDAD THRU F-GRABO-NOVEDAD
           END-IF.
           PERFORM GRABO-LINEA-LISTA THRU F-GRABO-LINEA-LISTA.
           IF NOT LIQUIDACION-MENSUAL
               PERFORM GRABO-LINEA-ANUAL THRU F-GRABO-LINEA-ANUAL
               PERFORM IMPRIMO-CERTIFICADO THRU F-IMPRIMO-CERTIFICADO
           END-IF.
       F-CALCULO-LEGAJO.
           EXIT.

      ***** CARGAS DE FAMILIA DEL MAESTRO: EL CONYUGE SI TIENE
      ***** DOCUMENTO CARGADO, Y LOS HIJOS CON FECHA DE NACIMIENTO QUE
      ***** NO LLEGAN A EDAD-LIMITE-GAN AL MES DE CORRIDA.
       CUENTO-CARGAS.
           IF NRO-DOC-CONY-MAE > ZEROS
               MOVE 1 TO CANT-CONYUGE-W
           END-IF.
           PERFORM CUENTO-HIJO THRU F-CUENTO-HIJO
                   VARYING H-MAE FROM 1 BY 1 UNTIL H-MAE > 10.
       F-CUENTO-CARGAS.
           EXIT.

       CUENTO-HIJO.
           IF FECHA-NAC-HJ-MAE(H-MAE) = ZEROS
               GO TO F-CUENTO-HIJO
           END-IF.
           PERFORM CALCULO-EDAD-HIJO THRU F-CALCULO-EDAD-HIJO.
           IF EDAD-RESULT < EDAD-LIMITE-GAN
               ADD 1 TO CANT-HIJOS-W
           END-IF.
       F-CUENTO-HIJO.
           EXIT.

      ***** EDAD DEL HIJO(H-MAE) AL MES DE CORRIDA, CON LA MISMA
      ***** REGLA DE SIGLO QUE LIQFAM (ANIO DE DOS DIGITOS > 50 ES
      ***** 19XX).
       CALCULO-EDAD-HIJO.
           IF ANIO-HJ-MAE(H-MAE) > 50
               COMPUTE ANIO-NAC-4 = 1900 + ANIO-HJ-MAE(H-MAE)
           ELSE
               COMPUTE ANIO-NAC-4 = 2000 + ANIO-HJ-MAE(H-MAE)
           END-IF.
           COMPUTE EDAD-RESULT = ANIO-RUN - ANIO-NAC-4.
           IF MES-RUN < MES-HJ-MAE(H-MAE)
               SUBTRACT 1 FROM EDAD-RESULT
           END-IF.
       F-CALCULO-EDAD-HIJO.
           EXIT.

      ***** DEDUCCIONES DECLARADAS DEL LEGAJO PARA EL ANIO: CADA FILA
      ***** SUMA SU IMPORTE MENSUAL POR CADA MES DE SU RANGO HASTA EL
      ***** MES DE CORRIDA.
       SUMO-DEDUCCIONES.
           IF GANDEDUC-NO-ABIERTO
               GO TO F-SUMO-DEDUCCIONES
           END-IF.
           MOVE LEGAJO-GTW TO LEGAJO-GDE.
           MOVE ANIO-RUN   TO ANIO-GDE.
           MOVE ZEROS      TO TIPO-GDE.
           START GANDEDUC KEY IS NOT LESS THAN CLAVE-GDE
               INVALID KEY
                   GO TO F-SUMO-DEDUCCIONES
           END-START.
       SUMO-DEDUCCIONES-LEE.
           READ GANDEDUC NEXT AT END
               GO TO F-SUMO-DEDUCCIONES.
           IF LEGAJO-GDE NOT = LEGAJO-GTW OR ANIO-GDE NOT = ANIO-RUN
               GO TO F-SUMO-DEDUCCIONES
           END-IF.
           MOVE MES-HASTA-GDE TO MES-HASTA-W.
           IF MES-HASTA-W > MES-RUN
               MOVE MES-RUN TO MES-HASTA-W
           END-IF.
           IF MES-DESDE-GDE NOT > MES-HASTA-W
               COMPUTE DED-DECL-W = DED-DECL-W + IMPORTE-MES-GDE
                       * (MES-HASTA-W - MES-DESDE-GDE + 1)
           END-IF.
           GO TO SUMO-DEDUCCIONES-LEE.
       F-SUMO-DEDUCCIONES.
           EXIT.

      ***** TRAMO DE LA ESCALA: EL MAS ALTO CUYO PISO (PRORRATEADO AL
      ***** MES) NO SUPERA LA GANANCIA SUJETA. EL PRIMER TRAMO SIEMPRE
      ***** APLICA; LOS DEMAS SOLO SI TIENEN PISO CARGADO.
       CALCULO-IMPUESTO.
           MOVE 1 TO TRAMO-W.
           PERFORM BUSCO-TRAMO THRU F-BUSCO-TRAMO
                   VARYING T FROM 2 BY 1 UNTIL T > 9.
           MOVE TRAMO-W TO K.
           COMPUTE DESDE-PROP-W ROUNDED = DESDE-VIG(K) * MES-RUN / 12.
           COMPUTE FIJO-PROP-W ROUNDED = FIJO-VIG(K) * MES-RUN / 12.
           COMPUTE DETERMINADO-W ROUNDED = FIJO-PROP-W
                   + (SUJETA-W - DESDE-PROP-W) * PCT-VIG(K) / 100.
       F-CALCULO-IMPUESTO.
           EXIT.

       BUSCO-TRAMO.
           IF DESDE-VIG(T) = ZEROS
               GO TO F-BUSCO-TRAMO
           END-IF.
           COMPUTE DESDE-PROP-W ROUNDED = DESDE-VIG(T) * MES-RUN / 12.
           IF SUJETA-W NOT < DESDE-PROP-W
               MOVE T TO TRAMO-W
           END-IF.
       F-BUSCO-TRAMO.
           EXIT.

      ***** LO RETENIDO AL LEGAJO EN LOS MESES ANTERIORES DEL ANIO. SI
      ***** TODAVIA NO TIENE FILA EN GANACUM SE ARMA EN CERO Y SE DA DE
      ***** ALTA AL GRABAR.
       LEO-ACUMULADO.
           MOVE LEGAJO-GTW TO LEGAJO-GAC.
           READ GANACUM
               INVALID KEY
                   SET REGISTRO-NO-EXISTE TO TRUE
                   MOVE LEGAJO-GTW TO LEGAJO-GAC
                   MOVE ZEROS      TO RETENIDOS-GAC
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
           END-READ.
           PERFORM SUMO-RETENIDO THRU F-SUMO-RETENIDO
                   VARYING K FROM 1 BY 1 UNTIL K NOT < MES-RUN.
       F-LEO-ACUMULADO.
           EXIT.

       SUMO-RETENIDO.
           ADD RETENIDO-GAC(K) TO RETENIDO-ANT-W.
       F-SUMO-RETENIDO.
           EXIT.

      ***** UN REGISTRO DE NOVEDAD CON EL LAYOUT REC-LIQMES: EL LEGAJO
      ***** CON SU ULTIMA UBICACION, LA RETENCION EN LA PRIMERA
      ***** ENTRADA Y FECHA-LQA EN EL PERIODO DE CORRIDA, IGUAL QUE
      ***** GRABO-COMPLEMENTARIO EN LIQSAC.
       GRABO-NOVEDAD.
           MOVE SPACES TO REC-LIQMES-ANT.
           INITIALIZE REC-LIQMES-ANT.
           MOVE LEGAJO-GTW    TO LEGAJO-LQA.
           MOVE UBICACION-GTW TO UBICACION-LQA.
           MOVE DOCUMENTO-GTW TO DOCUMENTO-LQA.
           MOVE APELLIDO-GTW  TO APELLIDO-LQA.
           MOVE PLANTA-GTW    TO PLANTA-LQA.
           MOVE CODIGO-GAN-W  TO CODIGO-LQA(1).
           MOVE RETENCION-W   TO IMPORTE-LQA(1).
           MOVE MES-RUN       TO MES-LQA.
           MOVE ANIO-RUN-2    TO ANIO-LQA.
           WRITE REC-LIQMES-ANT
               INVALID KEY
                   DISPLAY "LIQGAN: CLAVE DUPLICADA LEGAJO="
                           LEGAJO-LQA
           END-WRITE.
           ADD 1 TO CANT-RETENCIONES-GAN.
       F-GRABO-NOVEDAD.
           EXIT.

       GRABO-LINEA-LISTA.
           MOVE ";" TO C1-LGN C2-LGN C3-LGN C4-LGN C5-LGN C6-LGN
                       C7-LGN C8-LGN C9-LGN C10-LGN C11-LGN C12-LGN
                       C13-LGN.
           MOVE LEGAJO-GTW     TO LEGAJO-LGN.
           MOVE APELLIDO-GTW   TO APELLIDO-LGN.
           MOVE BRUTA-W        TO BRUTA-LGN.
           MOVE APORTES-W      TO APORTES-LGN.
           MOVE NETA-W         TO NETA-LGN.
           MOVE DED-PERS-W     TO DED-PERS-LGN.
           MOVE DED-DECL-W     TO DED-DECL-LGN.
           MOVE SUJETA-W       TO SUJETA-LGN.
           MOVE TRAMO-W        TO TRAMO-LGN.
           MOVE DETERMINADO-W  TO DETERMINADO-LGN.
           MOVE RETENIDO-ANT-W TO RETENIDO-ANT-LGN.
           MOVE RETENCION-W    TO RETENCION-LGN.
           MOVE SALDO-FAVOR-W  TO SALDO-FAVOR-LGN.
           MOVE OBSERV-W       TO OBSERV-LGN.
           WRITE REG-LISTA.
       F-GRABO-LINEA-LISTA.
           EXIT.

       GRABO-LINEA-ANUAL.
           MOVE ";" TO C1-AGN C2-AGN C3-AGN C4-AGN C5-AGN C6-AGN
                       C7-AGN C8-AGN C9-AGN C10-AGN C11-AGN.
           MOVE TIPO-LIQUIDACION TO TIPO-AGN.
           MOVE LEGAJO-GTW       TO LEGAJO-AGN.
           MOVE APELLIDO-GTW     TO APELLIDO-AGN.
           MOVE CUIL-W           TO CUIL-AGN.
           MOVE MES-RUN          TO MES-AGN.
           MOVE BRUTA-W          TO BRUTA-AGN.
           MOVE APORTES-W        TO APORTES-AGN.
           MOVE DEDUCCIONES-W    TO DEDUCCIONES-AGN.
           MOVE SUJETA-W         TO SUJETA-AGN.
           MOVE DETERMINADO-W    TO DETERMINADO-AGN.
           MOVE RETENIDO-ANIO-W  TO RETENIDO-AGN.
           MOVE SALDO-FAVOR-W    TO SALDO-FAVOR-AGN.
           WRITE REG-ANUAL-GAN.
       F-GRABO-LINEA-ANUAL.
           EXIT.

      ***** CERTIFICADO IMPRIMIBLE PARA EL AGENTE: EMPLEADOR (DE
      ***** ANEXOCUIT SEGUN ANEXO/ITEM), EMPLEADO, TIPO DE LIQUIDACION
      ***** CON LAS CARGAS DE FAMILIA COMPUTADAS Y EL DETALLE DEL
      ***** CALCULO DEL ANIO FISCAL.
       IMPRIMO-CERTIFICADO.
           PERFORM BUSCO-EMPLEADOR THRU F-BUSCO-EMPLEADOR.
           MOVE SPACES TO REG-CERTIF.
           WRITE REG-CERTIF FROM LINEA-SEPARADOR.
           MOVE ANIO-RUN TO ANIO-TIT-CER.
           WRITE REG-CERTIF FROM LINEA-TITULO-CER.
           MOVE NOMBRE-EMP TO NOMBRE-EMP-CER.
           MOVE CUIT-EMP   TO CUIT-EMP-CER.
           WRITE REG-CERTIF FROM LINEA-EMPLEADOR-CER.
           MOVE LEGAJO-GTW   TO LEGAJO-CER.
           MOVE APELLIDO-GTW TO APELLIDO-CER.
           MOVE CUIL-W       TO CUIL-CER.
           WRITE REG-CERTIF FROM LINEA-EMPLEADO-CER.
           IF LIQUIDACION-FINAL
               MOVE "LIQUIDACION FINAL POR BAJA" TO TIPO-CER
           ELSE
               MOVE "LIQUIDACION ANUAL" TO TIPO-CER
           END-IF.
           MOVE MES-RUN        TO MES-CER.
           MOVE ANIO-RUN       TO ANIO-CER.
           MOVE CANT-CONYUGE-W TO CONYUGE-CER.
           MOVE CANT-HIJOS-W   TO HIJOS-CER.
           WRITE REG-CERTIF FROM LINEA-TIPO-CER.
           MOVE "GANANCIA BRUTA" TO DESCRIP-CER.
           MOVE BRUTA-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "APORTES (JUBILACION, OBRA SOCIAL, ISPRO)"
               TO DESCRIP-CER.
           MOVE APORTES-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "GANANCIA NETA" TO DESCRIP-CER.
           MOVE NETA-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "DEDUCCIONES PERSONALES" TO DESCRIP-CER.
           MOVE DED-PERS-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "DEDUCCIONES DECLARADAS" TO DESCRIP-CER.
           MOVE DED-DECL-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "GANANCIA SUJETA A IMPUESTO" TO DESCRIP-CER.
           MOVE SUJETA-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "IMPUESTO DETERMINADO" TO DESCRIP-CER.
           MOVE DETERMINADO-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "TOTAL RETENIDO EN EL PERIODO FISCAL" TO DESCRIP-CER.
           MOVE RETENIDO-ANIO-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           MOVE "SALDO A FAVOR DEL AGENTE" TO DESCRIP-CER.
           MOVE SALDO-FAVOR-W TO IMPORTE-CER.
           WRITE REG-CERTIF FROM LINEA-IMPORTE-CER.
           ADD 1 TO CANT-CERTIF-GAN.
       F-IMPRIMO-CERTIFICADO.
           EXIT.

      ***** EMPLEADOR DEL LEGAJO: ANEXO/ITEM EXACTO Y, SI NO ESTA, LA
      ***** ENTRADA POR DEFECTO DEL ANEXO (ITEM 00), COMO
      ***** BUSCO-ORGANISMO EN LIQRECIBO.
       BUSCO-EMPLEADOR.
           MOVE ANEXO-GTW TO ANEXO-ORG.
           MOVE ITEM-GTW  TO ITEM-ORG.
           READ ANEXOCUIT
               INVALID KEY
                   MOVE ANEXO-GTW TO ANEXO-ORG
                   MOVE 00        TO ITEM-ORG
                   READ ANEXOCUIT
                       INVALID KEY
                           MOVE ZEROS TO CUIT-ORG
                           MOVE "ANEXO NO REGISTRADO EN TABLA"
                               TO NOMBRE-ORG
                   END-READ
           END-READ.
           MOVE CUIT-ORG   TO CUIT-EMP.
           MOVE NOMBRE-ORG TO NOMBRE-EMP.
       F-BUSCO-EMPLEADOR.
           EXIT.

      ***** CLASIFICA CODIGO-LIQ(I) EN LOS BUCKETS DE LA GANANCIA
      ***** BRUTA Y DE LOS APORTES, IGUAL QUE VEO-SUELDO EN LIQAFIP:
      ***** LOS CODIGOS PARTICULARES POR TABLA-CONCEPTO Y EL RESTO POR
      ***** RANGO (ENTRE 200 Y 900 REMUNERACION). LAS ASIGNACIONES
      ***** (< 200) NO SON GANANCIA GRAVADA Y NO SE SUMAN.
       VEO-SUELDO.
           IF CODIGO-LIQ(I) = ZEROS
               GO TO F-VEOS
           END-IF.
           SET IX-CONCEPTO TO 1.
           SEARCH TAB-CONCEPTO-ENT
               AT END
                   IF CODIGO-LIQ(I) > 200 AND CODIGO-LIQ(I) < 900
                       ADD IMPORTE-LIQ(I) TO REMUNERACION-W
                   END-IF
               WHEN TAB-CODIGO-CON(IX-CONCEPTO) = CODIGO-LIQ(I)
                   IF TAB-ES-HSEXTRAS(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO HSEXTRAS-W
                   ELSE
                   IF TAB-ES-SAC(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO SAC-W
                   ELSE
                   IF TAB-ES-CPREVISION(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO CPREVISION-W
                   ELSE
                   IF TAB-ES-CSS(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO CSS-W
                   ELSE
                   IF TAB-ES-ISPRO(IX-CONCEPTO)
                       ADD IMPORTE-LIQ(I) TO ISPRO-W
                   ELSE
                   IF TAB-ES-GREMIO(IX-CONCEPTO)
                       CONTINUE
                   ELSE
                   IF CODIGO-LIQ(I) > 200 AND CODIGO-LIQ(I) < 900
                       ADD IMPORTE-LIQ(I) TO REMUNERACION-W
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-SEARCH.
       F-VEOS.
           EXIT.

      ***** ELIGE LA ESCALA VIGENTE PARA EL PERIODO DE CORRIDA: LA
      ***** FILA DE MAYOR PERIODO QUE NO SUPERE EL DE CORRIDA, IGUAL
      ***** QUE CARGA-PATRONAL EN LIQAFIP. SIN TABLA O SIN FILA
      ***** APLICABLE PERIODO-VIG QUEDA EN CERO Y LA CORRIDA SE CORTA.
       CARGA-ESCALA.
           OPEN INPUT GANESCALA.
           IF ESTADO-GANESCALA NOT = "00"
               GO TO CARGA-ESCALA-FIN
           END-IF.
           COMPUTE PERIODO-RUN-CMP = ANIO-RUN * 100 + MES-RUN.
           MOVE ZEROS TO PERIODO-VIG.
       CARGA-ESCALA-LEE.
           READ GANESCALA NEXT AT END
               GO TO CARGA-ESCALA-CIERRO.
           COMPUTE PERIODO-GES-CMP = ANIO-GES * 100 + MES-GES.
           IF PERIODO-GES-CMP <= PERIODO-RUN-CMP
             AND PERIODO-GES-CMP > PERIODO-VIG
               MOVE PERIODO-GES-CMP TO PERIODO-VIG
               MOVE REG-GANESCALA   TO ESCALA-VIG
           END-IF.
           GO TO CARGA-ESCALA-LEE.
       CARGA-ESCALA-CIERRO.
           CLOSE GANESCALA.
       CARGA-ESCALA-FIN.
           EXIT.

      ***** CARGA LA TABLA-CONCEPTO EN MEMORIA DESDE CONCEPTOS.IDX,
      ***** IGUAL QUE CARGA-CONCEPTOS EN LIQAFIP.
       CARGA-CONCEPTOS.
           OPEN INPUT CONCEPTOS.
           MOVE ZEROS TO CANT-TAB-CONCEPTO.
       CARGA-CONCEPTOS-LEE.
           READ CONCEPTOS NEXT AT END
               GO TO CARGA-CONCEPTOS-CIERRO.
           ADD 1 TO CANT-TAB-CONCEPTO.
           MOVE CODIGO-CON        TO TAB-CODIGO-CON(CANT-TAB-CONCEPTO).
           MOVE CLASIF-SUELDO-CON
               TO TAB-CLASIF-SUELDO-CON(CANT-TAB-CONCEPTO).
           MOVE CLASIF-REMU-CON
               TO TAB-CLASIF-REMU-CON(CANT-TAB-CONCEPTO).
           GO TO CARGA-CONCEPTOS-LEE.
       CARGA-CONCEPTOS-CIERRO.
           CLOSE CONCEPTOS.
       CARGA-CONCEPTOS-FIN.
           EXIT.

       FINALIZA.
           CLOSE GANTRAB MAESTRO ANEXOCUIT GANACUM LIQMESC LISTA-GAN
                 ANUAL-GAN CERTIF-GAN.
           IF GANDEDUC-ABIERTO
               CLOSE GANDEDUC
           END-IF.
           DISPLAY "LIQGAN: " CANT-MESES-PROC " MESES PROCESADOS, "
                   CANT-REGISTROS-GAN " REGISTROS LEIDOS, "
                   CANT-ANUAL-GAN " LEGAJOS DEL ANUAL ("
                   CANT-ANUAL-OMITIDOS " RECALCULADOS POR MES).".
           DISPLAY "LIQGAN: " CANT-LIQUIDADOS-GAN " LEGAJOS "
                   "LIQUIDADOS, " CANT-EXCLUIDOS-GAN " EXCLUIDOS, "
                   CANT-RETENCIONES-GAN " RETENCIONES EN LIQMESC"
                   NRO-RECTIF-RUN ".IDX, " CANT-CERTIF-GAN
                   " CERTIFICADOS.".
           STOP RUN.

      ***** LEE EL PERIODO DE CORRIDA DE LOS PARAMETROS DE LINEA DE
      ***** COMANDO (LIQGAN <ANIO> <MES> <RAIZ-PATH> <NRO-RECTIF>,
      ***** LOS CUATRO OPCIONALES).
       LEO-PARAMETROS.
           ACCEPT CANT-ARG-RUN FROM ARGUMENT-NUMBER.
           IF CANT-ARG-RUN >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:4) TO ANIO-RUN
           END-IF.
           IF CANT-ARG-RUN >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:2) TO MES-RUN
           END-IF.
           IF CANT-ARG-RUN >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               MOVE ARG-RUN(1:20) TO RAIZ-BASE-RUN
               MOVE ARG-RUN(1:20) TO RAIZ-BASE-ANIO
           END-IF.
           IF CANT-ARG-RUN >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT ARG-RUN FROM ARGUMENT-VALUE
               IF ARG-RUN(1:1) > "0"
                   MOVE ARG-RUN(1:1) TO NRO-RECTIF-RUN
               END-IF
           END-IF.
       F-LEO-PARAMETROS.
           EXIT.

      ***** ARMA LAS BASES DE PATH. LA DE LIQMES SE REARMA POR MES EN
      ***** PROCESO-MES; MAESTRO, TRABAJO, NOVEDADES Y LISTADOS QUEDAN
      ***** EN LA CARPETA DEL PERIODO DE CORRIDA; ANUAL Y GANACUM EN LA
      ***** DEL ANIO.
       ARMO-NOMBRES.
           MOVE ANIO-RUN TO ANIO-BASE-RUN ANIO-BASE-ANIO.
           MOVE MES-RUN  TO MES-BASE-RUN.
           MOVE BASE-PEDIDOS-RUN TO BASE-MAESTRO-PED
                                     BASE-GANTRAB-PED
                                     BASE-LIQMESC-PED
                                     BASE-LISTA-PED
                                     BASE-ANUAL-GAN-PED
                                     BASE-CERTIF-PED.
           MOVE BASE-ANIO-RUN TO BASE-ANUAL-PED
                                  BASE-GANACUM-PED.
           MOVE NRO-RECTIF-RUN TO NRO-RECTIF-NOM.
       F-ARMO-NOMBRES.
           EXIT.
