       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AFIPCARGA.
       AUTHOR.       MARCOS DANIEL OLIVERA.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      ***** CARGA/RECARGA CONCAFIP.IDX, LA TABLA CODIGO-LIQ -> CODIGO
      ***** DE CONCEPTO AFIP QUE USA LIQLSD PARA EL LIBRO DE SUELDOS
      ***** DIGITAL (VER CONCAFIP.CPY). UN CODIGO LIQUIDADO QUE NO
      ***** ESTA ACA SALE EN LAS EXCEPCIONES DE LIQLSD Y TRABA EL
      ***** ENVIO. RRHH AGREGA O CORRIGE CODIGOS EDITANDO LA TABLA DE
      ***** ENTRADAS MAS ABAJO Y VOLVIENDO A CORRER ESTE PROGRAMA.
      ***** MISMO ESQUEMA QUE DESCCARGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONCAFIP
           ASSIGN TO DISK
           "S:\ADRITIMO\TABLAS\CONCAFIP.IDX"
           ORGANIZATION INDEXED
           RECORD KEY CODIGO-CAF.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCAFIP
           LABEL RECORDS ARE STANDARD.
           COPY CONCAFIP.

       WORKING-STORAGE SECTION.
       77  I                        PIC 999.

      ***** UNA FILA POR CODIGO. CADA FILA SON DOS FILLER: CODIGO(3) +
      ***** CODIGO AFIP(10) EN EL PRIMERO Y DESCRIPCION(30) EN EL
      ***** SEGUNDO.
       01  TABLA-CARGA.
           03  FILLER PIC X(13) VALUE "101820000    ".
           03  FILLER PIC X(30) VALUE "ASIGNACION FAMILIAR HIJO".
           03  FILLER PIC X(13) VALUE "102820001    ".
           03  FILLER PIC X(30) VALUE "ASIGNACION FAMILIAR CONYUGE".
           03  FILLER PIC X(13) VALUE "110820002    ".
           03  FILLER PIC X(30) VALUE "AYUDA ESCOLAR".
           03  FILLER PIC X(13) VALUE "201110000    ".
           03  FILLER PIC X(30) VALUE "SUELDO BASICO".
           03  FILLER PIC X(13) VALUE "214130000    ".
           03  FILLER PIC X(30) VALUE "HORAS EXTRAS AL 50".
           03  FILLER PIC X(13) VALUE "240111000    ".
           03  FILLER PIC X(30) VALUE "ANTIGUEDAD".
           03  FILLER PIC X(13) VALUE "248112000    ".
           03  FILLER PIC X(30) VALUE "TITULO".
           03  FILLER PIC X(13) VALUE "285113000    ".
           03  FILLER PIC X(30) VALUE "ZONA DESFAVORABLE".
           03  FILLER PIC X(13) VALUE "314130001    ".
           03  FILLER PIC X(30) VALUE "HORAS EXTRAS AL 100".
           03  FILLER PIC X(13) VALUE "340114000    ".
           03  FILLER PIC X(30) VALUE "DEDICACION EXCLUSIVA".
           03  FILLER PIC X(13) VALUE "414130002    ".
           03  FILLER PIC X(30) VALUE "HORAS EXTRAS NOCTURNAS".
           03  FILLER PIC X(13) VALUE "514130003    ".
           03  FILLER PIC X(30) VALUE "HORAS EXTRAS FERIADOS".
           03  FILLER PIC X(13) VALUE "614120000    ".
           03  FILLER PIC X(30) VALUE "SAC PRIMER SEMESTRE".
           03  FILLER PIC X(13) VALUE "714120000    ".
           03  FILLER PIC X(30) VALUE "SAC SEGUNDO SEMESTRE".
           03  FILLER PIC X(13) VALUE "814120001    ".
           03  FILLER PIC X(30) VALUE "SAC PROPORCIONAL".
           03  FILLER PIC X(13) VALUE "901150000    ".
           03  FILLER PIC X(30) VALUE "DESCUENTO DIAS NO TRABAJADOS".
           03  FILLER PIC X(13) VALUE "911810000    ".
           03  FILLER PIC X(30) VALUE "OBRA SOCIAL".
           03  FILLER PIC X(13) VALUE "921810003    ".
           03  FILLER PIC X(30) VALUE "ISPRO".
           03  FILLER PIC X(13) VALUE "951810001    ".
           03  FILLER PIC X(30) VALUE "APORTE JUBILATORIO".
           03  FILLER PIC X(13) VALUE "960810004    ".
           03  FILLER PIC X(30) VALUE "CUOTA GREMIAL".
           03  FILLER PIC X(13) VALUE "970810005    ".
           03  FILLER PIC X(30) VALUE "RETENCION IMP. GANANCIAS".
           03  FILLER PIC X(13) VALUE "980810006    ".
           03  FILLER PIC X(30) VALUE "SEGURO DE VIDA".
           03  FILLER PIC X(13) VALUE "990810007    ".
           03  FILLER PIC X(30) VALUE "EMBARGO JUDICIAL".
           03  FILLER PIC X(13) VALUE "996810008    ".
           03  FILLER PIC X(30) VALUE "CUOTA ALIMENTARIA".
           03  FILLER PIC X(13) VALUE "997810009    ".
           03  FILLER PIC X(30) VALUE "ANTICIPO DE HABERES".

       01  TABLA-CARGA-R REDEFINES TABLA-CARGA.
           03  FILA-CARGA OCCURS 25 TIMES.
               05  CODIGO-CARGA     PIC 9(03).
               05  AFIP-CARGA       PIC X(10).
               05  DESCRIP-CARGA    PIC X(30).

       01  CONTADOR-CARGA           PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT CONCAFIP.
           PERFORM GRABO-FILA THRU F-GRABO-FILA
                   VARYING I FROM 1 BY 1 UNTIL I > 25.
           CLOSE CONCAFIP.
           DISPLAY "AFIPCARGA: " CONTADOR-CARGA " FILAS GRABADAS.".
           STOP RUN.

       GRABO-FILA.
           MOVE CODIGO-CARGA(I)  TO CODIGO-CAF.
           MOVE AFIP-CARGA(I)    TO CODIGO-AFIP-CAF.
           MOVE DESCRIP-CARGA(I) TO DESCRIP-CAF.
           WRITE REG-CONCAFIP
               INVALID KEY
                   DISPLAY "AFIPCARGA: CLAVE DUPLICADA CODIGO="
                           CODIGO-CAF
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CARGA
           END-WRITE.
       F-GRABO-FILA.
           EXIT.
