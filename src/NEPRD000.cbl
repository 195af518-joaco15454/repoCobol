      *****************************************************************
      * Program name:    NEPRD000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Report of the       *
      *                          changes whose effective date fell    *
      *                          in a closed payroll period and were  *
      *                          moved to the open one (PERIOD_       *
      *                          REDIRECT, written by NE9CPER0):      *
      *                          scheduled changes captured in NE12,  *
      *                          late applications in NEAPL000 and    *
      *                          retroactive differences in NEPOST00. *
      *                          Optional PARMPRD card with a from/to *
      *                          date range; default is the business  *
      *                          date.                                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEPRD000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      *             E N V I R O N M E N T   D I V I S I O N           *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

      *****************************************************************
      *              ARCHIVOS INTERVINIENTES EN EL PROCESO            *
      *****************************************************************
       FILE-CONTROL.

           SELECT PARMPRD  ASSIGN TO PARMPRD
                           FILE STATUS IS FS-PARMPRD.

           SELECT REPPRD   ASSIGN TO REPPRD
                           FILE STATUS IS FS-REPPRD.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMPRD
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PARMPRD.
           05 PARM-FECHA-DESDE              PIC X(10).
           05 FILLER                        PIC X(01).
           05 PARM-FECHA-HASTA              PIC X(10).
           05 FILLER                        PIC X(59).

       FD  REPPRD
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPPRD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMPRD                    PIC X(02) VALUE SPACES.
           05 FS-REPPRD                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-DESDE                PIC X(10) VALUE SPACES.
           05 WS-FECHA-HASTA                PIC X(10) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REDIRIGIDOS                PIC 9(05).
           05 CN-PROGRAMADOS                PIC 9(05).
           05 CN-APLICADOS                  PIC 9(05).
           05 CN-RETROACTIVOS               PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(46) VALUE
              "CAMBIOS MOVIDOS AL PERIODO DE NOMINA ABIERTO ".
           05 LIN-TIT-DESDE                 PIC X(10).
           05 FILLER                        PIC X(03) VALUE
              " A ".
           05 LIN-TIT-HASTA                 PIC X(10).
           05 FILLER                        PIC X(11) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              "EMPNO  LOCATION         T F.ORIGINAL CERRAD F.NUEV".
           05 FILLER                        PIC X(30) VALUE
              "A    NUEVO  PROGRAMA          ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-LOCATION              PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TIPO                  PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHAORIGINAL         PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PERIODOCERRADO        PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHANUEVA            PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PERIODONUEVO          PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PROGRAMA              PIC X(08).
           05 FILLER                        PIC X(10) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(07) VALUE
              "TOTAL: ".
           05 LIN-TOT-REDIRIGIDOS           PIC ZZZZ9.
           05 FILLER                        PIC X(14) VALUE
              " PROGRAMADOS: ".
           05 LIN-TOT-PROGRAMADOS           PIC ZZZZ9.
           05 FILLER                        PIC X(12) VALUE
              " APLICADOS: ".
           05 LIN-TOT-APLICADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(15) VALUE
              " RETROACTIVOS: ".
           05 LIN-TOT-RETROACTIVOS          PIC ZZZZ9.
           05 FILLER                        PIC X(12) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPRD
           END-EXEC.

           EXEC SQL
              DECLARE CSR-PRD CURSOR FOR
              SELECT EMPNO,
                     LOCATION,
                     TIPOCAMBIO,
                     CHAR(FECHAORIGINAL, ISO),
                     PERIODOCERRADO,
                     CHAR(FECHANUEVA, ISO),
                     PERIODONUEVO,
                     PROGRAMA
                FROM NEOSB36.PERIOD_REDIRECT
               WHERE DATE(FECHAREGISTRO) BETWEEN DATE(:WS-FECHA-DESDE)
                                             AND DATE(:WS-FECHA-HASTA)
               ORDER BY LOCATION,
                        PERIODONUEVO,
                        EMPNO,
                        FECHAREGISTRO
           END-EXEC.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-DESDE
                                               WS-FECHA-HASTA

           PERFORM 1100-LEE-PARAMETRO
              THRU 1100-LEE-PARAMETRO-EXIT

           OPEN OUTPUT REPPRD

           IF FS-REPPRD NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPPRD. FILE STATUS=' FS-REPPRD
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-DESDE              TO LIN-TIT-DESDE
           MOVE WS-FECHA-HASTA              TO LIN-TIT-HASTA
           WRITE REG-REPPRD FROM WS-LINEA-TITULO
           WRITE REG-REPPRD FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-PRD
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR PERIOD_REDIRECT. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPPRD
              GOBACK
           END-IF

           PERFORM 2100-FETCH-REDIRECCION
              THRU 2100-FETCH-REDIRECCION-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-LEE-PARAMETRO                       *
      *                                                                *
      *    - TARJETA OPCIONAL: FECHA DESDE (COL 1-10) Y HASTA (COL     *
      *      12-21) EN FORMATO ISO. SIN TARJETA, O CON UNA FECHA EN    *
      *      BLANCO, SE TOMA LA FECHA DE PROCESO                       *
      *****************************************************************
       1100-LEE-PARAMETRO.

           OPEN INPUT PARMPRD

           IF FS-PARMPRD NOT EQUAL '00'
              GO TO 1100-LEE-PARAMETRO-EXIT
           END-IF

           READ PARMPRD
                AT END
                CONTINUE
                NOT AT END
                IF PARM-FECHA-DESDE NOT EQUAL SPACES
                   MOVE PARM-FECHA-DESDE    TO WS-FECHA-DESDE
                END-IF
                IF PARM-FECHA-HASTA NOT EQUAL SPACES
                   MOVE PARM-FECHA-HASTA    TO WS-FECHA-HASTA
                END-IF
           END-READ

           CLOSE PARMPRD

           IF WS-FECHA-DESDE GREATER THAN WS-FECHA-HASTA
              DISPLAY 'ERROR: RANGO DE FECHAS INVALIDO: '
                      WS-FECHA-DESDE ' A ' WS-FECHA-HASTA
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                    1100-LEE-PARAMETRO-EXIT                    *
      *****************************************************************
       1100-LEE-PARAMETRO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-REDIRIGIDOS

           EVALUATE DCLPRD-TIPOCAMBIO
               WHEN 'P'
                    ADD CT-1                TO CN-PROGRAMADOS
               WHEN 'A'
                    ADD CT-1                TO CN-APLICADOS
               WHEN 'R'
                    ADD CT-1                TO CN-RETROACTIVOS
           END-EVALUATE

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLPRD-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLPRD-LOCATION             TO LIN-DET-LOCATION
           MOVE DCLPRD-TIPOCAMBIO           TO LIN-DET-TIPO
           MOVE DCLPRD-FECHAORIGINAL        TO LIN-DET-FECHAORIGINAL
           MOVE DCLPRD-PERIODOCERRADO       TO LIN-DET-PERIODOCERRADO
           MOVE DCLPRD-FECHANUEVA           TO LIN-DET-FECHANUEVA
           MOVE DCLPRD-PERIODONUEVO         TO LIN-DET-PERIODONUEVO
           MOVE DCLPRD-PROGRAMA             TO LIN-DET-PROGRAMA
           WRITE REG-REPPRD FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-REDIRECCION
              THRU 2100-FETCH-REDIRECCION-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-FETCH-REDIRECCION                     *
      *****************************************************************
       2100-FETCH-REDIRECCION.

           EXEC SQL
              FETCH CSR-PRD
               INTO :DCLPRD-EMPNO,
                    :DCLPRD-LOCATION,
                    :DCLPRD-TIPOCAMBIO,
                    :DCLPRD-FECHAORIGINAL,
                    :DCLPRD-PERIODOCERRADO,
                    :DCLPRD-FECHANUEVA,
                    :DCLPRD-PERIODONUEVO,
                    :DCLPRD-PROGRAMA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH PERIOD_REDIRECT. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  2100-FETCH-REDIRECCION-EXIT                  *
      *****************************************************************
       2100-FETCH-REDIRECCION-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-PRD
           END-EXEC

           MOVE CN-REDIRIGIDOS              TO LIN-TOT-REDIRIGIDOS
           MOVE CN-PROGRAMADOS              TO LIN-TOT-PROGRAMADOS
           MOVE CN-APLICADOS                TO LIN-TOT-APLICADOS
           MOVE CN-RETROACTIVOS             TO LIN-TOT-RETROACTIVOS
           WRITE REG-REPPRD FROM WS-LINEA-TOTALES
                 AFTER ADVANCING 2 LINES

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEPRD000              *'
           DISPLAY 'DESDE / HASTA:    ' WS-FECHA-DESDE ' '
                                        WS-FECHA-HASTA
           DISPLAY 'REDIRIGIDOS:      ' CN-REDIRIGIDOS
           DISPLAY 'PROGRAMADOS:      ' CN-PROGRAMADOS
           DISPLAY 'APLICADOS:        ' CN-APLICADOS
           DISPLAY 'RETROACTIVOS:     ' CN-RETROACTIVOS
           DISPLAY '***********************************************'

           CLOSE REPPRD

           GOBACK.
