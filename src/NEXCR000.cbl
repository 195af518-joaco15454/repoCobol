      *****************************************************************
      * Program name:    NEXCR000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. HR review list of   *
      *                          the moves between departments of     *
      *                          different companies still pending    *
      *                          on XCOMP_REVIEW, as recorded by      *
      *                          NE9CXCR0 from NETRA000, NECLS000 and *
      *                          NE9CEMP0.  Ends with RC 4 when       *
      *                          anything is pending.                 *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEXCR000.
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

           SELECT REPXCR   ASSIGN TO REPXCR
                           FILE STATUS IS FS-REPXCR.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPXCR
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPXCR              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPXCR                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-MOVIMIENTO           PIC X(10) VALUE SPACES.

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
           05 CT-ESTADO-PENDIENTE           PIC X(01) VALUE 'P'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-PENDIENTES                 PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "MOVIMIENTOS ENTRE EMPRESAS A REVISAR - FECHA:     ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              "EMPNO  FECHA      ORI CI DES CI PROGRAMA USUARIO ".
           05 FILLER                        PIC X(30) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHA                 PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DEPTORIGEN            PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CIAORIGEN             PIC X(02).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DEPTDESTINO           PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CIADESTINO            PIC X(02).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PROGRAMA              PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-USUARIO               PIC X(08).
           05 FILLER                        PIC X(31) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(30) VALUE
              "TOTAL PENDIENTES DE REVISION: ".
           05 LIN-TOT-PENDIENTES            PIC ZZZZ9.
           05 FILLER                        PIC X(45) VALUE SPACES.

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
              INCLUDE NEGTXCR
           END-EXEC.

           EXEC SQL
              DECLARE CSR-XCR CURSOR FOR
              SELECT EMPNO,
                     CHAR(DATE(FECHACAMBIO), ISO),
                     DEPTORIGEN,
                     CIAORIGEN,
                     DEPTDESTINO,
                     CIADESTINO,
                     PROGRAMA,
                     USUARIOCAMBIO
                FROM NEOSB36.XCOMP_REVIEW
               WHERE ESTADO = :CT-ESTADO-PENDIENTE
               ORDER BY FECHACAMBIO,
                        EMPNO
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

           OPEN OUTPUT REPXCR

           IF FS-REPXCR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPXCR. FILE STATUS=' FS-REPXCR
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPXCR FROM WS-LINEA-TITULO
           WRITE REG-REPXCR FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-XCR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR XCOMP_REVIEW. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPXCR
              GOBACK
           END-IF

           PERFORM 2100-FETCH-MOVIMIENTO
              THRU 2100-FETCH-MOVIMIENTO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-PENDIENTES

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLXCR-EMPNO                TO LIN-DET-EMPNO
           MOVE WS-FECHA-MOVIMIENTO         TO LIN-DET-FECHA
           MOVE DCLXCR-DEPTORIGEN           TO LIN-DET-DEPTORIGEN
           MOVE DCLXCR-CIAORIGEN            TO LIN-DET-CIAORIGEN
           MOVE DCLXCR-DEPTDESTINO          TO LIN-DET-DEPTDESTINO
           MOVE DCLXCR-CIADESTINO           TO LIN-DET-CIADESTINO
           MOVE DCLXCR-PROGRAMA             TO LIN-DET-PROGRAMA
           MOVE DCLXCR-USUARIOCAMBIO        TO LIN-DET-USUARIO

           WRITE REG-REPXCR FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-MOVIMIENTO
              THRU 2100-FETCH-MOVIMIENTO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-FETCH-MOVIMIENTO                      *
      *****************************************************************
       2100-FETCH-MOVIMIENTO.

           EXEC SQL
              FETCH CSR-XCR
               INTO :DCLXCR-EMPNO,
                    :WS-FECHA-MOVIMIENTO,
                    :DCLXCR-DEPTORIGEN,
                    :DCLXCR-CIAORIGEN,
                    :DCLXCR-DEPTDESTINO,
                    :DCLXCR-CIADESTINO,
                    :DCLXCR-PROGRAMA,
                    :DCLXCR-USUARIOCAMBIO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH XCOMP_REVIEW. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                 2100-FETCH-MOVIMIENTO-EXIT                    *
      *****************************************************************
       2100-FETCH-MOVIMIENTO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-XCR
           END-EXEC

           MOVE CN-PENDIENTES               TO LIN-TOT-PENDIENTES
           WRITE REG-REPXCR FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           IF CN-PENDIENTES GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEXCR000              *'
           DISPLAY 'PENDIENTES DE REVISION: ' CN-PENDIENTES
           DISPLAY '***********************************************'

           CLOSE REPXCR

           GOBACK.
