      *****************************************************************
      * Program name:    NECWK000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Weekly list for the *
      *                          site managers of the contractor and  *
      *                          agency temp contracts on             *
      *                          CONT_WORKER that end in the next 30  *
      *                          days, and of those already expired  *
      *                          but still open.  Ends with RC 4 when *
      *                          any contract is expired and open.    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NECWK000.
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

           SELECT REPCWK   ASSIGN TO REPCWK
                           FILE STATUS IS FS-REPCWK.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPCWK
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPCWK              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPCWK                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-SITUACION                  PIC X(01) VALUE SPACES.
              88 WS-88-VENCIDO                        VALUE 'V'.
              88 WS-88-POR-VENCER                     VALUE 'P'.

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
           05 CT-CWK-ACTIVO                 PIC X(01) VALUE 'A'.
           05 CT-DIAS-AVISO                 PIC S9(04) COMP VALUE 30.
           05 CT-TXT-VENCIDO                PIC X(12)
                                            VALUE 'VENCIDO'.
           05 CT-TXT-POR-VENCER             PIC X(12)
                                            VALUE 'POR VENCER'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-POR-VENCER                 PIC 9(05).
           05 CN-VENCIDOS                   PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "CONTRATISTAS POR VENCER Y VENCIDOS - FECHA:       ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "DEP CWKID  NOMBRE               AGENCIA ".
           05 FILLER                        PIC X(40) VALUE
              "        FECHA FIN  MGRNO  SITUACION     ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CWKID                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-NOMBRE                PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-AGENCIA               PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHAFIN              PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-MGRNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SITUACION             PIC X(12).
           05 FILLER                        PIC X(02) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(30) VALUE
              "TOTAL POR VENCER EN 30 DIAS:  ".
           05 LIN-TOT-POR-VENCER            PIC ZZZZ9.
           05 FILLER                        PIC X(15) VALUE
              "   VENCIDOS:   ".
           05 LIN-TOT-VENCIDOS              PIC ZZZZ9.
           05 FILLER                        PIC X(25) VALUE SPACES.

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
              INCLUDE NEGTCWK
           END-EXEC.

      *    CONTRATOS ABIERTOS CUYA FECHA FIN YA PASO (VENCIDOS SIN
      *    CERRAR) O CAE DENTRO DE LOS PROXIMOS CT-DIAS-AVISO DIAS
           EXEC SQL
              DECLARE CSR-CWK CURSOR FOR
              SELECT DEPTNO,
                     CWKID,
                     NOMBRE,
                     AGENCIA,
                     CHAR(FECHAFIN, ISO),
                     MGRNO,
                     CASE WHEN FECHAFIN < DATE(:WS-FECHA-PROCESO)
                          THEN 'V'
                          ELSE 'P'
                     END
                FROM NEOSB36.CONT_WORKER
               WHERE ESTADO   = :CT-CWK-ACTIVO
                 AND FECHAFIN <= DATE(:WS-FECHA-PROCESO)
                               + :CT-DIAS-AVISO DAYS
               ORDER BY DEPTNO,
                        FECHAFIN,
                        CWKID
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

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           OPEN OUTPUT REPCWK

           IF FS-REPCWK NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPCWK. FILE STATUS=' FS-REPCWK
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPCWK FROM WS-LINEA-TITULO
           WRITE REG-REPCWK FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-CWK
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CONT_WORKER. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPCWK
              GOBACK
           END-IF

           PERFORM 2100-FETCH-CONTRATO
              THRU 2100-FETCH-CONTRATO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLCWK-DEPTNO               TO LIN-DET-DEPTNO
           MOVE DCLCWK-CWKID                TO LIN-DET-CWKID
           MOVE DCLCWK-NOMBRE               TO LIN-DET-NOMBRE
           MOVE DCLCWK-AGENCIA              TO LIN-DET-AGENCIA
           MOVE DCLCWK-FECHAFIN             TO LIN-DET-FECHAFIN
           MOVE DCLCWK-MGRNO                TO LIN-DET-MGRNO

           IF WS-88-VENCIDO
              ADD CT-1                      TO CN-VENCIDOS
              MOVE CT-TXT-VENCIDO           TO LIN-DET-SITUACION
           ELSE
              ADD CT-1                      TO CN-POR-VENCER
              MOVE CT-TXT-POR-VENCER        TO LIN-DET-SITUACION
           END-IF

           WRITE REG-REPCWK FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-CONTRATO
              THRU 2100-FETCH-CONTRATO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-FETCH-CONTRATO                       *
      *****************************************************************
       2100-FETCH-CONTRATO.

           EXEC SQL
              FETCH CSR-CWK
               INTO :DCLCWK-DEPTNO,
                    :DCLCWK-CWKID,
                    :DCLCWK-NOMBRE,
                    :DCLCWK-AGENCIA,
                    :DCLCWK-FECHAFIN,
                    :DCLCWK-MGRNO,
                    :WS-SITUACION
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CONT_WORKER. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  2100-FETCH-CONTRATO-EXIT                     *
      *****************************************************************
       2100-FETCH-CONTRATO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-CWK
           END-EXEC

           MOVE CN-POR-VENCER               TO LIN-TOT-POR-VENCER
           MOVE CN-VENCIDOS                 TO LIN-TOT-VENCIDOS
           WRITE REG-REPCWK FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           IF CN-VENCIDOS GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NECWK000              *'
           DISPLAY 'CONTRATOS POR VENCER:   ' CN-POR-VENCER
           DISPLAY 'VENCIDOS SIN CERRAR:    ' CN-VENCIDOS
           DISPLAY '***********************************************'

           CLOSE REPCWK

           GOBACK.
