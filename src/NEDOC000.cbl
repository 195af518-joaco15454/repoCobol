      *****************************************************************
      * Program name:    NEDOC000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Weekly list, by     *
      *                          WORKDEPT for the department manager, *
      *                          of the employee documents on         *
      *                          EMP_DOCUMENT already expired or      *
      *                          expiring within 30 and 60 days, and  *
      *                          of the employees missing a document  *
      *                          their JOB requires (JOB_DOC_RULE).   *
      *                          Ends with RC 4 when any document is  *
      *                          expired or missing.                  *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEDOC000.
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

           SELECT REPDOC   ASSIGN TO REPDOC
                           FILE STATUS IS FS-REPDOC.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPDOC
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPDOC              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPDOC                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-WORKDEPT                   PIC X(03) VALUE SPACES.
           05 WS-WORKDEPT-ANT               PIC X(03) VALUE SPACES.
           05 WS-MGRNO                      PIC X(06) VALUE SPACES.
           05 WS-CATEGORIA                  PIC X(01) VALUE SPACES.
              88 WS-88-FALTANTE                       VALUE 'F'.
              88 WS-88-VENCIDO                        VALUE 'V'.
              88 WS-88-VENCE-30                       VALUE '3'.
              88 WS-88-VENCE-60                       VALUE '6'.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-PRIMER-DEPT                PIC X(01) VALUE 'S'.
              88 SI-PRIMER-DEPT                       VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-EMP-BAJA                   PIC X(01) VALUE 'I'.
           05 CT-DIAS-AVISO-1               PIC S9(04) COMP VALUE 30.
           05 CT-DIAS-AVISO-2               PIC S9(04) COMP VALUE 60.
           05 CT-TXT-FALTANTE               PIC X(12)
                                            VALUE 'NO PRESENTA'.
           05 CT-TXT-VENCIDO                PIC X(12)
                                            VALUE 'VENCIDO'.
           05 CT-TXT-VENCE-30               PIC X(12)
                                            VALUE 'VENCE EN 30'.
           05 CT-TXT-VENCE-60               PIC X(12)
                                            VALUE 'VENCE EN 60'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-FALTANTES                  PIC 9(05).
           05 CN-VENCIDOS                   PIC 9(05).
           05 CN-VENCE-30                   PIC 9(05).
           05 CN-VENCE-60                   PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "DOCUMENTOS VENCIDOS, POR VENCER Y FALTANTES - FEC:".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER                        PIC X(14) VALUE
              "DEPARTAMENTO: ".
           05 LIN-DEP-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(11) VALUE
              "  GERENTE: ".
           05 LIN-DEP-MGRNO                 PIC X(06).
           05 FILLER                        PIC X(46) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(37) VALUE
              "EMPNO  APELLIDO        JOB      TIPO ".
           05 FILLER                        PIC X(43) VALUE
              "NRO DOCUMENTO  VENCE      SITUACION        ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-JOB                   PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TIPODOC               PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-NRODOC                PIC X(14).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHAVENCE            PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SITUACION             PIC X(12).
           05 FILLER                        PIC X(04) VALUE SPACES.

       01  WS-LINEA-TOTAL-1.
           05 FILLER                        PIC X(24) VALUE
              "TOTAL VENCE EN 30 DIAS: ".
           05 LIN-TOT-VENCE-30              PIC ZZZZ9.
           05 FILLER                        PIC X(26) VALUE
              "   VENCE EN 31 A 60 DIAS: ".
           05 LIN-TOT-VENCE-60              PIC ZZZZ9.
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-TOTAL-2.
           05 FILLER                        PIC X(24) VALUE
              "TOTAL VENCIDOS:         ".
           05 LIN-TOT-VENCIDOS              PIC ZZZZ9.
           05 FILLER                        PIC X(26) VALUE
              "   NO PRESENTADOS:        ".
           05 LIN-TOT-FALTANTES             PIC ZZZZ9.
           05 FILLER                        PIC X(20) VALUE SPACES.

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
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDOC
           END-EXEC.

      *    EMPLEADOS NO DADOS DE BAJA CON:
      *    - UN DOCUMENTO VENCIDO ('V') O QUE VENCE DENTRO DE LOS
      *      PROXIMOS CT-DIAS-AVISO-1 ('3') O CT-DIAS-AVISO-2 ('6') DIAS
      *    - UN DOCUMENTO QUE SU JOB EXIGE (JOB_DOC_RULE) Y QUE NO
      *      FIGURA EN EMP_DOCUMENT ('F')
      *    CON EL GERENTE DEL DEPARTAMENTO PARA EL CORTE POR WORKDEPT
           EXEC SQL
              DECLARE CSR-DOC CURSOR FOR
              SELECT T.WORKDEPT,
                     VALUE(D.MGRNO, ' '),
                     T.EMPNO,
                     T.LASTNAME,
                     T.JOB,
                     T.TIPODOC,
                     T.NRODOC,
                     T.FECHAVENCE,
                     T.CATEGORIA
                FROM (SELECT VALUE(E.WORKDEPT, ' ') AS WORKDEPT,
                             E.EMPNO,
                             E.LASTNAME,
                             VALUE(E.JOB, ' ')      AS JOB,
                             X.TIPODOC,
                             X.NRODOC,
                             CHAR(X.FECHAVENCE, ISO) AS FECHAVENCE,
                             CASE WHEN X.FECHAVENCE
                                       < DATE(:WS-FECHA-PROCESO)
                                  THEN 'V'
                                  WHEN X.FECHAVENCE
                                       <= DATE(:WS-FECHA-PROCESO)
                                        + :CT-DIAS-AVISO-1 DAYS
                                  THEN '3'
                                  ELSE '6'
                             END                    AS CATEGORIA
                        FROM NEOSB36.EMP E,
                             NEOSB36.EMP_DOCUMENT X
                       WHERE X.EMPNO      = E.EMPNO
                         AND E.EMPSTATUS <> :CT-EMP-BAJA
                         AND X.FECHAVENCE <= DATE(:WS-FECHA-PROCESO)
                                           + :CT-DIAS-AVISO-2 DAYS
                      UNION ALL
                      SELECT VALUE(E.WORKDEPT, ' '),
                             E.EMPNO,
                             E.LASTNAME,
                             VALUE(E.JOB, ' '),
                             R.TIPODOC,
                             ' ',
                             ' ',
                             'F'
                        FROM NEOSB36.EMP E,
                             NEOSB36.JOB_DOC_RULE R
                       WHERE R.JOB        = E.JOB
                         AND E.EMPSTATUS <> :CT-EMP-BAJA
                         AND NOT EXISTS
                            (SELECT 1
                               FROM NEOSB36.EMP_DOCUMENT Y
                              WHERE Y.EMPNO   = E.EMPNO
                                AND Y.TIPODOC = R.TIPODOC)
                     ) T
                LEFT OUTER JOIN NEOSB36.DEPT D
                  ON D.DEPTNO = T.WORKDEPT
               ORDER BY T.WORKDEPT,
                        T.CATEGORIA,
                        T.EMPNO,
                        T.TIPODOC
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

           OPEN OUTPUT REPDOC

           IF FS-REPDOC NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPDOC. FILE STATUS=' FS-REPDOC
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPDOC FROM WS-LINEA-TITULO

           EXEC SQL
              OPEN CSR-DOC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR EMP_DOCUMENT. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPDOC
              GOBACK
           END-IF

           PERFORM 2100-FETCH-DOCUMENTO
              THRU 2100-FETCH-DOCUMENTO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CORTA POR DEPARTAMENTO: ENCABEZADO CON EL GERENTE         *
      *****************************************************************
       2000-PROCESO.

           IF WS-WORKDEPT NOT EQUAL WS-WORKDEPT-ANT
              OR SI-PRIMER-DEPT
              PERFORM 2200-CORTE-DEPTO
                 THRU 2200-CORTE-DEPTO-EXIT
              MOVE 'N'                      TO SW-PRIMER-DEPT
              MOVE WS-WORKDEPT              TO WS-WORKDEPT-ANT
           END-IF

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-LASTNAME
           MOVE DCLEMP-JOB                  TO LIN-DET-JOB
           MOVE DCLDOC-TIPODOC              TO LIN-DET-TIPODOC
           MOVE DCLDOC-NRODOC               TO LIN-DET-NRODOC
           MOVE DCLDOC-FECHAVENCE           TO LIN-DET-FECHAVENCE

           EVALUATE TRUE
               WHEN WS-88-FALTANTE
                    ADD CT-1                TO CN-FALTANTES
                    MOVE CT-TXT-FALTANTE    TO LIN-DET-SITUACION
               WHEN WS-88-VENCIDO
                    ADD CT-1                TO CN-VENCIDOS
                    MOVE CT-TXT-VENCIDO     TO LIN-DET-SITUACION
               WHEN WS-88-VENCE-30
                    ADD CT-1                TO CN-VENCE-30
                    MOVE CT-TXT-VENCE-30    TO LIN-DET-SITUACION
               WHEN OTHER
                    ADD CT-1                TO CN-VENCE-60
                    MOVE CT-TXT-VENCE-60    TO LIN-DET-SITUACION
           END-EVALUATE

           WRITE REG-REPDOC FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-DOCUMENTO
              THRU 2100-FETCH-DOCUMENTO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-FETCH-DOCUMENTO                      *
      *****************************************************************
       2100-FETCH-DOCUMENTO.

           EXEC SQL
              FETCH CSR-DOC
               INTO :WS-WORKDEPT,
                    :WS-MGRNO,
                    :DCLEMP-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-JOB,
                    :DCLDOC-TIPODOC,
                    :DCLDOC-NRODOC,
                    :DCLDOC-FECHAVENCE,
                    :WS-CATEGORIA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH EMP_DOCUMENT. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  2100-FETCH-DOCUMENTO-EXIT                    *
      *****************************************************************
       2100-FETCH-DOCUMENTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-CORTE-DEPTO                        *
      *                                                                *
      *    - ENCABEZADO DEL DEPARTAMENTO CON SU GERENTE, DESTINATARIO  *
      *      DE ESA PARTE DEL LISTADO                                  *
      *****************************************************************
       2200-CORTE-DEPTO.

           MOVE WS-WORKDEPT                 TO LIN-DEP-WORKDEPT
           MOVE WS-MGRNO                    TO LIN-DEP-MGRNO

           WRITE REG-REPDOC FROM WS-LINEA-DEPTO
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPDOC FROM WS-LINEA-COLUMNAS.

      *****************************************************************
      *                    2200-CORTE-DEPTO-EXIT                      *
      *****************************************************************
       2200-CORTE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-DOC
           END-EXEC

           MOVE CN-VENCE-30                 TO LIN-TOT-VENCE-30
           MOVE CN-VENCE-60                 TO LIN-TOT-VENCE-60
           MOVE CN-VENCIDOS                 TO LIN-TOT-VENCIDOS
           MOVE CN-FALTANTES                TO LIN-TOT-FALTANTES
           WRITE REG-REPDOC FROM WS-LINEA-TOTAL-1
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPDOC FROM WS-LINEA-TOTAL-2

           IF (CN-VENCIDOS GREATER THAN ZEROS
               OR CN-FALTANTES GREATER THAN ZEROS)
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEDOC000              *'
           DISPLAY 'VENCEN EN 30 DIAS:      ' CN-VENCE-30
           DISPLAY 'VENCEN EN 31 A 60 DIAS: ' CN-VENCE-60
           DISPLAY 'VENCIDOS:               ' CN-VENCIDOS
           DISPLAY 'NO PRESENTADOS:         ' CN-FALTANTES
           DISPLAY '***********************************************'

           CLOSE REPDOC

           GOBACK.
