      *****************************************************************
      * Program name:    NEREQ000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Time-to-fill report *
      *                          of the hiring requisitions on        *
      *                          REQUISITION, by department: open     *
      *                          requisitions with the days they have *
      *                          been open, and those filled in the   *
      *                          last 90 days with the days taken to  *
      *                          fill them. Department subtotal with  *
      *                          the average days to fill.            *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEREQ000.
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

           SELECT REPREQ   ASSIGN TO REPREQ
                           FILE STATUS IS FS-REPREQ.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPREQ
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPREQ              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPREQ                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-DEPTNO-ANT                 PIC X(03) VALUE SPACES.
           05 WS-DIAS                       PIC S9(09) COMP VALUE 0.
           05 WS-PROMEDIO                   PIC 9(05)V9(02) VALUE 0.

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
           05 CT-REQ-ABIERTA                PIC X(01) VALUE 'A'.
           05 CT-REQ-CUBIERTA               PIC X(01) VALUE 'F'.
           05 CT-DIAS-RECIENTES             PIC S9(04) COMP VALUE 90.
           05 CT-TXT-ABIERTA                PIC X(09)
                                            VALUE 'ABIERTA'.
           05 CT-TXT-CUBIERTA               PIC X(09)
                                            VALUE 'CUBIERTA'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-ABIERTAS                   PIC 9(05).
           05 CN-CUBIERTAS                  PIC 9(05).
           05 CN-DIAS-CUBRIR                PIC 9(09).
           05 CN-DEP-ABIERTAS               PIC 9(05).
           05 CN-DEP-CUBIERTAS              PIC 9(05).
           05 CN-DEP-DIAS-CUBRIR            PIC 9(09).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "REQUISICIONES DE PERSONAL - TIEMPO DE COBERTURA - ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER                        PIC X(14) VALUE
              "DEPARTAMENTO: ".
           05 LIN-DEP-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(63) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(38) VALUE
              "REQID  JOB         SALARIO APERTURA   ".
           05 FILLER                        PIC X(42) VALUE
              "SITUACION EMPNO  CIERRE      DIAS         ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-REQID                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-JOB                   PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SALARIO               PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-APERTURA              PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SITUACION             PIC X(09).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CIERRE                PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DIAS                  PIC ZZZZ9.
           05 FILLER                        PIC X(09) VALUE SPACES.

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                        PIC X(11) VALUE
              "  ABIERTAS:".
           05 LIN-SUB-ABIERTAS              PIC ZZZZ9.
           05 FILLER                        PIC X(12) VALUE
              "  CUBIERTAS:".
           05 LIN-SUB-CUBIERTAS             PIC ZZZZ9.
           05 FILLER                        PIC X(25) VALUE
              "  PROMEDIO DIAS A CUBRIR:".
           05 LIN-SUB-PROMEDIO              PIC ZZZZ9,99.
           05 FILLER                        PIC X(14) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(16) VALUE
              "TOTAL ABIERTAS: ".
           05 LIN-TOT-ABIERTAS              PIC ZZZZ9.
           05 FILLER                        PIC X(13) VALUE
              "  CUBIERTAS: ".
           05 LIN-TOT-CUBIERTAS             PIC ZZZZ9.
           05 FILLER                        PIC X(26) VALUE
              "  PROMEDIO DIAS A CUBRIR: ".
           05 LIN-TOT-PROMEDIO              PIC ZZZZ9,99.
           05 FILLER                        PIC X(07) VALUE SPACES.

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
              INCLUDE NEGTREQ
           END-EXEC.

      *    REQUISICIONES ABIERTAS (DIAS QUE LLEVAN ABIERTAS A LA FECHA
      *    DE PROCESO) Y CUBIERTAS EN LOS ULTIMOS CT-DIAS-RECIENTES
      *    DIAS (DIAS ENTRE LA APERTURA Y EL CIERRE). LAS CANCELADAS
      *    NO SE LISTAN
           EXEC SQL
              DECLARE CSR-REQ CURSOR FOR
              SELECT REQID,
                     DEPTNO,
                     JOB,
                     SALARIO,
                     CHAR(FECHAAPERTURA, ISO),
                     ESTADO,
                     EMPNO,
                     CASE WHEN ESTADO = :CT-REQ-CUBIERTA
                          THEN CHAR(FECHACIERRE, ISO)
                          ELSE ' '
                     END,
                     CASE WHEN ESTADO = :CT-REQ-CUBIERTA
                          THEN DAYS(FECHACIERRE)
                             - DAYS(FECHAAPERTURA)
                          ELSE DAYS(DATE(:WS-FECHA-PROCESO))
                             - DAYS(FECHAAPERTURA)
                     END
                FROM NEOSB36.REQUISITION
               WHERE ESTADO = :CT-REQ-ABIERTA
                  OR (ESTADO = :CT-REQ-CUBIERTA
                      AND FECHACIERRE >= DATE(:WS-FECHA-PROCESO)
                                       - :CT-DIAS-RECIENTES DAYS)
               ORDER BY DEPTNO,
                        ESTADO,
                        REQID
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

           OPEN OUTPUT REPREQ

           IF FS-REPREQ NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPREQ. FILE STATUS=' FS-REPREQ
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPREQ FROM WS-LINEA-TITULO

           EXEC SQL
              OPEN CSR-REQ
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR REQUISITION. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPREQ
              GOBACK
           END-IF

           PERFORM 2100-FETCH-REQUISICION
              THRU 2100-FETCH-REQUISICION-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CORTA POR DEPARTAMENTO: SUBTOTAL DEL ANTERIOR Y           *
      *      ENCABEZADO DEL NUEVO                                      *
      *****************************************************************
       2000-PROCESO.

           IF DCLREQ-DEPTNO NOT EQUAL WS-DEPTNO-ANT
              OR SI-PRIMER-DEPT
              IF NOT SI-PRIMER-DEPT
                 PERFORM 2300-SUBTOTAL-DEPTO
                    THRU 2300-SUBTOTAL-DEPTO-EXIT
              END-IF
              PERFORM 2200-CORTE-DEPTO
                 THRU 2200-CORTE-DEPTO-EXIT
              MOVE 'N'                      TO SW-PRIMER-DEPT
              MOVE DCLREQ-DEPTNO            TO WS-DEPTNO-ANT
           END-IF

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLREQ-REQID                TO LIN-DET-REQID
           MOVE DCLREQ-JOB                  TO LIN-DET-JOB
           MOVE DCLREQ-SALARIO              TO LIN-DET-SALARIO
           MOVE DCLREQ-FECHAAPERTURA        TO LIN-DET-APERTURA
           MOVE DCLREQ-FECHACIERRE          TO LIN-DET-CIERRE
           MOVE WS-DIAS                     TO LIN-DET-DIAS

           IF DCLREQ-ESTADO EQUAL CT-REQ-CUBIERTA
              ADD CT-1                      TO CN-CUBIERTAS
                                               CN-DEP-CUBIERTAS
              ADD WS-DIAS                   TO CN-DIAS-CUBRIR
                                               CN-DEP-DIAS-CUBRIR
              MOVE CT-TXT-CUBIERTA          TO LIN-DET-SITUACION
              MOVE DCLREQ-EMPNO             TO LIN-DET-EMPNO
           ELSE
              ADD CT-1                      TO CN-ABIERTAS
                                               CN-DEP-ABIERTAS
              MOVE CT-TXT-ABIERTA           TO LIN-DET-SITUACION
           END-IF

           WRITE REG-REPREQ FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-REQUISICION
              THRU 2100-FETCH-REQUISICION-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-FETCH-REQUISICION                     *
      *****************************************************************
       2100-FETCH-REQUISICION.

           EXEC SQL
              FETCH CSR-REQ
               INTO :DCLREQ-REQID,
                    :DCLREQ-DEPTNO,
                    :DCLREQ-JOB,
                    :DCLREQ-SALARIO,
                    :DCLREQ-FECHAAPERTURA,
                    :DCLREQ-ESTADO,
                    :DCLREQ-EMPNO,
                    :DCLREQ-FECHACIERRE,
                    :WS-DIAS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH REQUISITION. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                 2100-FETCH-REQUISICION-EXIT                   *
      *****************************************************************
       2100-FETCH-REQUISICION-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-CORTE-DEPTO                        *
      *****************************************************************
       2200-CORTE-DEPTO.

           MOVE DCLREQ-DEPTNO               TO LIN-DEP-DEPTNO

           WRITE REG-REPREQ FROM WS-LINEA-DEPTO
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPREQ FROM WS-LINEA-COLUMNAS.

      *****************************************************************
      *                    2200-CORTE-DEPTO-EXIT                      *
      *****************************************************************
       2200-CORTE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2300-SUBTOTAL-DEPTO                      *
      *                                                                *
      *    - ABIERTAS, CUBIERTAS Y PROMEDIO DE DIAS A CUBRIR DEL       *
      *      DEPARTAMENTO QUE TERMINA                                  *
      *****************************************************************
       2300-SUBTOTAL-DEPTO.

           MOVE ZEROS                       TO WS-PROMEDIO
           IF CN-DEP-CUBIERTAS GREATER THAN ZEROS
              COMPUTE WS-PROMEDIO ROUNDED =
                      CN-DEP-DIAS-CUBRIR / CN-DEP-CUBIERTAS
           END-IF

           MOVE CN-DEP-ABIERTAS             TO LIN-SUB-ABIERTAS
           MOVE CN-DEP-CUBIERTAS            TO LIN-SUB-CUBIERTAS
           MOVE WS-PROMEDIO                 TO LIN-SUB-PROMEDIO
           WRITE REG-REPREQ FROM WS-LINEA-SUBTOTAL

           MOVE ZEROS                       TO CN-DEP-ABIERTAS
                                               CN-DEP-CUBIERTAS
                                               CN-DEP-DIAS-CUBRIR.

      *****************************************************************
      *                   2300-SUBTOTAL-DEPTO-EXIT                    *
      *****************************************************************
       2300-SUBTOTAL-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-REQ
           END-EXEC

           IF NOT SI-PRIMER-DEPT
              PERFORM 2300-SUBTOTAL-DEPTO
                 THRU 2300-SUBTOTAL-DEPTO-EXIT
           END-IF

           MOVE ZEROS                       TO WS-PROMEDIO
           IF CN-CUBIERTAS GREATER THAN ZEROS
              COMPUTE WS-PROMEDIO ROUNDED =
                      CN-DIAS-CUBRIR / CN-CUBIERTAS
           END-IF

           MOVE CN-ABIERTAS                 TO LIN-TOT-ABIERTAS
           MOVE CN-CUBIERTAS                TO LIN-TOT-CUBIERTAS
           MOVE WS-PROMEDIO                 TO LIN-TOT-PROMEDIO
           WRITE REG-REPREQ FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEREQ000              *'
           DISPLAY 'REQUISICIONES ABIERTAS:  ' CN-ABIERTAS
           DISPLAY 'CUBIERTAS RECIENTES:     ' CN-CUBIERTAS
           DISPLAY 'PROMEDIO DIAS A CUBRIR:  ' WS-PROMEDIO
           DISPLAY '***********************************************'

           CLOSE REPREQ

           GOBACK.
