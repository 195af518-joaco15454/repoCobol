      *****************************************************************
      * Program name:    NEPRE000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly loan and    *
      *                          salary advance instalments: for each *
      *                          active loan of an active employee    *
      *                          already in its first period, the     *
      *                          instalment (or the remaining balance *
      *                          if lower) is written to LOAN_DEDUCT  *
      *                          for the period and taken off the     *
      *                          EMP_LOAN balance; loans reaching     *
      *                          zero are closed.  NEPAY000 carries   *
      *                          the instalments in the SALPAY file.  *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEPRE000.
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

           SELECT REPPRE   ASSIGN TO REPPRE
                           FILE STATUS IS FS-REPPRE.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPPRE
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPPRE              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPPRE                     PIC X(02) VALUE SPACES.
           05 WS-PERIODO.
              10 WS-PER-AAAA                PIC 9(04).
              10 WS-PER-MM                  PIC 9(02).
           05 WS-TOTAL-CUOTAS               PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.

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
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEPRE000'.
           05 CT-ACTIVO                     PIC X(01) VALUE 'A'.
           05 CT-CANCELADO                  PIC X(01) VALUE 'C'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-CUOTAS                     PIC 9(05).
           05 CN-CANCELADOS                 PIC 9(05).
           05 CN-REPROCESADAS               PIC S9(09) COMP.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(34) VALUE
              "CUOTAS DE PRESTAMOS - PERIODO     ".
           05 LIN-TIT-PERIODO               PIC X(06).
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(06) VALUE
              " NRO: ".
           05 LIN-DET-NRO                   PIC ZZ9.
           05 FILLER                        PIC X(09) VALUE
              "  CUOTA: ".
           05 LIN-DET-IMPORTE               PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(09) VALUE
              "  SALDO: ".
           05 LIN-DET-SALDO                 PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-ESTADO                PIC X(09).
           05 FILLER                        PIC X(16) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(24) VALUE
              "TOTAL CUOTAS DEL PERIODO".
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-IMPORTE               PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(40) VALUE SPACES.

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
              INCLUDE NEGTLON
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTLDD
           END-EXEC.

      * PRESTAMOS ACTIVOS DE EMPLEADOS ACTIVOS CUYO PRIMER PERIODO YA
      * LLEGO.  UN EMPLEADO CON LICENCIA NO DESCUENTA CUOTA: EL
      * PRESTAMO SIGUE ACTIVO Y RETOMA AL VOLVER.
           EXEC SQL
              DECLARE CSR-PRE CURSOR WITH HOLD FOR
              SELECT L.EMPNO,
                     L.NROPRESTAMO,
                     L.CUOTA,
                     L.SALDO
                FROM NEOSB36.EMP_LOAN AS L
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = L.EMPNO
                      AND E.EMPSTATUS = :CT-ACTIVO
               WHERE L.ESTADO         = :CT-ACTIVO
                 AND L.PERIODOINICIO <= :WS-PERIODO
                 AND L.SALDO          > 0
               ORDER BY L.EMPNO, L.NROPRESTAMO
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

           MOVE FEC0-AAAA                   TO WS-PER-AAAA
           MOVE FEC0-MM                     TO WS-PER-MM

           OPEN OUTPUT REPPRE

           IF FS-REPPRE NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPPRE. FILE STATUS=' FS-REPPRE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-PERIODO                  TO LIN-TIT-PERIODO
           WRITE REG-REPPRE FROM WS-LINEA-TITULO

           PERFORM 1100-REVIERTE-PERIODO
              THRU 1100-REVIERTE-PERIODO-EXIT

           EXEC SQL
              OPEN CSR-PRE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR PRE. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPPRE
              GOBACK
           END-IF

           PERFORM 2100-FETCH-PRESTAMO
              THRU 2100-FETCH-PRESTAMO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                    1100-REVIERTE-PERIODO                      *
      *                                                                *
      *    - UNA RECORRIDA REPETIDA DEL PERIODO REEMPLAZA LO CALCULADO:*
      *      LAS CUOTAS YA GRABADAS SE DEVUELVEN AL SALDO (REABRIENDO  *
      *      LOS PRESTAMOS QUE HABIAN QUEDADO CANCELADOS) Y SE BORRAN. *
      *      LAS DE PRESTAMOS YA PASADOS A LA LIQUIDACION FINAL NO SE  *
      *      TOCAN.                                                    *
      *****************************************************************
       1100-REVIERTE-PERIODO.

           MOVE WS-PERIODO                  TO DCLLDD-PERIODO
           MOVE CT-PROGRAMA                 TO DCLLON-USUARIOCAMBIO

           EXEC SQL
              UPDATE NEOSB36.EMP_LOAN AS L
                 SET SALDO = SALDO +
                            (SELECT D.IMPORTE
                               FROM NEOSB36.LOAN_DEDUCT AS D
                              WHERE D.EMPNO       = L.EMPNO
                                AND D.NROPRESTAMO = L.NROPRESTAMO
                                AND D.PERIODO     = :DCLLDD-PERIODO),
                     ESTADO        = :CT-ACTIVO,
                     USUARIOCAMBIO = :DCLLON-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE L.ESTADO IN (:CT-ACTIVO, :CT-CANCELADO)
                 AND EXISTS
                    (SELECT 1
                       FROM NEOSB36.LOAN_DEDUCT AS D
                      WHERE D.EMPNO       = L.EMPNO
                        AND D.NROPRESTAMO = L.NROPRESTAMO
                        AND D.PERIODO     = :DCLLDD-PERIODO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND +100
              DISPLAY 'NEPRE000: ERROR REVIRTIENDO SALDOS. SQLCODE='
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPPRE
              GOBACK
           END-IF

           IF SQLCODE EQUAL ZEROS
              MOVE SQLERRD(3)                TO CN-REPROCESADAS
           END-IF

           EXEC SQL
              DELETE FROM NEOSB36.LOAN_DEDUCT AS D
               WHERE D.PERIODO = :DCLLDD-PERIODO
                 AND EXISTS
                    (SELECT 1
                       FROM NEOSB36.EMP_LOAN AS L
                      WHERE L.EMPNO       = D.EMPNO
                        AND L.NROPRESTAMO = D.NROPRESTAMO
                        AND L.ESTADO      = :CT-ACTIVO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND +100
              DISPLAY 'NEPRE000: ERROR LIMPIANDO PERIODO. SQLCODE='
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPPRE
              GOBACK
           END-IF.

       1100-REVIERTE-PERIODO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - LA CUOTA DEL PERIODO ES LA PACTADA, O EL SALDO SI ES      *
      *      MENOR (ULTIMA CUOTA).  AL LLEGAR A CERO SE CANCELA.       *
      *****************************************************************
       2000-PROCESO.

           IF DCLLON-CUOTA IS LESS THAN DCLLON-SALDO
              MOVE DCLLON-CUOTA             TO DCLLDD-IMPORTE
           ELSE
              MOVE DCLLON-SALDO             TO DCLLDD-IMPORTE
           END-IF

           SUBTRACT DCLLDD-IMPORTE        FROM DCLLON-SALDO

           IF DCLLON-SALDO EQUAL ZEROS
              MOVE CT-CANCELADO             TO DCLLON-ESTADO
           ELSE
              MOVE CT-ACTIVO                TO DCLLON-ESTADO
           END-IF

           PERFORM 2200-GRABA-CUOTA
              THRU 2200-GRABA-CUOTA-EXIT

           IF SI-FIN-CURSOR
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2300-ACTUALIZA-SALDO
              THRU 2300-ACTUALIZA-SALDO-EXIT

           IF SI-FIN-CURSOR
              GO TO 2000-PROCESO-EXIT
           END-IF

           MOVE DCLLON-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLLON-NROPRESTAMO          TO LIN-DET-NRO
           MOVE DCLLDD-IMPORTE              TO LIN-DET-IMPORTE
           MOVE DCLLON-SALDO                TO LIN-DET-SALDO

           IF DCLLON-ESTADO EQUAL CT-CANCELADO
              MOVE 'CANCELADO'              TO LIN-DET-ESTADO
              ADD CT-1                      TO CN-CANCELADOS
           ELSE
              MOVE SPACES                   TO LIN-DET-ESTADO
           END-IF

           WRITE REG-REPPRE FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-CUOTAS
           ADD DCLLDD-IMPORTE               TO WS-TOTAL-CUOTAS

           PERFORM 2100-FETCH-PRESTAMO
              THRU 2100-FETCH-PRESTAMO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-FETCH-PRESTAMO                        *
      *****************************************************************
       2100-FETCH-PRESTAMO.

           EXEC SQL
              FETCH CSR-PRE
               INTO :DCLLON-EMPNO,
                    :DCLLON-NROPRESTAMO,
                    :DCLLON-CUOTA,
                    :DCLLON-SALDO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH PRE. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                 2100-FETCH-PRESTAMO-EXIT                      *
      *****************************************************************
       2100-FETCH-PRESTAMO-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-GRABA-CUOTA                         *
      *****************************************************************
       2200-GRABA-CUOTA.

           MOVE DCLLON-EMPNO                TO DCLLDD-EMPNO
           MOVE DCLLON-NROPRESTAMO          TO DCLLDD-NROPRESTAMO
           MOVE WS-PERIODO                  TO DCLLDD-PERIODO
           MOVE DCLLON-SALDO                TO DCLLDD-SALDO

           EXEC SQL
              INSERT INTO NEOSB36.LOAN_DEDUCT
              (
                    EMPNO,
                    NROPRESTAMO,
                    PERIODO,
                    IMPORTE,
                    SALDO
              )
              VALUES
              (
                   :DCLLDD-EMPNO,
                   :DCLLDD-NROPRESTAMO,
                   :DCLLDD-PERIODO,
                   :DCLLDD-IMPORTE,
                   :DCLLDD-SALDO
              )
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEPRE000: ERROR GRABANDO CUOTA. SQLCODE='
                      SQLCODE ' EMPNO=' DCLLDD-EMPNO
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                   2200-GRABA-CUOTA-EXIT                       *
      *****************************************************************
       2200-GRABA-CUOTA-EXIT.
           EXIT.
      *****************************************************************
      *                    2300-ACTUALIZA-SALDO                       *
      *****************************************************************
       2300-ACTUALIZA-SALDO.

           MOVE CT-PROGRAMA                 TO DCLLON-USUARIOCAMBIO

           EXEC SQL
              UPDATE NEOSB36.EMP_LOAN
                 SET SALDO         = :DCLLON-SALDO,
                     ESTADO        = :DCLLON-ESTADO,
                     USUARIOCAMBIO = :DCLLON-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO       = :DCLLON-EMPNO
                 AND NROPRESTAMO = :DCLLON-NROPRESTAMO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEPRE000: ERROR ACTUALIZANDO SALDO. SQLCODE='
                      SQLCODE ' EMPNO=' DCLLON-EMPNO
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                 2300-ACTUALIZA-SALDO-EXIT                     *
      *****************************************************************
       2300-ACTUALIZA-SALDO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-PRE
           END-EXEC

           MOVE WS-TOTAL-CUOTAS             TO LIN-TOT-IMPORTE
           WRITE REG-REPPRE FROM WS-LINEA-TOTAL

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEPRE000              *'
           DISPLAY 'PERIODO:               ' WS-PERIODO
           DISPLAY 'CUOTAS DESCONTADAS:    ' CN-CUOTAS
           DISPLAY 'PRESTAMOS CANCELADOS:  ' CN-CANCELADOS
           DISPLAY 'CUOTAS REPROCESADAS:   ' CN-REPROCESADAS
           DISPLAY '***********************************************'

           CLOSE REPPRE

           GOBACK.
