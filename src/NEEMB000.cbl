      *****************************************************************
      * Program name:    NEEMB000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly court-      *
      *                          ordered wage garnishments: for each  *
      *                          active order of an active employee   *
      *                          already in its first period, in      *
      *                          priority order, the fixed amount or  *
      *                          the percentage of the month's pay is *
      *                          withheld up to the order's legal     *
      *                          maximum (counting what higher        *
      *                          priority orders already took) and    *
      *                          the balance.  Withholdings go to     *
      *                          GARNISH_DEDUCT and off the           *
      *                          EMP_GARNISH balance; orders reaching *
      *                          zero are closed.  Lists the period's *
      *                          remittances by creditor.  NEPAY000   *
      *                          carries the withholdings in SALPAY.  *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEEMB000.
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

           SELECT REPEMB   ASSIGN TO REPEMB
                           FILE STATUS IS FS-REPEMB.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPEMB
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPEMB              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPEMB                     PIC X(02) VALUE SPACES.
           05 WS-PERIODO.
              10 WS-PER-AAAA                PIC 9(04).
              10 WS-PER-MM                  PIC 9(02).
           05 WS-EMPNO-ANT                  PIC X(06) VALUE SPACES.
           05 WS-ACREEDOR-ANT               PIC X(30) VALUE SPACES.
           05 WS-BASE                       PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-RETENIDO-EMP               PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-TOPE-LEGAL                 PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-MARGEN                     PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-IMPORTE                    PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-TOTAL-RETENIDO             PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-SUBTOTAL-ACREEDOR          PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-TOTAL-REMESAS              PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-REMESAS                PIC X(01) VALUE 'N'.
              88 SI-FIN-REMESAS                       VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-12                         PIC 9(02) VALUE 12.
           05 CT-100                        PIC 9(03) VALUE 100.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEEMB000'.
           05 CT-ACTIVO                     PIC X(01) VALUE 'A'.
           05 CT-CANCELADO                  PIC X(01) VALUE 'C'.
           05 CT-FIJO                       PIC X(01) VALUE 'F'.
           05 CT-LIMITADO                   PIC X(01) VALUE 'S'.
           05 CT-NO-LIMITADO                PIC X(01) VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-RETENCIONES                PIC 9(05).
           05 CN-LIMITADAS                  PIC 9(05).
           05 CN-SIN-MARGEN                 PIC 9(05).
           05 CN-CANCELADOS                 PIC 9(05).
           05 CN-ACREEDORES                 PIC 9(05).
           05 CN-REPROCESADAS               PIC S9(09) COMP.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(34) VALUE
              "RETENCIONES POR EMBARGO - PERIODO ".
           05 LIN-TIT-PERIODO               PIC X(06).
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE
              " #".
           05 LIN-DET-NRO                   PIC ZZ9.
           05 FILLER                        PIC X(06) VALUE
              " BASE ".
           05 LIN-DET-BASE                  PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(05) VALUE
              " RET ".
           05 LIN-DET-IMPORTE               PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(07) VALUE
              " SALDO ".
           05 LIN-DET-SALDO                 PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-OBSERVACION           PIC X(16).
           05 FILLER                        PIC X(04) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(24) VALUE
              "TOTAL RETENIDO PERIODO  ".
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-IMPORTE               PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-TIT-REMESAS.
           05 FILLER                        PIC X(34) VALUE
              "REMESAS POR ACREEDOR - PERIODO    ".
           05 LIN-TRM-PERIODO               PIC X(06).
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-REMESA.
           05 LIN-REM-ACREEDOR              PIC X(30).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REM-NRO-ORDEN             PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REM-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REM-IMPORTE               PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(11) VALUE SPACES.

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                        PIC X(24) VALUE
              "  SUBTOTAL ACREEDOR     ".
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-SUB-IMPORTE               PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-TOTAL-REMESAS.
           05 FILLER                        PIC X(24) VALUE
              "TOTAL A REMESAR         ".
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TRE-IMPORTE               PIC ZZZZZZZZZZ9,99.
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
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVPY
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEMB
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTGDD
           END-EXEC.

      * ORDENES ACTIVAS DE EMPLEADOS ACTIVOS CUYO PRIMER PERIODO YA
      * LLEGO, CON EL SUELDO Y EL PAGO VARIABLE DEL PERIODO.  POR
      * EMPLEADO SE RECORREN EN ORDEN DE PRIORIDAD: LA PRIMERA ORDEN
      * CONSUME EL MARGEN LEGAL ANTES QUE LAS SIGUIENTES.
           EXEC SQL
              DECLARE CSR-EMB CURSOR WITH HOLD FOR
              SELECT G.EMPNO,
                     G.NROEMBARGO,
                     G.TIPOCALCULO,
                     G.IMPORTEFIJO,
                     G.PORCENTAJE,
                     G.PCTMAXLEGAL,
                     G.SALDO,
                     VALUE(E.SALARY, 0),
                     VALUE(V.IMPORTE, 0)
                FROM NEOSB36.EMP_GARNISH AS G
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = G.EMPNO
                      AND E.EMPSTATUS = :CT-ACTIVO
                LEFT JOIN NEOSB36.VAR_PAY AS V
                       ON V.EMPNO   = G.EMPNO
                      AND V.PERIODO = :WS-PERIODO
               WHERE G.ESTADO         = :CT-ACTIVO
                 AND G.PERIODOINICIO <= :WS-PERIODO
                 AND G.SALDO          > 0
               ORDER BY G.EMPNO, G.PRIORIDAD, G.NROEMBARGO
           END-EXEC.

      * RETENCIONES DEL PERIODO AGRUPADAS POR ACREEDOR PARA LA REMESA
           EXEC SQL
              DECLARE CSR-REM CURSOR FOR
              SELECT G.ACREEDOR,
                     G.NROORDEN,
                     D.EMPNO,
                     D.IMPORTE
                FROM NEOSB36.GARNISH_DEDUCT AS D
               INNER JOIN NEOSB36.EMP_GARNISH AS G
                       ON G.EMPNO      = D.EMPNO
                      AND G.NROEMBARGO = D.NROEMBARGO
               WHERE D.PERIODO = :WS-PERIODO
               ORDER BY G.ACREEDOR, G.NROORDEN, D.EMPNO
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

           PERFORM 2500-REMESAS
              THRU 2500-REMESAS-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-AAAA                   TO WS-PER-AAAA
           MOVE FEC0-MM                     TO WS-PER-MM

           OPEN OUTPUT REPEMB

           IF FS-REPEMB NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPEMB. FILE STATUS=' FS-REPEMB
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-PERIODO                  TO LIN-TIT-PERIODO
           WRITE REG-REPEMB FROM WS-LINEA-TITULO

           PERFORM 1100-REVIERTE-PERIODO
              THRU 1100-REVIERTE-PERIODO-EXIT

           EXEC SQL
              OPEN CSR-EMB
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR EMB. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPEMB
              GOBACK
           END-IF

           PERFORM 2100-FETCH-EMBARGO
              THRU 2100-FETCH-EMBARGO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                    1100-REVIERTE-PERIODO                      *
      *                                                                *
      *    - UNA RECORRIDA REPETIDA DEL PERIODO REEMPLAZA LO CALCULADO:*
      *      LAS RETENCIONES YA GRABADAS SE DEVUELVEN AL SALDO         *
      *      (REABRIENDO LAS ORDENES QUE HABIAN QUEDADO SALDADAS) Y SE *
      *      BORRAN.  LAS DE ORDENES YA LEVANTADAS NO SE TOCAN.        *
      *****************************************************************
       1100-REVIERTE-PERIODO.

           MOVE WS-PERIODO                  TO DCLGDD-PERIODO
           MOVE CT-PROGRAMA                 TO DCLEMB-USUARIOCAMBIO

           EXEC SQL
              UPDATE NEOSB36.EMP_GARNISH AS G
                 SET SALDO = SALDO +
                            (SELECT D.IMPORTE
                               FROM NEOSB36.GARNISH_DEDUCT AS D
                              WHERE D.EMPNO      = G.EMPNO
                                AND D.NROEMBARGO = G.NROEMBARGO
                                AND D.PERIODO    = :DCLGDD-PERIODO),
                     ESTADO        = :CT-ACTIVO,
                     USUARIOCAMBIO = :DCLEMB-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE G.ESTADO IN (:CT-ACTIVO, :CT-CANCELADO)
                 AND EXISTS
                    (SELECT 1
                       FROM NEOSB36.GARNISH_DEDUCT AS D
                      WHERE D.EMPNO      = G.EMPNO
                        AND D.NROEMBARGO = G.NROEMBARGO
                        AND D.PERIODO    = :DCLGDD-PERIODO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND +100
              DISPLAY 'NEEMB000: ERROR REVIRTIENDO SALDOS. SQLCODE='
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPEMB
              GOBACK
           END-IF

           IF SQLCODE EQUAL ZEROS
              MOVE SQLERRD(3)                TO CN-REPROCESADAS
           END-IF

           EXEC SQL
              DELETE FROM NEOSB36.GARNISH_DEDUCT AS D
               WHERE D.PERIODO = :DCLGDD-PERIODO
                 AND EXISTS
                    (SELECT 1
                       FROM NEOSB36.EMP_GARNISH AS G
                      WHERE G.EMPNO      = D.EMPNO
                        AND G.NROEMBARGO = D.NROEMBARGO
                        AND G.ESTADO     = :CT-ACTIVO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND +100
              DISPLAY 'NEEMB000: ERROR LIMPIANDO PERIODO. SQLCODE='
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPEMB
              GOBACK
           END-IF.

       1100-REVIERTE-PERIODO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - BASE = SALARY ANUAL / 12 MAS EL PAGO VARIABLE DEL PERIODO.*
      *    - LA ORDEN RETIENE SU IMPORTE FIJO O SU PORCENTAJE DE LA    *
      *      BASE.  EL TOPE ES SU MAXIMO LEGAL SOBRE LA BASE MENOS LO  *
      *      QUE YA RETUVIERON AL EMPLEADO LAS ORDENES DE MAYOR        *
      *      PRIORIDAD; LO QUE NO ENTRA QUEDA EN EL SALDO PARA EL MES  *
      *      SIGUIENTE.  NUNCA SE RETIENE MAS QUE EL SALDO, Y AL       *
      *      LLEGAR A CERO LA ORDEN SE CANCELA.                        *
      *****************************************************************
       2000-PROCESO.

           IF DCLEMB-EMPNO NOT EQUAL WS-EMPNO-ANT
              MOVE DCLEMB-EMPNO             TO WS-EMPNO-ANT
              MOVE ZEROS                    TO WS-RETENIDO-EMP
              COMPUTE WS-BASE ROUNDED = DCLEMP-SALARY / CT-12
                                      + DCLVPY-IMPORTE
           END-IF

           IF DCLEMB-TIPOCALCULO EQUAL CT-FIJO
              MOVE DCLEMB-IMPORTEFIJO       TO WS-IMPORTE
           ELSE
              COMPUTE WS-IMPORTE ROUNDED =
                      WS-BASE * DCLEMB-PORCENTAJE / CT-100
           END-IF

           COMPUTE WS-TOPE-LEGAL ROUNDED =
                   WS-BASE * DCLEMB-PCTMAXLEGAL / CT-100

           COMPUTE WS-MARGEN = WS-TOPE-LEGAL - WS-RETENIDO-EMP

           IF WS-MARGEN LESS THAN ZEROS
              MOVE ZEROS                    TO WS-MARGEN
           END-IF

           MOVE CT-NO-LIMITADO              TO DCLGDD-LIMITADO

           IF WS-IMPORTE GREATER THAN WS-MARGEN
              MOVE WS-MARGEN                TO WS-IMPORTE
              MOVE CT-LIMITADO              TO DCLGDD-LIMITADO
           END-IF

           IF WS-IMPORTE GREATER THAN DCLEMB-SALDO
              MOVE DCLEMB-SALDO             TO WS-IMPORTE
           END-IF

           MOVE DCLEMB-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMB-NROEMBARGO           TO LIN-DET-NRO
           MOVE WS-BASE                     TO LIN-DET-BASE

      * SIN MARGEN NO SE GRABA RETENCION: LA ORDEN ESPERA AL MES
      * SIGUIENTE CON EL SALDO INTACTO
           IF WS-IMPORTE NOT GREATER THAN ZEROS
              MOVE ZEROS                    TO LIN-DET-IMPORTE
              MOVE DCLEMB-SALDO             TO LIN-DET-SALDO
              MOVE 'SIN MARGEN LEGAL'       TO LIN-DET-OBSERVACION
              WRITE REG-REPEMB FROM WS-LINEA-DETALLE
              ADD CT-1                      TO CN-SIN-MARGEN
              PERFORM 2100-FETCH-EMBARGO
                 THRU 2100-FETCH-EMBARGO-EXIT
              GO TO 2000-PROCESO-EXIT
           END-IF

           MOVE WS-IMPORTE                  TO DCLGDD-IMPORTE
           SUBTRACT WS-IMPORTE            FROM DCLEMB-SALDO
           ADD WS-IMPORTE                   TO WS-RETENIDO-EMP

           IF DCLEMB-SALDO EQUAL ZEROS
              MOVE CT-CANCELADO             TO DCLEMB-ESTADO
           ELSE
              MOVE CT-ACTIVO                TO DCLEMB-ESTADO
           END-IF

           PERFORM 2200-GRABA-RETENCION
              THRU 2200-GRABA-RETENCION-EXIT

           IF SI-FIN-CURSOR
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2300-ACTUALIZA-SALDO
              THRU 2300-ACTUALIZA-SALDO-EXIT

           IF SI-FIN-CURSOR
              GO TO 2000-PROCESO-EXIT
           END-IF

           MOVE WS-IMPORTE                  TO LIN-DET-IMPORTE
           MOVE DCLEMB-SALDO                TO LIN-DET-SALDO
           MOVE SPACES                      TO LIN-DET-OBSERVACION

           IF DCLGDD-LIMITADO EQUAL CT-LIMITADO
              MOVE 'TOPE LEGAL'             TO LIN-DET-OBSERVACION
              ADD CT-1                      TO CN-LIMITADAS
           END-IF

           IF DCLEMB-ESTADO EQUAL CT-CANCELADO
              MOVE 'SALDADO'                TO LIN-DET-OBSERVACION
              ADD CT-1                      TO CN-CANCELADOS
           END-IF

           WRITE REG-REPEMB FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-RETENCIONES
           ADD WS-IMPORTE                   TO WS-TOTAL-RETENIDO

           PERFORM 2100-FETCH-EMBARGO
              THRU 2100-FETCH-EMBARGO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-FETCH-EMBARGO                         *
      *****************************************************************
       2100-FETCH-EMBARGO.

           EXEC SQL
              FETCH CSR-EMB
               INTO :DCLEMB-EMPNO,
                    :DCLEMB-NROEMBARGO,
                    :DCLEMB-TIPOCALCULO,
                    :DCLEMB-IMPORTEFIJO,
                    :DCLEMB-PORCENTAJE,
                    :DCLEMB-PCTMAXLEGAL,
                    :DCLEMB-SALDO,
                    :DCLEMP-SALARY,
                    :DCLVPY-IMPORTE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH EMB. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                 2100-FETCH-EMBARGO-EXIT                       *
      *****************************************************************
       2100-FETCH-EMBARGO-EXIT.
           EXIT.
      *****************************************************************
      *                    2200-GRABA-RETENCION                       *
      *****************************************************************
       2200-GRABA-RETENCION.

           MOVE DCLEMB-EMPNO                TO DCLGDD-EMPNO
           MOVE DCLEMB-NROEMBARGO           TO DCLGDD-NROEMBARGO
           MOVE WS-PERIODO                  TO DCLGDD-PERIODO
           MOVE WS-BASE                     TO DCLGDD-BASE
           MOVE DCLEMB-SALDO                TO DCLGDD-SALDO

           EXEC SQL
              INSERT INTO NEOSB36.GARNISH_DEDUCT
              (
                    EMPNO,
                    NROEMBARGO,
                    PERIODO,
                    BASE,
                    IMPORTE,
                    SALDO,
                    LIMITADO
              )
              VALUES
              (
                   :DCLGDD-EMPNO,
                   :DCLGDD-NROEMBARGO,
                   :DCLGDD-PERIODO,
                   :DCLGDD-BASE,
                   :DCLGDD-IMPORTE,
                   :DCLGDD-SALDO,
                   :DCLGDD-LIMITADO
              )
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEEMB000: ERROR GRABANDO RETENCION. SQLCODE='
                      SQLCODE ' EMPNO=' DCLGDD-EMPNO
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                 2200-GRABA-RETENCION-EXIT                     *
      *****************************************************************
       2200-GRABA-RETENCION-EXIT.
           EXIT.
      *****************************************************************
      *                    2300-ACTUALIZA-SALDO                       *
      *****************************************************************
       2300-ACTUALIZA-SALDO.

           MOVE CT-PROGRAMA                 TO DCLEMB-USUARIOCAMBIO

           EXEC SQL
              UPDATE NEOSB36.EMP_GARNISH
                 SET SALDO         = :DCLEMB-SALDO,
                     ESTADO        = :DCLEMB-ESTADO,
                     USUARIOCAMBIO = :DCLEMB-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLEMB-EMPNO
                 AND NROEMBARGO = :DCLEMB-NROEMBARGO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEEMB000: ERROR ACTUALIZANDO SALDO. SQLCODE='
                      SQLCODE ' EMPNO=' DCLEMB-EMPNO
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                 2300-ACTUALIZA-SALDO-EXIT                     *
      *****************************************************************
       2300-ACTUALIZA-SALDO-EXIT.
           EXIT.
      *****************************************************************
      *                        2500-REMESAS                           *
      *                                                                *
      *    - LISTA LO RETENIDO EN EL PERIODO POR ACREEDOR Y ORDEN,     *
      *      CON SUBTOTAL POR ACREEDOR, PARA GIRAR LAS REMESAS.  SI EL *
      *      CALCULO FALLO NO SE LISTA: HAY QUE REPROCESAR EL PERIODO. *
      *****************************************************************
       2500-REMESAS.

           EXEC SQL
              CLOSE CSR-EMB
           END-EXEC

           MOVE WS-TOTAL-RETENIDO           TO LIN-TOT-IMPORTE
           WRITE REG-REPEMB FROM WS-LINEA-TOTAL

           IF RETURN-CODE EQUAL 8
              GO TO 2500-REMESAS-EXIT
           END-IF

           MOVE WS-PERIODO                  TO LIN-TRM-PERIODO
           WRITE REG-REPEMB FROM WS-LINEA-TIT-REMESAS

           EXEC SQL
              OPEN CSR-REM
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR REM. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 2500-REMESAS-EXIT
           END-IF

           PERFORM 2510-FETCH-REMESA
              THRU 2510-FETCH-REMESA-EXIT

           PERFORM 2520-EMITE-REMESA
              THRU 2520-EMITE-REMESA-EXIT
             UNTIL SI-FIN-REMESAS

           IF WS-ACREEDOR-ANT NOT EQUAL SPACES
              MOVE WS-SUBTOTAL-ACREEDOR     TO LIN-SUB-IMPORTE
              WRITE REG-REPEMB FROM WS-LINEA-SUBTOTAL
           END-IF

           MOVE WS-TOTAL-REMESAS            TO LIN-TRE-IMPORTE
           WRITE REG-REPEMB FROM WS-LINEA-TOTAL-REMESAS

           EXEC SQL
              CLOSE CSR-REM
           END-EXEC.

       2500-REMESAS-EXIT.
           EXIT.
      *****************************************************************
      *                     2510-FETCH-REMESA                         *
      *****************************************************************
       2510-FETCH-REMESA.

           EXEC SQL
              FETCH CSR-REM
               INTO :DCLEMB-ACREEDOR,
                    :DCLEMB-NROORDEN,
                    :DCLGDD-EMPNO,
                    :DCLGDD-IMPORTE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-REMESAS      TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH REM. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-REMESAS      TO TRUE
           END-EVALUATE.

       2510-FETCH-REMESA-EXIT.
           EXIT.
      *****************************************************************
      *                     2520-EMITE-REMESA                         *
      *****************************************************************
       2520-EMITE-REMESA.

           IF DCLEMB-ACREEDOR NOT EQUAL WS-ACREEDOR-ANT
              IF WS-ACREEDOR-ANT NOT EQUAL SPACES
                 MOVE WS-SUBTOTAL-ACREEDOR  TO LIN-SUB-IMPORTE
                 WRITE REG-REPEMB FROM WS-LINEA-SUBTOTAL
              END-IF
              MOVE DCLEMB-ACREEDOR          TO WS-ACREEDOR-ANT
              MOVE ZEROS                    TO WS-SUBTOTAL-ACREEDOR
              ADD CT-1                      TO CN-ACREEDORES
           END-IF

           MOVE DCLEMB-ACREEDOR             TO LIN-REM-ACREEDOR
           MOVE DCLEMB-NROORDEN             TO LIN-REM-NRO-ORDEN
           MOVE DCLGDD-EMPNO                TO LIN-REM-EMPNO
           MOVE DCLGDD-IMPORTE              TO LIN-REM-IMPORTE
           WRITE REG-REPEMB FROM WS-LINEA-REMESA

           ADD DCLGDD-IMPORTE               TO WS-SUBTOTAL-ACREEDOR
           ADD DCLGDD-IMPORTE               TO WS-TOTAL-REMESAS

           PERFORM 2510-FETCH-REMESA
              THRU 2510-FETCH-REMESA-EXIT.

       2520-EMITE-REMESA-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEEMB000              *'
           DISPLAY 'PERIODO:               ' WS-PERIODO
           DISPLAY 'RETENCIONES GRABADAS:  ' CN-RETENCIONES
           DISPLAY 'LIMITADAS POR TOPE:    ' CN-LIMITADAS
           DISPLAY 'SIN MARGEN LEGAL:      ' CN-SIN-MARGEN
           DISPLAY 'ORDENES SALDADAS:      ' CN-CANCELADOS
           DISPLAY 'ACREEDORES A REMESAR:  ' CN-ACREEDORES
           DISPLAY 'RETENCIONES REPROCES.: ' CN-REPROCESADAS
           DISPLAY '***********************************************'

           CLOSE REPEMB

           GOBACK.
