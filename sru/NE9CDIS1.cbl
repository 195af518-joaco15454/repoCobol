      *****************************************************************
      * Program name:    NE9CDIS1.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Returns the split   *
      *                          of an employee's cost across         *
      *                          departments in force at a date       *
      *                          (EMP_DEPT_ALLOC) and distributes an  *
      *                          amount over it for the batch cost    *
      *                          programs.  No split, or one that     *
      *                          does not add up to 100, charges the  *
      *                          whole cost to WORKDEPT.              *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CDIS1.
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
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      *                    DEFINICION DE SWITCHES                     *
      *****************************************************************
       01 SW-SWITCHES.

           05 SW-SQLCODE                 PIC S9(9) COMP.
              88 SQLCODE-88-OK                           VALUE 0.
              88 SQLCODE-88-NOTFND                       VALUE +100.

           05 SW-FIN-CURSOR              PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                           VALUE 'S'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-TOTAL-REPARTO              PIC S9(05)V9(02) COMP-3.
           05 WS-ACUMULADO                  PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                       PIC 9(01) VALUE 1.
           05 CT-100                     PIC 9(03) VALUE 100.
           05 CT-MAX-DEPTOS              PIC 9(02) VALUE 20.
           05 CT-SIN-FECHA               PIC X(10) VALUE '0001-01-01'.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDIS
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DIS CURSOR FOR
              SELECT DEPTNO,
                     PORCENTAJE
                FROM NEOSB36.EMP_DEPT_ALLOC
               WHERE EMPNO      = :DCLDIS-EMPNO
                 AND FECHADESDE = :DCLDIS-FECHADESDE
               ORDER BY DEPTNO
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECDIS-01.
           COPY NEECDIS1.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECDIS-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           MOVE '00'                        TO DIS1-COD-RET
           MOVE ZEROS                       TO DIS1-SQLCODE

           EVALUATE TRUE
               WHEN DIS1-88-VIGENTE
                    PERFORM 1000-BUSCA-REPARTO
                       THRU 1000-BUSCA-REPARTO-EXIT
               WHEN DIS1-88-DISTRIBUYE
                    PERFORM 2000-DISTRIBUYE
                       THRU 2000-DISTRIBUYE-EXIT
           END-EVALUATE

           GOBACK.

      *****************************************************************
      *                     1000-BUSCA-REPARTO                        *
      *                                                                *
      *    - UBICA EL REPARTO VIGENTE A LA FECHA Y LO CARGA EN LA      *
      *      TABLA SI SUMA 100; SI NO, LA TABLA QUEDA CON WORKDEPT     *
      *****************************************************************
       1000-BUSCA-REPARTO.

           SET DIS1-88-SIN-REPARTO          TO TRUE
           MOVE 1                           TO DIS1-CANT-DEPTOS
           MOVE DIS1-WORKDEPT               TO DIS1-DEP-DEPTNO(1)
           MOVE CT-100                      TO DIS1-DEP-PORCENTAJE(1)
           MOVE ZEROS                       TO DIS1-DEP-IMPORTE(1)

           MOVE DIS1-EMPNO                  TO DCLDIS-EMPNO
           MOVE DIS1-FECHA                  TO DCLDIS-FECHADESDE

           EXEC SQL
              SELECT VALUE(MAX(FECHADESDE), :CT-SIN-FECHA)
                INTO :DCLDIS-FECHADESDE
                FROM NEOSB36.EMP_DEPT_ALLOC
               WHERE EMPNO       = :DCLDIS-EMPNO
                 AND FECHADESDE <= :DCLDIS-FECHADESDE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              PERFORM 9800-ABEND-DB2
                 THRU 9800-ABEND-DB2-EXIT
              GO TO 1000-BUSCA-REPARTO-EXIT
           END-IF

           IF DCLDIS-FECHADESDE EQUAL CT-SIN-FECHA
              GO TO 1000-BUSCA-REPARTO-EXIT
           END-IF

           EXEC SQL
              SELECT VALUE(SUM(PORCENTAJE), 0)
                INTO :WS-TOTAL-REPARTO
                FROM NEOSB36.EMP_DEPT_ALLOC
               WHERE EMPNO      = :DCLDIS-EMPNO
                 AND FECHADESDE = :DCLDIS-FECHADESDE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              PERFORM 9800-ABEND-DB2
                 THRU 9800-ABEND-DB2-EXIT
              GO TO 1000-BUSCA-REPARTO-EXIT
           END-IF

           IF WS-TOTAL-REPARTO NOT EQUAL CT-100
              SET DIS1-88-REPARTO-INVALIDO  TO TRUE
              GO TO 1000-BUSCA-REPARTO-EXIT
           END-IF

           EXEC SQL
              OPEN CSR-DIS
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              PERFORM 9800-ABEND-DB2
                 THRU 9800-ABEND-DB2-EXIT
              GO TO 1000-BUSCA-REPARTO-EXIT
           END-IF

           MOVE ZEROS                       TO DIS1-CANT-DEPTOS
           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 1100-FETCH-REPARTO
              THRU 1100-FETCH-REPARTO-EXIT

           PERFORM 1200-CARGA-DEPTO
              THRU 1200-CARGA-DEPTO-EXIT
              UNTIL SI-FIN-CURSOR
                 OR DIS1-CANT-DEPTOS NOT LESS THAN CT-MAX-DEPTOS

           EXEC SQL
              CLOSE CSR-DIS
           END-EXEC

           IF DIS1-88-ERROR-DB2
              GO TO 1000-BUSCA-REPARTO-EXIT
           END-IF

           SET DIS1-88-REPARTIDO            TO TRUE.

      *****************************************************************
      *                   1000-BUSCA-REPARTO-EXIT                     *
      *****************************************************************
       1000-BUSCA-REPARTO-EXIT.
           EXIT.
      *****************************************************************
      *                     1100-FETCH-REPARTO                        *
      *****************************************************************
       1100-FETCH-REPARTO.

           EXEC SQL
              FETCH CSR-DIS
               INTO :DCLDIS-DEPTNO,
                    :DCLDIS-PORCENTAJE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    SET SI-FIN-CURSOR       TO TRUE
                    PERFORM 9800-ABEND-DB2
                       THRU 9800-ABEND-DB2-EXIT
           END-EVALUATE.

      *****************************************************************
      *                   1100-FETCH-REPARTO-EXIT                     *
      *****************************************************************
       1100-FETCH-REPARTO-EXIT.
           EXIT.
      *****************************************************************
      *                      1200-CARGA-DEPTO                         *
      *****************************************************************
       1200-CARGA-DEPTO.

           ADD CT-1                         TO DIS1-CANT-DEPTOS
           SET DIS1-IX                      TO DIS1-CANT-DEPTOS

           MOVE DCLDIS-DEPTNO               TO DIS1-DEP-DEPTNO(DIS1-IX)
           MOVE DCLDIS-PORCENTAJE
                                     TO DIS1-DEP-PORCENTAJE(DIS1-IX)
           MOVE ZEROS                       TO DIS1-DEP-IMPORTE(DIS1-IX)

           PERFORM 1100-FETCH-REPARTO
              THRU 1100-FETCH-REPARTO-EXIT.

      *****************************************************************
      *                    1200-CARGA-DEPTO-EXIT                      *
      *****************************************************************
       1200-CARGA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2000-DISTRIBUYE                         *
      *                                                                *
      *    - REPARTE DIS1-IMPORTE SOBRE LA TABLA YA CARGADA.  LA       *
      *      ULTIMA FILA LLEVA LA DIFERENCIA PARA QUE LAS PARTES       *
      *      SUMEN EXACTAMENTE EL TOTAL                                *
      *****************************************************************
       2000-DISTRIBUYE.

           MOVE ZEROS                       TO WS-ACUMULADO

           PERFORM 2100-CALCULA-PARTE
              THRU 2100-CALCULA-PARTE-EXIT
              VARYING DIS1-IX FROM 1 BY 1
              UNTIL DIS1-IX NOT LESS THAN DIS1-CANT-DEPTOS

           SET DIS1-IX                      TO DIS1-CANT-DEPTOS
           COMPUTE DIS1-DEP-IMPORTE(DIS1-IX) =
                   DIS1-IMPORTE - WS-ACUMULADO.

      *****************************************************************
      *                     2000-DISTRIBUYE-EXIT                      *
      *****************************************************************
       2000-DISTRIBUYE-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-CALCULA-PARTE                        *
      *****************************************************************
       2100-CALCULA-PARTE.

           COMPUTE DIS1-DEP-IMPORTE(DIS1-IX) ROUNDED =
                   DIS1-IMPORTE * DIS1-DEP-PORCENTAJE(DIS1-IX) / CT-100

           ADD DIS1-DEP-IMPORTE(DIS1-IX)    TO WS-ACUMULADO.

      *****************************************************************
      *                   2100-CALCULA-PARTE-EXIT                     *
      *****************************************************************
       2100-CALCULA-PARTE-EXIT.
           EXIT.
      *****************************************************************
      *                        9800-ABEND-DB2                         *
      *****************************************************************
       9800-ABEND-DB2.

           SET DIS1-88-ERROR-DB2            TO TRUE
           MOVE SQLCODE                     TO DIS1-SQLCODE.

      *****************************************************************
      *                      9800-ABEND-DB2-EXIT                      *
      *****************************************************************
       9800-ABEND-DB2-EXIT.
           EXIT.
