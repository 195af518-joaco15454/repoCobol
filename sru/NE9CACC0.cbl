      *****************************************************************
      * Program name:    NE9CACC0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Logs an inquiry of  *
      *                          an employee's data from the online   *
      *                          screens into NEOSB36.ACCESS_LOG:     *
      *                          user, terminal, transaction, EMPNO   *
      *                          viewed, timestamp and whether the    *
      *                          access was allowed or refused.       *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CACC0.
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

       01  SW-SWITCHES.
           05 SW-SQLCODE                 PIC S9(9) COMP.
              88 SQLCODE-88-OK                           VALUE 0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTACC
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECACC-01.
           COPY NEECACC0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECACC-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           MOVE '00'                        TO ACC0-COD-RET

           MOVE ACC0-USUARIO                TO DCLACC-USUARIO
           MOVE ACC0-TERMINAL               TO DCLACC-TERMINAL
           MOVE ACC0-TRANSACCION            TO DCLACC-TRANSACCION
           MOVE ACC0-EMPNO                  TO DCLACC-EMPNO
           MOVE ACC0-RESULTADO              TO DCLACC-RESULTADO

           IF DCLACC-EMPNO EQUAL LOW-VALUES
              MOVE SPACES                   TO DCLACC-EMPNO
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.ACCESS_LOG
              (
                    USUARIO,
                    FECHAACCESO,
                    TERMINAL,
                    TRANSACCION,
                    EMPNO,
                    RESULTADO
              )
              VALUES
              (
                   :DCLACC-USUARIO,
                    CURRENT TIMESTAMP,
                   :DCLACC-TERMINAL,
                   :DCLACC-TRANSACCION,
                   :DCLACC-EMPNO,
                   :DCLACC-RESULTADO
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE '99'                     TO ACC0-COD-RET
              DISPLAY 'NE9CACC0: ERROR DB2. SQLCODE=' SQLCODE
           END-IF

           GOBACK.
