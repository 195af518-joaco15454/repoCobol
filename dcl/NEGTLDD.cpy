      ******************************************************************
      * DCLGEN TABLE(NEOSB36.LOAN_DEDUCT)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.LOAN_DEDUCT TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             NROPRESTAMO                    SMALLINT NOT NULL,
             PERIODO                        CHAR(6) NOT NULL,
             IMPORTE                        DECIMAL(9, 2) NOT NULL,
             SALDO                          DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.LOAN_DEDUCT                *
      ******************************************************************
       01  DCLLDD.
           10 DCLLDD-EMPNO                  PIC X(6).
           10 DCLLDD-NROPRESTAMO            PIC S9(4) USAGE COMP.
           10 DCLLDD-PERIODO                PIC X(6).
           10 DCLLDD-IMPORTE                PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLLDD-SALDO                  PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      * THE LENGHT OF RECORDS DESCRIGER IS 24                          *
      ******************************************************************
