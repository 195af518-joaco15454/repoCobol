      ******************************************************************
      * DCLGEN TABLE(NEOSB36.GARNISH_DEDUCT)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.GARNISH_DEDUCT TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             NROEMBARGO                     SMALLINT NOT NULL,
             PERIODO                        CHAR(6) NOT NULL,
             BASE                           DECIMAL(9, 2) NOT NULL,
             IMPORTE                        DECIMAL(9, 2) NOT NULL,
             SALDO                          DECIMAL(9, 2) NOT NULL,
             LIMITADO                       CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.GARNISH_DEDUCT             *
      ******************************************************************
       01  DCLGDD.
           10 DCLGDD-EMPNO                  PIC X(6).
           10 DCLGDD-NROEMBARGO             PIC S9(4) USAGE COMP.
           10 DCLGDD-PERIODO                PIC X(6).
           10 DCLGDD-BASE                   PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLGDD-IMPORTE                PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLGDD-SALDO                  PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLGDD-LIMITADO               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      * THE LENGHT OF RECORDS DESCRIGER IS 30                          *
      ******************************************************************
