      ******************************************************************
      * DCLGEN TABLE(NEOSB36.VAC_BALANCE_HIST)                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.VAC_BALANCE_HIST TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             DIASACRED                      DECIMAL(6, 2) NOT NULL,
             DIASTOMADOS                    DECIMAL(6, 2) NOT NULL,
             FECHAULTACRED                  DATE NOT NULL,
             DIASPAGADOS                    DECIMAL(6, 2) NOT NULL,
             IMPORTEPAGADO                  DECIMAL(9, 2) NOT NULL,
             TIPOCAMBIO                     CHAR(1) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL,
             USUARIOCAMBIO                  CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.VAC_BALANCE_HIST           *
      ******************************************************************
       01  DCLVBH.
           10 DCLVBH-EMPNO                  PIC X(6).
           10 DCLVBH-DIASACRED              PIC S9(4)V9(2) USAGE COMP-3.
           10 DCLVBH-DIASTOMADOS            PIC S9(4)V9(2) USAGE COMP-3.
           10 DCLVBH-FECHAULTACRED          PIC X(10).
           10 DCLVBH-DIASPAGADOS            PIC S9(4)V9(2) USAGE COMP-3.
           10 DCLVBH-IMPORTEPAGADO          PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLVBH-TIPOCAMBIO             PIC X(1).
           10 DCLVBH-FECHACAMBIO            PIC X(26).
           10 DCLVBH-USUARIOCAMBIO          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 68                          *
      ******************************************************************
