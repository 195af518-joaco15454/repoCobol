      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EMP_BANK_PEND)                            *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EMP_BANK_PEND TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHACARGA                     TIMESTAMP NOT NULL,
             TIPOCAMBIO                     CHAR(1) NOT NULL,
             BANCO                          CHAR(3) NOT NULL,
             SUCURSAL                       CHAR(4) NOT NULL,
             CUENTA                         CHAR(16) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIOCARGA                   CHAR(8) NOT NULL,
             USUARIOAPROB                   CHAR(8) NOT NULL,
             FECHARESOL                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_BANK_PEND              *
      ******************************************************************
       01  DCLBKP.
           10 DCLBKP-EMPNO                  PIC X(6).
           10 DCLBKP-FECHACARGA             PIC X(26).
           10 DCLBKP-TIPOCAMBIO             PIC X(1).
           10 DCLBKP-BANCO                  PIC X(3).
           10 DCLBKP-SUCURSAL               PIC X(4).
           10 DCLBKP-CUENTA                 PIC X(16).
           10 DCLBKP-ESTADO                 PIC X(1).
           10 DCLBKP-USUARIOCARGA           PIC X(8).
           10 DCLBKP-USUARIOAPROB           PIC X(8).
           10 DCLBKP-FECHARESOL             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      * THE LENGHT OF RECORDS DESCRIGER IS 99                          *
      ******************************************************************
