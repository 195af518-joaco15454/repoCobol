      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EMP_LOAN)                                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EMP_LOAN TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             NROPRESTAMO                    SMALLINT NOT NULL,
             TIPOPRESTAMO                   CHAR(1) NOT NULL,
             CAPITAL                        DECIMAL(9, 2) NOT NULL,
             CUOTA                          DECIMAL(9, 2) NOT NULL,
             PERIODOINICIO                  CHAR(6) NOT NULL,
             SALDO                          DECIMAL(9, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_LOAN                   *
      ******************************************************************
       01  DCLLON.
           10 DCLLON-EMPNO                  PIC X(6).
           10 DCLLON-NROPRESTAMO            PIC S9(4) USAGE COMP.
           10 DCLLON-TIPOPRESTAMO           PIC X(1).
           10 DCLLON-CAPITAL                PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLLON-CUOTA                  PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLLON-PERIODOINICIO          PIC X(6).
           10 DCLLON-SALDO                  PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLLON-ESTADO                 PIC X(1).
           10 DCLLON-USUARIOCAMBIO          PIC X(8).
           10 DCLLON-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      * THE LENGHT OF RECORDS DESCRIGER IS 65                          *
      ******************************************************************
