      ******************************************************************
      * DCLGEN TABLE(NEOSB36.SUCCESSION)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.SUCCESSION TABLE
           ( DEPTNO                         CHAR(3) NOT NULL,
             EMPNO                          CHAR(6) NOT NULL,
             PREPARACION                    CHAR(1) NOT NULL,
             FECHANOMINA                    DATE NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.SUCCESSION                 *
      ******************************************************************
       01  DCLSUC.
           10 DCLSUC-DEPTNO                 PIC X(3).
           10 DCLSUC-EMPNO                  PIC X(6).
           10 DCLSUC-PREPARACION            PIC X(1).
           10 DCLSUC-FECHANOMINA            PIC X(10).
           10 DCLSUC-USUARIOCAMBIO          PIC X(8).
           10 DCLSUC-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      * THE LENGHT OF RECORDS DESCRIGER IS 54                          *
      ******************************************************************
