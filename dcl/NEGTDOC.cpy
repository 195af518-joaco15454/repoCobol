      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EMP_DOCUMENT)                             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EMP_DOCUMENT TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             TIPODOC                        CHAR(4) NOT NULL,
             NRODOC                         CHAR(20) NOT NULL,
             FECHAEMISION                   DATE NOT NULL,
             FECHAVENCE                     DATE NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_DOCUMENT               *
      ******************************************************************
       01  DCLDOC.
           10 DCLDOC-EMPNO                  PIC X(6).
           10 DCLDOC-TIPODOC                PIC X(4).
           10 DCLDOC-NRODOC                 PIC X(20).
           10 DCLDOC-FECHAEMISION           PIC X(10).
           10 DCLDOC-FECHAVENCE             PIC X(10).
           10 DCLDOC-USUARIOCAMBIO          PIC X(8).
           10 DCLDOC-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      * THE LENGHT OF RECORDS DESCRIGER IS 84                          *
      ******************************************************************
