      ******************************************************************
      * DCLGEN TABLE(NEOSB36.DEPT_XWALK)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.DEPT_XWALK TABLE
           ( EMPRESA                        CHAR(8) NOT NULL,
             DEPTEXT                        CHAR(6) NOT NULL,
             DEPTNO                         CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.DEPT_XWALK                 *
      ******************************************************************
       01  DCLXDP.
           10 DCLXDP-EMPRESA                PIC X(8).
           10 DCLXDP-DEPTEXT                PIC X(6).
           10 DCLXDP-DEPTNO                 PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      * THE LENGHT OF RECORDS DESCRIGER IS 17                          *
      ******************************************************************
