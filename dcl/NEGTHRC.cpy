      ******************************************************************
      * DCLGEN TABLE(NEOSB36.DEPT_HR_CONTACT)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.DEPT_HR_CONTACT TABLE
           ( DEPTNO                         CHAR(3) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FECHAALTA                      DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.DEPT_HR_CONTACT            *
      ******************************************************************
       01  DCLHRC.
           10 DCLHRC-DEPTNO                 PIC X(3).
           10 DCLHRC-USUARIO                PIC X(8).
           10 DCLHRC-FECHAALTA              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      * THE LENGHT OF RECORDS DESCRIGER IS 21                          *
      ******************************************************************
