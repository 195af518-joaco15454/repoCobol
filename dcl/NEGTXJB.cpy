      ******************************************************************
      * DCLGEN TABLE(NEOSB36.JOB_XWALK)                                *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.JOB_XWALK TABLE
           ( EMPRESA                        CHAR(8) NOT NULL,
             JOBEXT                         CHAR(10) NOT NULL,
             JOB                            CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.JOB_XWALK                  *
      ******************************************************************
       01  DCLXJB.
           10 DCLXJB-EMPRESA                PIC X(8).
           10 DCLXJB-JOBEXT                 PIC X(10).
           10 DCLXJB-JOB                    PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      * THE LENGHT OF RECORDS DESCRIGER IS 26                          *
      ******************************************************************
