      ******************************************************************
      * DCLGEN TABLE(NEOSB36.JOB_DOC_RULE)                             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.JOB_DOC_RULE TABLE
           ( JOB                            CHAR(8) NOT NULL,
             TIPODOC                        CHAR(4) NOT NULL,
             DESCRIPCION                    CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.JOB_DOC_RULE               *
      ******************************************************************
       01  DCLJDR.
           10 DCLJDR-JOB                    PIC X(8).
           10 DCLJDR-TIPODOC                PIC X(4).
           10 DCLJDR-DESCRIPCION            PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      * THE LENGHT OF RECORDS DESCRIGER IS 42                          *
      ******************************************************************
