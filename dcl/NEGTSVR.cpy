      ******************************************************************
      * DCLGEN TABLE(NEOSB36.SEV_RULES)                                *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.SEV_RULES TABLE
           ( LOCATION                       CHAR(16) NOT NULL,
             DIASPORANIO                    DECIMAL(5, 2) NOT NULL,
             TOPEANIOS                      SMALLINT NOT NULL,
             DIASPREAVISO                   SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.SEV_RULES                  *
      ******************************************************************
       01  DCLSVR.
           10 DCLSVR-LOCATION               PIC X(16).
           10 DCLSVR-DIASPORANIO            PIC S9(3)V9(2) USAGE COMP-3.
           10 DCLSVR-TOPEANIOS              PIC S9(4) USAGE COMP.
           10 DCLSVR-DIASPREAVISO           PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      * THE LENGHT OF RECORDS DESCRIGER IS 23                          *
      ******************************************************************
