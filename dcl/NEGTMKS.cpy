      ******************************************************************
      * DCLGEN TABLE(NEOSB36.MARKET_SURVEY)                            *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.MARKET_SURVEY TABLE
           ( FUENTE                         CHAR(8) NOT NULL,
             ANIO                           CHAR(4) NOT NULL,
             JOBENCUESTA                    CHAR(10) NOT NULL,
             LOCATION                       CHAR(16) NOT NULL,
             PERCENTIL25                    DECIMAL(9, 2) NOT NULL,
             PERCENTIL50                    DECIMAL(9, 2) NOT NULL,
             PERCENTIL75                    DECIMAL(9, 2) NOT NULL,
             FECHACARGA                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.MARKET_SURVEY              *
      ******************************************************************
       01  DCLMKS.
           10 DCLMKS-FUENTE                 PIC X(8).
           10 DCLMKS-ANIO                   PIC X(4).
           10 DCLMKS-JOBENCUESTA            PIC X(10).
           10 DCLMKS-LOCATION               PIC X(16).
           10 DCLMKS-PERCENTIL25            PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLMKS-PERCENTIL50            PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLMKS-PERCENTIL75            PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLMKS-FECHACARGA             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      * THE LENGHT OF RECORDS DESCRIGER IS 63                          *
      ******************************************************************
