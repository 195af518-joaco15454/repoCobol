      ******************************************************************
      * DCLGEN TABLE(NEOSB36.MIN_WAGE)                                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.MIN_WAGE TABLE
           ( LOCATION                       CHAR(16) NOT NULL,
             FECHADESDE                     DATE NOT NULL,
             SALARIOMIN                     DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.MIN_WAGE                   *
      ******************************************************************
       01  DCLMWG.
           10 DCLMWG-LOCATION               PIC X(16).
           10 DCLMWG-FECHADESDE             PIC X(10).
           10 DCLMWG-SALARIOMIN             PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      * THE LENGHT OF RECORDS DESCRIGER IS 31                          *
      ******************************************************************
