      ******************************************************************
      * DCLGEN TABLE(NEOSB36.TIME_HOURS)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.TIME_HOURS TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHATRABAJO                   DATE NOT NULL,
             HORASNORMALES                  DECIMAL(4, 2) NOT NULL,
             HORASEXTRA                     DECIMAL(4, 2) NOT NULL,
             TIPODIA                        CHAR(1) NOT NULL,
             IMPORTE                        DECIMAL(9, 2) NOT NULL,
             PERIODO                        CHAR(6) NOT NULL,
             FECHACARGA                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.TIME_HOURS                 *
      ******************************************************************
       01  DCLHRS.
           10 DCLHRS-EMPNO                  PIC X(6).
           10 DCLHRS-FECHATRABAJO           PIC X(10).
           10 DCLHRS-HORASNORMALES          PIC S9(2)V9(2) USAGE COMP-3.
           10 DCLHRS-HORASEXTRA             PIC S9(2)V9(2) USAGE COMP-3.
           10 DCLHRS-TIPODIA                PIC X(1).
           10 DCLHRS-IMPORTE                PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLHRS-PERIODO                PIC X(6).
           10 DCLHRS-FECHACARGA             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      * THE LENGHT OF RECORDS DESCRIGER IS 44                          *
      ******************************************************************
