      ******************************************************************
      * DCLGEN TABLE(NEOSB36.OVERTIME_RULES)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.OVERTIME_RULES TABLE
           ( LOCATION                       CHAR(16) NOT NULL,
             FECHADESDE                     DATE NOT NULL,
             HORASANIO                      DECIMAL(7, 2) NOT NULL,
             FACTORHABIL                    DECIMAL(3, 2) NOT NULL,
             FACTORFINDE                    DECIMAL(3, 2) NOT NULL,
             FACTORFERIADO                  DECIMAL(3, 2) NOT NULL,
             TOPESEMANAL                    DECIMAL(5, 2) NOT NULL,
             TOPEMENSUAL                    DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.OVERTIME_RULES             *
      ******************************************************************
       01  DCLOTR.
           10 DCLOTR-LOCATION               PIC X(16).
           10 DCLOTR-FECHADESDE             PIC X(10).
           10 DCLOTR-HORASANIO              PIC S9(5)V9(2) USAGE COMP-3.
           10 DCLOTR-FACTORHABIL            PIC S9(1)V9(2) USAGE COMP-3.
           10 DCLOTR-FACTORFINDE            PIC S9(1)V9(2) USAGE COMP-3.
           10 DCLOTR-FACTORFERIADO          PIC S9(1)V9(2) USAGE COMP-3.
           10 DCLOTR-TOPESEMANAL            PIC S9(3)V9(2) USAGE COMP-3.
           10 DCLOTR-TOPEMENSUAL            PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      * THE LENGHT OF RECORDS DESCRIGER IS 42                          *
      ******************************************************************
