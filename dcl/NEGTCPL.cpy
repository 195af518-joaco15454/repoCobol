      ******************************************************************
      * DCLGEN TABLE(NEOSB36.COMM_PLAN)                                *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.COMM_PLAN TABLE
           ( JOB                            CHAR(8) NOT NULL,
             TRAMO                          SMALLINT NOT NULL,
             CUOTA                          DECIMAL(11, 2) NOT NULL,
             PCTDESDE                       DECIMAL(5, 2) NOT NULL,
             TASA                           DECIMAL(5, 4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.COMM_PLAN                  *
      ******************************************************************
       01  DCLCPL.
           10 DCLCPL-JOB                    PIC X(8).
           10 DCLCPL-TRAMO                  PIC S9(4) USAGE COMP.
           10 DCLCPL-CUOTA                  PIC S9(9)V9(2) USAGE COMP-3.
           10 DCLCPL-PCTDESDE               PIC S9(3)V9(2) USAGE COMP-3.
           10 DCLCPL-TASA                   PIC S9(1)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      * THE LENGHT OF RECORDS DESCRIGER IS 22                          *
      ******************************************************************
