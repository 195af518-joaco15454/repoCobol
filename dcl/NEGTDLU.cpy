      ******************************************************************
      * DCLGEN TABLE(NEOSB36.APPR_DELEG_USE)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.APPR_DELEG_USE TABLE
           ( DELEGADO                       CHAR(8) NOT NULL,
             FECHAUSO                       TIMESTAMP NOT NULL,
             DELEGANTE                      CHAR(8) NOT NULL,
             TRANSACCION                    CHAR(4) NOT NULL,
             EMPNO                          CHAR(6) NOT NULL,
             ACCION                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.APPR_DELEG_USE             *
      ******************************************************************
       01  DCLDLU.
           10 DCLDLU-DELEGADO               PIC X(8).
           10 DCLDLU-FECHAUSO               PIC X(26).
           10 DCLDLU-DELEGANTE              PIC X(8).
           10 DCLDLU-TRANSACCION            PIC X(4).
           10 DCLDLU-EMPNO                  PIC X(6).
           10 DCLDLU-ACCION                 PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      * THE LENGHT OF RECORDS DESCRIGER IS 53                          *
      ******************************************************************
