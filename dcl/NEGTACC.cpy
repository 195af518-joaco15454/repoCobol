      ******************************************************************
      * DCLGEN TABLE(NEOSB36.ACCESS_LOG)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.ACCESS_LOG TABLE
           ( USUARIO                        CHAR(8) NOT NULL,
             FECHAACCESO                    TIMESTAMP NOT NULL,
             TERMINAL                       CHAR(4) NOT NULL,
             TRANSACCION                    CHAR(4) NOT NULL,
             EMPNO                          CHAR(6) NOT NULL,
             RESULTADO                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.ACCESS_LOG                 *
      ******************************************************************
       01  DCLACC.
           10 DCLACC-USUARIO                PIC X(8).
           10 DCLACC-FECHAACCESO            PIC X(26).
           10 DCLACC-TERMINAL               PIC X(4).
           10 DCLACC-TRANSACCION            PIC X(4).
           10 DCLACC-EMPNO                  PIC X(6).
           10 DCLACC-RESULTADO              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      * THE LENGHT OF RECORDS DESCRIGER IS 49                          *
      ******************************************************************
