      ******************************************************************
      * DCLGEN TABLE(NEOSB36.CERT_LETTER)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.CERT_LETTER TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHAPEDIDO                    TIMESTAMP NOT NULL,
             TIPOCARTA                      CHAR(1) NOT NULL,
             DESTINATARIO                   VARCHAR(40) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             NROCARTA                       INTEGER NOT NULL,
             FECHAEMISION                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.CERT_LETTER                *
      ******************************************************************
       01  DCLCVL.
           10 DCLCVL-EMPNO                  PIC X(6).
           10 DCLCVL-FECHAPEDIDO            PIC X(26).
           10 DCLCVL-TIPOCARTA              PIC X(1).
           10 DCLCVL-DESTINATARIO           PIC X(40).
           10 DCLCVL-USUARIO                PIC X(8).
           10 DCLCVL-ESTADO                 PIC X(1).
           10 DCLCVL-NROCARTA               PIC S9(9) USAGE COMP.
           10 DCLCVL-FECHAEMISION           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      * THE LENGHT OF RECORDS DESCRIGER IS 96                          *
      ******************************************************************
