      ******************************************************************
      * DCLGEN TABLE(NEOSB36.PERIOD_REDIRECT)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.PERIOD_REDIRECT TABLE
           ( FECHAREGISTRO                  TIMESTAMP NOT NULL,
             EMPNO                          CHAR(6) NOT NULL,
             LOCATION                       CHAR(16) NOT NULL,
             TIPOCAMBIO                     CHAR(1) NOT NULL,
             FECHAORIGINAL                  DATE NOT NULL,
             PERIODOCERRADO                 CHAR(6) NOT NULL,
             FECHANUEVA                     DATE NOT NULL,
             PERIODONUEVO                   CHAR(6) NOT NULL,
             PROGRAMA                       CHAR(8) NOT NULL,
             USUARIO                        CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.PERIOD_REDIRECT            *
      ******************************************************************
       01  DCLPRD.
           10 DCLPRD-FECHAREGISTRO          PIC X(26).
           10 DCLPRD-EMPNO                  PIC X(6).
           10 DCLPRD-LOCATION               PIC X(16).
           10 DCLPRD-TIPOCAMBIO             PIC X(1).
           10 DCLPRD-FECHAORIGINAL          PIC X(10).
           10 DCLPRD-PERIODOCERRADO         PIC X(6).
           10 DCLPRD-FECHANUEVA             PIC X(10).
           10 DCLPRD-PERIODONUEVO           PIC X(6).
           10 DCLPRD-PROGRAMA               PIC X(8).
           10 DCLPRD-USUARIO                PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      * THE LENGHT OF RECORDS DESCRIGER IS 97                          *
      ******************************************************************
