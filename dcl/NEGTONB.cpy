      ******************************************************************
      * DCLGEN TABLE(NEOSB36.ONBOARD_CHECK)                            *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.ONBOARD_CHECK TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHAINGRESO                   DATE NOT NULL,
             TIPOINGRESO                    CHAR(1) NOT NULL,
             FECHAPRUEBA                    DATE NOT NULL,
             ITEMBANCO                      CHAR(1) NOT NULL,
             ITEMDOMICILIO                  CHAR(1) NOT NULL,
             ITEMFAMILIA                    CHAR(1) NOT NULL,
             ITEMVACACIONES                 CHAR(1) NOT NULL,
             ITEMUSUARIO                    CHAR(1) NOT NULL,
             ITEMPRUEBA                     CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHACIERRE                    DATE NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.ONBOARD_CHECK              *
      ******************************************************************
       01  DCLONB.
           10 DCLONB-EMPNO                  PIC X(6).
           10 DCLONB-FECHAINGRESO           PIC X(10).
           10 DCLONB-TIPOINGRESO            PIC X(1).
           10 DCLONB-FECHAPRUEBA            PIC X(10).
           10 DCLONB-ITEMBANCO              PIC X(1).
           10 DCLONB-ITEMDOMICILIO          PIC X(1).
           10 DCLONB-ITEMFAMILIA            PIC X(1).
           10 DCLONB-ITEMVACACIONES         PIC X(1).
           10 DCLONB-ITEMUSUARIO            PIC X(1).
           10 DCLONB-ITEMPRUEBA             PIC X(1).
           10 DCLONB-ESTADO                 PIC X(1).
           10 DCLONB-FECHACIERRE            PIC X(10).
           10 DCLONB-USUARIOCAMBIO          PIC X(8).
           10 DCLONB-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      * THE LENGHT OF RECORDS DESCRIGER IS 78                          *
      ******************************************************************
