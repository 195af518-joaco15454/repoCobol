      ******************************************************************
      * DCLGEN TABLE(NEOSB36.DEPENDENT_HIST)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.DEPENDENT_HIST TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             SEQNO                          SMALLINT NOT NULL,
             NOMBRE                         VARCHAR(28) NOT NULL,
             PARENTESCO                     CHAR(2) NOT NULL,
             FECHANAC                       DATE,
             ESTADO                         CHAR(1) NOT NULL,
             TIPOCAMBIO                     CHAR(1) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL,
             USUARIOCAMBIO                  CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.DEPENDENT_HIST             *
      ******************************************************************
       01  DCLDPH.
           10 DCLDPH-EMPNO                  PIC X(6).
           10 DCLDPH-SEQNO                  PIC S9(4) USAGE COMP.
           10 DCLDPH-NOMBRE                 PIC X(28).
           10 DCLDPH-PARENTESCO             PIC X(2).
           10 DCLDPH-FECHANAC               PIC X(10).
           10 DCLDPH-ESTADO                 PIC X(1).
           10 DCLDPH-TIPOCAMBIO             PIC X(1).
           10 DCLDPH-FECHACAMBIO            PIC X(26).
           10 DCLDPH-USUARIOCAMBIO          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 84                          *
      ******************************************************************
