      ******************************************************************
      * DCLGEN TABLE(NEOSB36.XCOMP_REVIEW)                             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.XCOMP_REVIEW TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL,
             DEPTORIGEN                     CHAR(3) NOT NULL,
             DEPTDESTINO                    CHAR(3) NOT NULL,
             CIAORIGEN                      CHAR(2) NOT NULL,
             CIADESTINO                     CHAR(2) NOT NULL,
             PROGRAMA                       CHAR(8) NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.XCOMP_REVIEW               *
      ******************************************************************
       01  DCLXCR.
           10 DCLXCR-EMPNO                  PIC X(6).
           10 DCLXCR-FECHACAMBIO            PIC X(26).
           10 DCLXCR-DEPTORIGEN             PIC X(3).
           10 DCLXCR-DEPTDESTINO            PIC X(3).
           10 DCLXCR-CIAORIGEN              PIC X(2).
           10 DCLXCR-CIADESTINO             PIC X(2).
           10 DCLXCR-PROGRAMA               PIC X(8).
           10 DCLXCR-USUARIOCAMBIO          PIC X(8).
           10 DCLXCR-ESTADO                 PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 59                          *
      ******************************************************************
