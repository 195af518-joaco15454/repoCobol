      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EMP_RATING)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EMP_RATING TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             ANIO                           SMALLINT NOT NULL,
             CALIFICACION                   SMALLINT NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_RATING                 *
      ******************************************************************
       01  DCLRTG.
           10 DCLRTG-EMPNO                  PIC X(6).
           10 DCLRTG-ANIO                   PIC S9(4) USAGE COMP.
           10 DCLRTG-CALIFICACION           PIC S9(4) USAGE COMP.
           10 DCLRTG-USUARIOCAMBIO          PIC X(8).
           10 DCLRTG-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      * THE LENGHT OF RECORDS DESCRIGER IS 44                          *
      ******************************************************************
