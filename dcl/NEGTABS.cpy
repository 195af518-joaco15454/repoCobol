      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EMP_ABSENCE)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EMP_ABSENCE TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHADESDE                     DATE NOT NULL,
             FECHAHASTA                     DATE NOT NULL,
             TIPOAUSENCIA                   CHAR(2) NOT NULL,
             CERTIFICADO                    CHAR(1) NOT NULL,
             DIASPERDIDOS                   SMALLINT NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_ABSENCE                *
      ******************************************************************
       01  DCLABS.
           10 DCLABS-EMPNO                  PIC X(6).
           10 DCLABS-FECHADESDE             PIC X(10).
           10 DCLABS-FECHAHASTA             PIC X(10).
           10 DCLABS-TIPOAUSENCIA           PIC X(2).
           10 DCLABS-CERTIFICADO            PIC X(1).
           10 DCLABS-DIASPERDIDOS           PIC S9(4) USAGE COMP.
           10 DCLABS-USUARIOCAMBIO          PIC X(8).
           10 DCLABS-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      * THE LENGHT OF RECORDS DESCRIGER IS 65                          *
      ******************************************************************
