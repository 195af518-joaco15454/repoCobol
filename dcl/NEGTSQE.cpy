      ******************************************************************
      * DCLGEN TABLE(NEOSB36.SQL_ERRLOG)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.SQL_ERRLOG TABLE
           ( FECHAERROR                     TIMESTAMP NOT NULL,
             PROGRAMA                       CHAR(8) NOT NULL,
             PARRAFO                        CHAR(30) NOT NULL,
             TABLA                          CHAR(18) NOT NULL,
             CODIGOSQL                      INTEGER NOT NULL,
             MENSAJESQL                     CHAR(70) NOT NULL,
             CLAVE                          CHAR(30) NOT NULL,
             INTENTOS                       SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.SQL_ERRLOG                 *
      ******************************************************************
       01  DCLSQE.
           10 DCLSQE-FECHAERROR             PIC X(26).
           10 DCLSQE-PROGRAMA               PIC X(8).
           10 DCLSQE-PARRAFO                PIC X(30).
           10 DCLSQE-TABLA                  PIC X(18).
           10 DCLSQE-CODIGOSQL              PIC S9(9) USAGE COMP.
           10 DCLSQE-MENSAJESQL             PIC X(70).
           10 DCLSQE-CLAVE                  PIC X(30).
           10 DCLSQE-INTENTOS               PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      * THE LENGHT OF RECORDS DESCRIGER IS 188                         *
      ******************************************************************
