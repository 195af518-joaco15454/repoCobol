      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EMP_GARNISH)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EMP_GARNISH TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             NROEMBARGO                     SMALLINT NOT NULL,
             NROORDEN                       CHAR(20) NOT NULL,
             ACREEDOR                       CHAR(30) NOT NULL,
             TIPOCALCULO                    CHAR(1) NOT NULL,
             IMPORTEFIJO                    DECIMAL(9, 2) NOT NULL,
             PORCENTAJE                     DECIMAL(5, 2) NOT NULL,
             PCTMAXLEGAL                    DECIMAL(5, 2) NOT NULL,
             TOTALRECUPERAR                 DECIMAL(9, 2) NOT NULL,
             SALDO                          DECIMAL(9, 2) NOT NULL,
             PRIORIDAD                      SMALLINT NOT NULL,
             PERIODOINICIO                  CHAR(6) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_GARNISH                *
      ******************************************************************
       01  DCLEMB.
           10 DCLEMB-EMPNO                  PIC X(6).
           10 DCLEMB-NROEMBARGO             PIC S9(4) USAGE COMP.
           10 DCLEMB-NROORDEN               PIC X(20).
           10 DCLEMB-ACREEDOR               PIC X(30).
           10 DCLEMB-TIPOCALCULO            PIC X(1).
           10 DCLEMB-IMPORTEFIJO            PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLEMB-PORCENTAJE             PIC S9(3)V9(2) USAGE COMP-3.
           10 DCLEMB-PCTMAXLEGAL            PIC S9(3)V9(2) USAGE COMP-3.
           10 DCLEMB-TOTALRECUPERAR         PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLEMB-SALDO                  PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLEMB-PRIORIDAD              PIC S9(4) USAGE COMP.
           10 DCLEMB-PERIODOINICIO          PIC X(6).
           10 DCLEMB-ESTADO                 PIC X(1).
           10 DCLEMB-USUARIOCAMBIO          PIC X(8).
           10 DCLEMB-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      * THE LENGHT OF RECORDS DESCRIGER IS 123                         *
      ******************************************************************
