      ******************************************************************
      * DCLGEN TABLE(NEOSB36.NEWHIRE_RPT)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.NEWHIRE_RPT TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL,
             TIPOALTA                       CHAR(1) NOT NULL,
             HIREDATE                       DATE NOT NULL,
             FECHAENVIO                     DATE NOT NULL,
             ARCHIVO                        CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.NEWHIRE_RPT                *
      ******************************************************************
       01  DCLNHR.
           10 DCLNHR-EMPNO                  PIC X(6).
           10 DCLNHR-FECHACAMBIO            PIC X(26).
           10 DCLNHR-TIPOALTA               PIC X(1).
           10 DCLNHR-HIREDATE               PIC X(10).
           10 DCLNHR-FECHAENVIO             PIC X(10).
           10 DCLNHR-ARCHIVO                PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      * THE LENGHT OF RECORDS DESCRIGER IS 61                          *
      ******************************************************************
