      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EMP_DEPT_ALLOC)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EMP_DEPT_ALLOC TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHADESDE                     DATE NOT NULL,
             DEPTNO                         CHAR(3) NOT NULL,
             PORCENTAJE                     DECIMAL(5, 2) NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_DEPT_ALLOC             *
      ******************************************************************
       01  DCLDIS.
           10 DCLDIS-EMPNO                  PIC X(6).
           10 DCLDIS-FECHADESDE             PIC X(10).
           10 DCLDIS-DEPTNO                 PIC X(3).
           10 DCLDIS-PORCENTAJE             PIC S9(3)V9(2) USAGE COMP-3.
           10 DCLDIS-USUARIOCAMBIO          PIC X(8).
           10 DCLDIS-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      * THE LENGHT OF RECORDS DESCRIGER IS 56                          *
      ******************************************************************
