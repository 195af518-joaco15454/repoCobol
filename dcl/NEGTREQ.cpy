      ******************************************************************
      * DCLGEN TABLE(NEOSB36.REQUISITION)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.REQUISITION TABLE
           ( REQID                          CHAR(6) NOT NULL,
             DEPTNO                         CHAR(3) NOT NULL,
             JOB                            CHAR(8) NOT NULL,
             SALARIO                        DECIMAL(9, 2) NOT NULL,
             FECHAAPERTURA                  DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             EMPNO                          CHAR(6) NOT NULL,
             FECHACIERRE                    DATE NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.REQUISITION                *
      ******************************************************************
       01  DCLREQ.
           10 DCLREQ-REQID                  PIC X(6).
           10 DCLREQ-DEPTNO                 PIC X(3).
           10 DCLREQ-JOB                    PIC X(8).
           10 DCLREQ-SALARIO                PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLREQ-FECHAAPERTURA          PIC X(10).
           10 DCLREQ-ESTADO                 PIC X(1).
           10 DCLREQ-EMPNO                  PIC X(6).
           10 DCLREQ-FECHACIERRE            PIC X(10).
           10 DCLREQ-USUARIOCAMBIO          PIC X(8).
           10 DCLREQ-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      * THE LENGHT OF RECORDS DESCRIGER IS 83                          *
      ******************************************************************
