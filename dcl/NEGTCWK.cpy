      ******************************************************************
      * DCLGEN TABLE(NEOSB36.CONT_WORKER)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.CONT_WORKER TABLE
           ( CWKID                          CHAR(6) NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             AGENCIA                        CHAR(20) NOT NULL,
             DEPTNO                         CHAR(3) NOT NULL,
             FECHAINICIO                    DATE NOT NULL,
             FECHAFIN                       DATE NOT NULL,
             TARIFADIARIA                   DECIMAL(9, 2) NOT NULL,
             MGRNO                          CHAR(6) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIOCAMBIO                  CHAR(8) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.CONT_WORKER                *
      ******************************************************************
       01  DCLCWK.
           10 DCLCWK-CWKID                  PIC X(6).
           10 DCLCWK-NOMBRE                 PIC X(30).
           10 DCLCWK-AGENCIA                PIC X(20).
           10 DCLCWK-DEPTNO                 PIC X(3).
           10 DCLCWK-FECHAINICIO            PIC X(10).
           10 DCLCWK-FECHAFIN               PIC X(10).
           10 DCLCWK-TARIFADIARIA           PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLCWK-MGRNO                  PIC X(6).
           10 DCLCWK-ESTADO                 PIC X(1).
           10 DCLCWK-USUARIOCAMBIO          PIC X(8).
           10 DCLCWK-FECHACAMBIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      * THE LENGHT OF RECORDS DESCRIGER IS 125                         *
      ******************************************************************
