      ******************************************************************
      * DCLGEN TABLE(NEOSB36.VAC_REQUEST)                              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.VAC_REQUEST TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             FECHADESDE                     DATE NOT NULL,
             FECHAHASTA                     DATE NOT NULL,
             DIASHABILES                    DECIMAL(6, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIOPEDIDO                  CHAR(8) NOT NULL,
             FECHAPEDIDO                    TIMESTAMP NOT NULL,
             USUARIORESOL                   CHAR(8),
             FECHARESOL                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.VAC_REQUEST                *
      ******************************************************************
       01  DCLVRQ.
           10 DCLVRQ-EMPNO                  PIC X(6).
           10 DCLVRQ-FECHADESDE             PIC X(10).
           10 DCLVRQ-FECHAHASTA             PIC X(10).
           10 DCLVRQ-DIASHABILES            PIC S9(4)V9(2) USAGE COMP-3.
           10 DCLVRQ-ESTADO                 PIC X(1).
           10 DCLVRQ-USUARIOPEDIDO          PIC X(8).
           10 DCLVRQ-FECHAPEDIDO            PIC X(26).
           10 DCLVRQ-USUARIORESOL           PIC X(8).
           10 DCLVRQ-FECHARESOL             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 99                          *
      ******************************************************************
