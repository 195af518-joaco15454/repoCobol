      ******************************************************************
      * DCLGEN TABLE(NEOSB36.SAR_LOG)                                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.SAR_LOG TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             REFERENCIA                     CHAR(12) NOT NULL,
             SOLICITANTE                    CHAR(8) NOT NULL,
             FECHAPROCESO                   DATE NOT NULL,
             FECHAENTREGA                   TIMESTAMP NOT NULL,
             TABLAS                         SMALLINT NOT NULL,
             FILAS                          INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.SAR_LOG                    *
      ******************************************************************
       01  DCLSAR.
           10 DCLSAR-EMPNO                  PIC X(6).
           10 DCLSAR-REFERENCIA             PIC X(12).
           10 DCLSAR-SOLICITANTE            PIC X(8).
           10 DCLSAR-FECHAPROCESO           PIC X(10).
           10 DCLSAR-FECHAENTREGA           PIC X(26).
           10 DCLSAR-TABLAS                 PIC S9(4) USAGE COMP.
           10 DCLSAR-FILAS                  PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      * THE LENGHT OF RECORDS DESCRIGER IS 68                          *
      ******************************************************************
