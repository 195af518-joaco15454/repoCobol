      ******************************************************************
      * DCLGEN TABLE(NEOSB36.PENSION_CONTRIB)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.PENSION_CONTRIB TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             PERIODO                        CHAR(6) NOT NULL,
             CLASE                          CHAR(1) NOT NULL,
             REMUNERACION                   DECIMAL(9, 2) NOT NULL,
             APORTEEMPLEADO                 DECIMAL(9, 2) NOT NULL,
             APORTEEMPLEADOR                DECIMAL(9, 2) NOT NULL,
             FECHAPROCESO                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.PENSION_CONTRIB            *
      ******************************************************************
       01  DCLPNC.
           10 DCLPNC-EMPNO                  PIC X(6).
           10 DCLPNC-PERIODO                PIC X(6).
           10 DCLPNC-CLASE                  PIC X(1).
           10 DCLPNC-REMUNERACION           PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLPNC-APORTEEMPLEADO         PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLPNC-APORTEEMPLEADOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLPNC-FECHAPROCESO           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      * THE LENGHT OF RECORDS DESCRIGER IS 38                          *
      ******************************************************************
