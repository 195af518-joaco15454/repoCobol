      ******************************************************************
      * DCLGEN TABLE(NEOSB36.PAY_PERIOD)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.PAY_PERIOD TABLE
           ( LOCATION                       CHAR(16) NOT NULL,
             PERIODO                        CHAR(6) NOT NULL,
             FECHAINICIO                    DATE NOT NULL,
             FECHACORTE                     DATE NOT NULL,
             FECHAPAGO                      DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHACIERRE                    TIMESTAMP,
             PROGRAMACIERRE                 CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.PAY_PERIOD                 *
      ******************************************************************
       01  DCLPPE.
           10 DCLPPE-LOCATION               PIC X(16).
           10 DCLPPE-PERIODO                PIC X(6).
           10 DCLPPE-FECHAINICIO            PIC X(10).
           10 DCLPPE-FECHACORTE             PIC X(10).
           10 DCLPPE-FECHAPAGO              PIC X(10).
           10 DCLPPE-ESTADO                 PIC X(1).
           10 DCLPPE-FECHACIERRE            PIC X(26).
           10 DCLPPE-PROGRAMACIERRE         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      * THE LENGHT OF RECORDS DESCRIGER IS 87                          *
      ******************************************************************
