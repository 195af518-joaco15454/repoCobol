      ******************************************************************
      * DCLGEN TABLE(NEOSB36.APPR_DELEG)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.APPR_DELEG TABLE
           ( DELEGANTE                      CHAR(8) NOT NULL,
             FECHADESDE                     DATE NOT NULL,
             FECHAHASTA                     DATE NOT NULL,
             DELEGADO                       CHAR(8) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHAALTA                      TIMESTAMP NOT NULL,
             FECHAESTADO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.APPR_DELEG                 *
      ******************************************************************
       01  DCLDLG.
           10 DCLDLG-DELEGANTE              PIC X(8).
           10 DCLDLG-FECHADESDE             PIC X(10).
           10 DCLDLG-FECHAHASTA             PIC X(10).
           10 DCLDLG-DELEGADO               PIC X(8).
           10 DCLDLG-ESTADO                 PIC X(1).
           10 DCLDLG-FECHAALTA              PIC X(26).
           10 DCLDLG-FECHAESTADO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      * THE LENGHT OF RECORDS DESCRIGER IS 89                          *
      ******************************************************************
