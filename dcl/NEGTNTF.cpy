      ******************************************************************
      * DCLGEN TABLE(NEOSB36.NOTIF_LOG)                                *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.NOTIF_LOG TABLE
           ( TIPOEVENTO                     CHAR(3) NOT NULL,
             EMPNO                          CHAR(6) NOT NULL,
             REFERENCIA                     CHAR(20) NOT NULL,
             MGRNO                          CHAR(6) NOT NULL,
             WORKDEPT                       CHAR(3) NOT NULL,
             FECHAEVENTO                    DATE NOT NULL,
             DETALLE                        CHAR(50) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHACARGA                     TIMESTAMP NOT NULL,
             FECHANOTIF                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.NOTIF_LOG                  *
      ******************************************************************
       01  DCLNTF.
           10 DCLNTF-TIPOEVENTO             PIC X(3).
           10 DCLNTF-EMPNO                  PIC X(6).
           10 DCLNTF-REFERENCIA             PIC X(20).
           10 DCLNTF-MGRNO                  PIC X(6).
           10 DCLNTF-WORKDEPT               PIC X(3).
           10 DCLNTF-FECHAEVENTO            PIC X(10).
           10 DCLNTF-DETALLE                PIC X(50).
           10 DCLNTF-ESTADO                 PIC X(1).
           10 DCLNTF-FECHACARGA             PIC X(26).
           10 DCLNTF-FECHANOTIF             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      * THE LENGHT OF RECORDS DESCRIGER IS 135                         *
      ******************************************************************
