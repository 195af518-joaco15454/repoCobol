             DEPTNAME                       VARCHAR(36) NOT NULL,
             MGRNO                          CHAR(6),
             ADMRDEPT                       CHAR(3) NOT NULL,
             LOCATION                       CHAR(16),
             COMPANY                        CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSN81010.DEPT                      *
           10 DCLDEP-MGRNO                  PIC X(6).
           10 DCLDEP-ADMRDEPT               PIC X(3).
           10 DCLDEP-LOCATION               PIC X(16).
           10 DCLDEP-COMPANY                PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      * THE LENGHT OF RECORDS DESCRIGER IS 66                          *
      ******************************************************************
