             EMPSTATUS                      CHAR(1) NOT NULL,
             FECHABAJA                      DATE,
             MOTIVOBAJA                     CHAR(2),
             CLASE                          CHAR(1),
             PCTJORNADA                     DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSN81010.EMP                       *
           10 DCLEMP-FECHABAJA              PIC X(10).
           10 DCLEMP-MOTIVOBAJA             PIC X(2).
           10 DCLEMP-CLASE                  PIC X(1).
           10 DCLEMP-PCTJORNADA             PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      * THE LENGHT OF RECORDS DESCRIGER IS 95                          *
      ******************************************************************
