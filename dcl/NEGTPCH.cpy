             SALARY                         DECIMAL(9, 2),
             BONUS                          DECIMAL(9, 2),
             COMM                           DECIMAL(9, 2),
             PCTJORNADA                     DECIMAL(5, 2),
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FECHACARGA                     TIMESTAMP NOT NULL
           10 DCLPCH-SALARY                 PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLPCH-BONUS                  PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLPCH-COMM                   PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLPCH-PCTJORNADA             PIC S9(3)V9(2) USAGE COMP-3.
           10 DCLPCH-ESTADO                 PIC X(1).
           10 DCLPCH-USUARIO                PIC X(8).
           10 DCLPCH-FECHACARGA             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      * THE LENGHT OF RECORDS DESCRIGER IS 92                          *
      ******************************************************************
