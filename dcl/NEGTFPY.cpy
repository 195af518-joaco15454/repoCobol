             SALARY                         DECIMAL(9, 2) NOT NULL,
             BONUS                          DECIMAL(9, 2) NOT NULL,
             COMM                           DECIMAL(9, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             DIASVACACIONES                 DECIMAL(6, 2) NOT NULL,
             VACACIONES                     DECIMAL(9, 2) NOT NULL,
             PRESTAMOS                      DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.FINAL_PAY                  *
           10 DCLFPY-BONUS                  PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLFPY-COMM                   PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLFPY-ESTADO                 PIC X(1).
           10 DCLFPY-DIASVACACIONES         PIC S9(4)V9(2) USAGE COMP-3.
           10 DCLFPY-VACACIONES             PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLFPY-PRESTAMOS              PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 58                          *
      ******************************************************************
