             TOTSALARY                      DECIMAL(11, 2),
             AVGSALARY                      DECIMAL(9, 2),
             TOTBONUS                       DECIMAL(11, 2),
             TOTCOMM                        DECIMAL(11, 2),
             FTE                            DECIMAL(9, 2),
             CONTRATISTAS                   INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.DEPT_STATS                 *
           10 DCLDST-AVGSALARY              PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLDST-TOTBONUS               PIC S9(9)V9(2) USAGE COMP-3.
           10 DCLDST-TOTCOMM                PIC S9(9)V9(2) USAGE COMP-3.
           10 DCLDST-FTE                    PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLDST-CONTRATISTAS           PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 56                          *
      ******************************************************************
