             ESTADO                         CHAR(1) NOT NULL,
             TIPOCAMBIO                     CHAR(1) NOT NULL,
             FECHACAMBIO                    TIMESTAMP NOT NULL,
             USUARIOCAMBIO                  CHAR(8),
             USUARIOAPROB                   CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EMP_BANK_HIST              *
           10 DCLBKH-TIPOCAMBIO             PIC X(1).
           10 DCLBKH-FECHACAMBIO            PIC X(26).
           10 DCLBKH-USUARIOCAMBIO          PIC X(8).
           10 DCLBKH-USUARIOAPROB           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 73                          *
      ******************************************************************
