      ******************************************************************
      * DCLGEN TABLE(NEOSB36.EVT_OUTBOX)                               *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.EVT_OUTBOX TABLE
           ( SECUENCIA                      DECIMAL(15, 0) NOT NULL,
             ENTIDAD                        CHAR(3) NOT NULL,
             CLAVE                          CHAR(20) NOT NULL,
             TIPOCAMBIO                     CHAR(1) NOT NULL,
             OPERACION                      CHAR(1) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FECHAEVENTO                    TIMESTAMP NOT NULL,
             IMAGENANTES                    CHAR(200) NOT NULL,
             IMAGENDESPUES                  CHAR(200) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHAENVIO                     TIMESTAMP NOT NULL,
             INTENTOS                       SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.EVT_OUTBOX                 *
      ******************************************************************
       01  DCLEVT.
           10 DCLEVT-SECUENCIA              PIC S9(15)V USAGE COMP-3.
           10 DCLEVT-ENTIDAD                PIC X(3).
           10 DCLEVT-CLAVE                  PIC X(20).
           10 DCLEVT-TIPOCAMBIO             PIC X(1).
           10 DCLEVT-OPERACION              PIC X(1).
           10 DCLEVT-USUARIO                PIC X(8).
           10 DCLEVT-FECHAEVENTO            PIC X(26).
           10 DCLEVT-IMAGENANTES            PIC X(200).
           10 DCLEVT-IMAGENDESPUES          PIC X(200).
           10 DCLEVT-ESTADO                 PIC X(1).
           10 DCLEVT-FECHAENVIO             PIC X(26).
           10 DCLEVT-INTENTOS               PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      * THE LENGHT OF RECORDS DESCRIGER IS 496                         *
      ******************************************************************
