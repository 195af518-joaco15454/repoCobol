      ******************************************************************
      * DCLGEN TABLE(NEOSB36.VAC_LIAB_HIST)                            *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NEOSB36.VAC_LIAB_HIST TABLE
           ( FECHAPROCESO                   DATE NOT NULL,
             DEPTNO                         CHAR(3) NOT NULL,
             LOCATION                       CHAR(16) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             EMPLEADOS                      INTEGER NOT NULL,
             DIASSALDO                      DECIMAL(9, 2) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             IMPORTELOCAL                   DECIMAL(13, 2) NOT NULL,
             MOVIMIENTO                     DECIMAL(13, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEOSB36.VAC_LIAB_HIST              *
      ******************************************************************
       01  DCLVLH.
           10 DCLVLH-FECHAPROCESO           PIC X(10).
           10 DCLVLH-DEPTNO                 PIC X(3).
           10 DCLVLH-LOCATION               PIC X(16).
           10 DCLVLH-MONEDA                 PIC X(3).
           10 DCLVLH-EMPLEADOS              PIC S9(9) USAGE COMP.
           10 DCLVLH-DIASSALDO              PIC S9(7)V9(2) USAGE COMP-3.
           10 DCLVLH-IMPORTE                PIC S9(11)V9(2)
                                            USAGE COMP-3.
           10 DCLVLH-IMPORTELOCAL           PIC S9(11)V9(2)
                                            USAGE COMP-3.
           10 DCLVLH-MOVIMIENTO             PIC S9(11)V9(2)
                                            USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      * THE LENGHT OF RECORDS DESCRIGER IS 62                          *
      ******************************************************************
