      *                          (alta/cambio/baja via NE9CDPN0) con  *
      *                          la lista de familiares del empleado  *
      *                          en pantalla.                         *
      * 15/10/2026 gforrich      The signed-on user is passed to      *
      *                          NE9CDPN0 as origin for the           *
      *                          DEPENDENT_HIST audit.                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 WS-LARGO                      PIC S9(4) COMP.
           05 WS-IX                         PIC 9(02) VALUE ZEROS.
           05 WS-SEQNO-NUM                  PIC 9(02) VALUE ZEROS.
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

           05 WS-LINEA-DPN.
              10 WS-LIN-SEQNO               PIC Z9.
                    SET DPN0-88-DELETE      TO TRUE
           END-EVALUATE

           EXEC CICS
                ASSIGN USERID(WS-USUARIO)
                NOHANDLE
           END-EXEC

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO DPN0-ORIGEN
           MOVE EMPNOI                      TO DPN0-EMPNO
           MOVE SEQNOI                      TO WS-SEQNO-NUM
           MOVE WS-SEQNO-NUM                TO DPN0-SEQNO
