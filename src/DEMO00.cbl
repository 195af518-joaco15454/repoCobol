      *                          break aborts RC=8 so the extract     *
      *                          stays loadable in key sequence by    *
      *                          the downstream PENDAPRO KSDS.        *
      * 15/10/2026 gforrich      Pass EMPNO, WORKDEPT and SALARY to   *
      *                          NE9CVAL0 so a roster salary below    *
      *                          the statutory minimum of the         *
      *                          department's LOCATION is rejected.   *
      * 15/10/2026 gforrich      A DB2 error inside NE9CVAL0 aborts   *
      *                          the run with RC=8 instead of being   *
      *                          taken as a rejected record.          *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           MOVE EMP-HIREDATE OF WS-ATMEMP-01 TO VAL0-HIREDATE
           MOVE EMP-BIRTHDATE OF WS-ATMEMP-01 TO VAL0-BIRTHDATE
           MOVE EMP-JOB OF WS-ATMEMP-01     TO VAL0-JOB
           MOVE EMP-EMPNO OF WS-ATMEMP-01   TO VAL0-EMPNO
           MOVE EMP-WORKDEPT OF WS-ATMEMP-01 TO VAL0-WORKDEPT
           MOVE EMP-SALARY OF WS-ATMEMP-01  TO VAL0-SALARY

           CALL CT-NE9CVAL0 USING WS-NEECVAL0-01

           IF VAL0-88-ERROR-DB2
              DISPLAY 'DEMO00: ERROR DB2 EN ' VAL0-CAMPO
                      ' VALIDANDO EL MINIMO LEGAL. SQLCODE: '
                      VAL0-SQLCODE
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT VAL0-88-OK
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'CAMPO INVALIDO: ' VAL0-CAMPO
