      *                          level of the signed-on user from     *
      *                          NEOSB36.USER_PROFILE.  Un usuario    *
      *                          no registrado queda sin acceso.      *
      * 15/10/2026 gforrich      Also returns the EMPNO linked to the *
      *                          user for the employee self-service   *
      *                          inquiry (NE36).                      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *

           MOVE '00'                        TO USR0-COD-RET
           MOVE SPACES                      TO USR0-NIVEL
                                               USR0-EMPNO
           MOVE 'E'                         TO USR0-IDIOMA

           IF USR0-USUARIO EQUAL SPACES OR LOW-VALUES

           EXEC SQL
              SELECT NIVEL,
                     VALUE(IDIOMA, 'E'),
                     VALUE(EMPNO, ' ')
                INTO :DCLUSR-NIVEL,
                     :DCLUSR-IDIOMA,
                     :DCLUSR-EMPNO
                FROM NEOSB36.USER_PROFILE
               WHERE USUARIO = :DCLUSR-USUARIO
           END-EXEC
               WHEN SQLCODE-88-OK
                    MOVE DCLUSR-NIVEL       TO USR0-NIVEL
                    MOVE DCLUSR-IDIOMA      TO USR0-IDIOMA
                    MOVE DCLUSR-EMPNO       TO USR0-EMPNO
               WHEN SQLCODE-88-NOTFND
                    MOVE '10'               TO USR0-COD-RET
               WHEN OTHER
