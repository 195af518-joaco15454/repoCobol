      *                          HOLIDAY_CAL: next and previous       *
      *                          business day, advance N business     *
      *                          days, holiday add and delete.        *
      * 15/10/2026 gforrich      Option 'H': count the business days  *
      *                          between two dates, both inclusive,   *
      *                          for the vacation request screen.     *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           MOVE '00'                        TO CAL0-COD-RET
           MOVE SPACES                      TO CAL0-FECHA-RESULT
           MOVE ZEROS                       TO CAL0-DIAS-CALENDARIO
                                               CAL0-DIAS-HABILES

           EVALUATE TRUE
               WHEN CAL0-88-SIGUIENTE
               WHEN CAL0-88-BAJA-FERIADO
                    PERFORM 3200-BAJA-FERIADO
                       THRU 3200-BAJA-FERIADO-EXIT
               WHEN CAL0-88-CUENTA-HABILES
                    PERFORM 2300-CUENTA-HABILES
                       THRU 2300-CUENTA-HABILES-EXIT
               WHEN OTHER
                    MOVE '20'               TO CAL0-COD-RET
           END-EVALUATE
       2200-ES-DIA-HABIL-EXIT.
           EXIT.

      *****************************************************************
      *                    2300-CUENTA-HABILES                        *
      *                                                                *
      *    - RECORRE DIA POR DIA DESDE LA FECHA BASE HASTA LA FECHA    *
      *      HASTA (AMBAS INCLUSIVE) CONTANDO LOS DIAS HABILES.  UNA   *
      *      FECHA HASTA ANTERIOR A LA BASE DEVUELVE '20'.             *
      *****************************************************************
       2300-CUENTA-HABILES.

           IF CAL0-FECHA-HASTA IS LESS THAN CAL0-FECHA-BASE
              MOVE '20'                     TO CAL0-COD-RET
              GO TO 2300-CUENTA-HABILES-EXIT
           END-IF

           MOVE CAL0-FECHA-BASE             TO WS-FECHA-TRABAJO
           MOVE ZEROS                       TO WS-PASO-DIAS
           MOVE +1                          TO WS-SENTIDO

           PERFORM 2310-CUENTA-UN-DIA
              THRU 2310-CUENTA-UN-DIA-EXIT
              UNTIL WS-FECHA-TRABAJO IS GREATER THAN CAL0-FECHA-HASTA
                 OR NOT CAL0-88-OK
                 OR WS-PASO-DIAS IS GREATER THAN CT-TOPE-RECORRIDA

           IF WS-PASO-DIAS IS GREATER THAN CT-TOPE-RECORRIDA
              MOVE '99'                     TO CAL0-COD-RET
           END-IF

           IF CAL0-88-OK
              MOVE WS-PASO-DIAS             TO CAL0-DIAS-CALENDARIO
           ELSE
              MOVE ZEROS                    TO CAL0-DIAS-HABILES
           END-IF.

       2300-CUENTA-HABILES-EXIT.
           EXIT.

      *****************************************************************
      *                    2310-CUENTA-UN-DIA                         *
      *****************************************************************
       2310-CUENTA-UN-DIA.

           PERFORM 2200-ES-DIA-HABIL
              THRU 2200-ES-DIA-HABIL-EXIT

           IF NOT CAL0-88-OK
              GO TO 2310-CUENTA-UN-DIA-EXIT
           END-IF

           IF SI-DIA-HABIL
              ADD 1                         TO CAL0-DIAS-HABILES
           END-IF

           ADD 1                            TO WS-PASO-DIAS

           EXEC SQL
              SELECT CHAR(DATE(:WS-FECHA-TRABAJO)
                          + :WS-SENTIDO DAYS, ISO)
                INTO :WS-FECHA-TRABAJO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE '99'                     TO CAL0-COD-RET
           END-IF.

       2310-CUENTA-UN-DIA-EXIT.
           EXIT.

      *****************************************************************
      *                      3100-ALTA-FERIADO                        *
      *****************************************************************
