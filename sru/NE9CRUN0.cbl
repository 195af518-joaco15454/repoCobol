      *                          the program's latest run for the     *
      *                          supplied business date, for the      *
      *                          chain monitoring events.             *
      * 15/10/2026 gforrich      New 'R' option marks the completed   *
      *                          or failed runs of a program for a    *
      *                          business date as reversed, so the    *
      *                          date can be run again cleanly.       *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-ESTADO-EJECUTANDO      PIC X(01) VALUE 'E'.
           05 CT-ESTADO-COMPLETADO      PIC X(01) VALUE 'C'.
           05 CT-ESTADO-FALLADO         PIC X(01) VALUE 'F'.
           05 CT-ESTADO-REVERTIDO       PIC X(01) VALUE 'R'.
           05 CT-RC-FATAL               PIC S9(04) COMP VALUE 8.
           05 CT-SIN-FECHA              PIC X(10) VALUE '0001-01-01'.

               WHEN RUN0-88-CONSULTA
                    PERFORM 2300-CONSULTA-ULTIMA
                       THRU 2300-CONSULTA-ULTIMA-EXIT
               WHEN RUN0-88-REVERSA
                    PERFORM 2400-REGISTRA-REVERSA
                       THRU 2400-REGISTRA-REVERSA-EXIT
               WHEN OTHER
                    MOVE '99'               TO RUN0-COD-RET
           END-EVALUATE
       2350-CONSULTA-CONTADORES-EXIT.
           EXIT.

      *****************************************************************
      *                    2400-REGISTRA-REVERSA                      *
      *                                                                *
      *    - LAS CORRIDAS COMPLETADAS O FALLADAS DEL PROGRAMA PARA LA  *
      *      FECHA DE PROCESO QUEDAN REVERTIDAS; LA FECHA DEJA DE      *
      *      FIGURAR COMO COMPLETADA Y EL PROGRAMA PUEDE VOLVER A      *
      *      CORRER SIN FORZADO                                        *
      *****************************************************************
       2400-REGISTRA-REVERSA.

           EXEC SQL
              UPDATE NEOSB36.RUN_CONTROL
                 SET ESTADO       = :CT-ESTADO-REVERTIDO
               WHERE PROGRAMA     = :RUN0-PROGRAMA
                 AND FECHAPROCESO = :RUN0-FECHA-PROCESO
                 AND ESTADO IN (:CT-ESTADO-COMPLETADO,
                                :CT-ESTADO-FALLADO)
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    MOVE '04'               TO RUN0-COD-RET
               WHEN OTHER
                    PERFORM 9800-ERROR-DB2
                       THRU 9800-ERROR-DB2-EXIT
           END-EVALUATE.

       2400-REGISTRA-REVERSA-EXIT.
           EXIT.

      *****************************************************************
      *                       9800-ERROR-DB2                          *
      *****************************************************************
