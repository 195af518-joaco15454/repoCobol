      *                          EMP_ADDRESS on every page so the    *
      *                          statements can go straight to the   *
      *                          mail room.                          *
      * 15/10/2026 gforrich      Show the merit matrix share of the  *
      *                          salary increase under the salary    *
      *                          line when it applies.               *
      * 15/10/2026 gforrich      Name the cost-of-living run         *
      *                          (NECOL000) as the origin of the     *
      *                          increase.                           *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
              "/12 MESES".
           05 FILLER                        PIC X(36) VALUE SPACES.

       01  WS-LINEA-MERITO.
           05 FILLER                        PIC X(25) VALUE
              "  INCLUYE POR DESEMPENO: ".
           05 LIN-MER-AUMENTO               PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(43) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
           WRITE REG-CARTAS FROM WS-LINEA-CONCEPTO
                 AFTER ADVANCING 1 LINE

      * LA PARTE DEL AUMENTO QUE SALE DE LA MATRIZ DE MERITO SE
      * DETALLA DEBAJO DEL SALARIO (YA ESTA SUMADA EN EL AUMENTO)
           IF 0001-88-POR-MERITO
              MOVE 0001-MERITO-INC          TO LIN-MER-AUMENTO
              WRITE REG-CARTAS FROM WS-LINEA-MERITO
                    AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'BONO'                      TO LIN-CON-CONCEPTO
           MOVE 0001-BONUS                  TO LIN-CON-ANTERIOR
           MOVE 0001-BONUS-INC              TO LIN-CON-AUMENTO
               WHEN 0001-88-POR-CUMPLE
                    MOVE 'REGLA DE CUMPLEANOS'
                                            TO LIN-ORI-TEXTO
               WHEN 0001-88-POR-MERITO
                    MOVE 'MATRIZ DE MERITO POR DESEMPENO'
                                            TO LIN-ORI-TEXTO
               WHEN 0001-88-POR-COSTO-VIDA
                    MOVE 'AUMENTO GENERAL POR COSTO DE VIDA'
                                            TO LIN-ORI-TEXTO
               WHEN OTHER
                    MOVE 'SIN AUMENTO EN ESTE CICLO'
                                            TO LIN-ORI-TEXTO
