      *                          elapsed since the real anniversary   *
      *                          and write it to the RETROPAY file    *
      *                          for the payroll provider.            *
      * 15/10/2026 gforrich      Budget consumption and GL journal    *
      *                          lines follow the employee's cost     *
      *                          split across departments in force    *
      *                          at the business date (NE9CDIS1);     *
      *                          without a valid split everything     *
      *                          still goes to WORKDEPT.              *
      * 15/10/2026 gforrich      Each GL journal line carries the     *
      *                          company (legal entity) of its        *
      *                          department, so NEGLC000 can cut the  *
      *                          journal per company.                 *
      * 15/10/2026 gforrich      A retroactive difference whose       *
      *                          anniversary falls in a payroll       *
      *                          period already closed for the        *
      *                          employee's LOCATION is settled in    *
      *                          the open period: the move is logged  *
      *                          in PERIOD_REDIRECT (NE9CPER0) and    *
      *                          the RETROPAY detail carries the pay  *
      *                          period it belongs to.                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 WS-RETRO-SALARY               PIC S9(09)V9(02) COMP-3.
           05 WS-RETRO-BONUS                PIC S9(09)V9(02) COMP-3.
           05 WS-RETRO-COMM                 PIC S9(09)V9(02) COMP-3.
           05 WS-DEPTO-REPARTO              PIC X(03).
           05 WS-COMPANY-REPARTO            PIC X(02).
           05 WS-IMPORTE-REPARTO            PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *      ANIVERSARIO REAL DEL AUMENTO POR CUMPLEANOS: MES Y DIA   *
           05 CT-NE9CRUN0                   PIC X(08) VALUE 'NE9CRUN0'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CLCK0                   PIC X(08) VALUE 'NE9CLCK0'.
           05 CT-NE9CDIS1                   PIC X(08) VALUE 'NE9CDIS1'.
           05 CT-NE9CPER0                   PIC X(08) VALUE 'NE9CPER0'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
           05 CN-REGISTROS-RECHAZADOS       PIC 9(05).
           05 CN-REGISTROS-SIN-AUMENTO      PIC 9(05).
           05 CN-REGISTROS-RETRO            PIC 9(07).
           05 CN-RETRO-REDIRIGIDOS          PIC 9(07).
           05 CN-RETRO-SIN-PERIODO          PIC 9(07).
           05 CN-HASH-RETRO                 PIC 9(13)V9(02) COMP-3.
           05 CN-YA-APLICADOS               PIC 9(05).
           05 CN-ASIENTOS                   PIC 9(07).
           05 CN-SIN-MAPEO                  PIC 9(05).
           05 CN-REPARTO-INVALIDO           PIC 9(05).
           05 CN-TOTAL-DEBE                 PIC 9(13)V9(02) COMP-3.
           05 CN-TOTAL-HABER                PIC 9(13)V9(02) COMP-3.

           05 GLD-DEPTNO                    PIC X(03).
           05 GLD-EMPNO                     PIC X(06).
           05 GLD-IMPORTE                   PIC 9(11)V9(02).
           05 GLD-COMPANY                   PIC X(02).
           05 FILLER                        PIC X(25) VALUE SPACES.

       01  WS-GL-TRAILER.
           05 FILLER                        PIC X(01) VALUE 'T'.
           05 RTD-RETRO-SALARY              PIC 9(09)V9(02).
           05 RTD-RETRO-BONUS               PIC 9(09)V9(02).
           05 RTD-RETRO-COMM                PIC 9(09)V9(02).
           05 RTD-PERIODO-PAGO              PIC X(06).
           05 FILLER                        PIC X(21) VALUE SPACES.

       01  WS-RETRO-TRAILER.
           05 FILLER                        PIC X(01) VALUE 'T'.
           COPY NEECFEC0.
       01  WS-NEECLCK0-01.
           COPY NEECLCK0.
       01  WS-NEECDIS1-01.
           COPY NEECDIS1.
       01  WS-NEECPER-01.
           COPY NEECPER0.


      *****************************************************************
                       PERFORM 2500-CALCULA-RETRO
                          THRU 2500-CALCULA-RETRO-EXIT
                    END-IF
                    PERFORM 2550-REPARTE-COSTO
                       THRU 2550-REPARTE-COSTO-EXIT
                    PERFORM 2600-CONSUME-PRESUPUESTO
                       THRU 2600-CONSUME-PRESUPUESTO-EXIT
                    PERFORM 2700-GRABA-ASIENTO
           MOVE WS-RETRO-BONUS              TO RTD-RETRO-BONUS
           MOVE WS-RETRO-COMM               TO RTD-RETRO-COMM

           PERFORM 2510-PERIODO-RETRO
              THRU 2510-PERIODO-RETRO-EXIT

           WRITE REG-RETROPAY FROM WS-RETRO-DETALLE

           ADD CT-1                         TO CN-REGISTROS-RETRO
       2500-CALCULA-RETRO-EXIT.
           EXIT.
      *****************************************************************
      *                      2510-PERIODO-RETRO                       *
      *                                                                *
      *    - LA DIFERENCIA SE LIQUIDA EN EL PERIODO DEL ANIVERSARIO;   *
      *      SI NOMINA YA LO CERRO PARA LA LOCATION DEL EMPLEADO, EN   *
      *      EL PRIMER PERIODO ABIERTO (NE9CPER0 ASIENTA EL CAMBIO EN  *
      *      PERIOD_REDIRECT PARA EL REPORTE DE REDIRECCIONES)         *
      *****************************************************************
       2510-PERIODO-RETRO.

           INITIALIZE WS-NEECPER-01
           SET PER0-88-VERIFICA             TO TRUE
           SET PER0-88-CAMBIO-RETROACTIVO   TO TRUE
           MOVE 0001-EMPNO                  TO PER0-EMPNO
           MOVE WS-FECHA-ANIVERSARIO        TO PER0-FECHA
           MOVE CT-PROGRAMA-RUN             TO PER0-PROGRAMA
           MOVE CT-PROGRAMA-RUN             TO PER0-USUARIO

           CALL CT-NE9CPER0 USING WS-NEECPER-01

           EVALUATE TRUE
               WHEN PER0-88-ABIERTO
                    MOVE PER0-PERIODO       TO RTD-PERIODO-PAGO
               WHEN PER0-88-REDIRIGIDO
                    MOVE PER0-PERIODO-NUEVO TO RTD-PERIODO-PAGO
                    ADD CT-1                TO CN-RETRO-REDIRIGIDOS
               WHEN PER0-88-SIN-ABIERTO
                    DISPLAY 'NEPOST00: SIN PERIODO DE NOMINA ABIERTO '
                            'PARA EL RETRO DE ' 0001-EMPNO
                    MOVE SPACES             TO RTD-PERIODO-PAGO
                    ADD CT-1                TO CN-RETRO-SIN-PERIODO
               WHEN OTHER
                    DISPLAY 'NEPOST00: ERROR EN CALENDARIO DE NOMINA '
                            'PARA ' 0001-EMPNO ' SQLCODE='
                            PER0-SQLCODE
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

      *****************************************************************
      *                   2510-PERIODO-RETRO-EXIT                     *
      *****************************************************************
       2510-PERIODO-RETRO-EXIT.
           EXIT.
      *****************************************************************
      *                      2550-REPARTE-COSTO                       *
      *                                                                *
      *    - OBTIENE EL REPARTO DEL COSTO DEL EMPLEADO VIGENTE A LA    *
      *      FECHA DE PROCESO Y DISTRIBUYE EL AUMENTO ENTRE SUS        *
      *      DEPARTAMENTOS.  SIN REPARTO, O CON UNO QUE NO SUMA 100,   *
      *      TODO VA A WORKDEPT; EL SEGUNDO CASO SE INFORMA.           *
      *****************************************************************
       2550-REPARTE-COSTO.

           INITIALIZE WS-NEECDIS1-01
           SET DIS1-88-VIGENTE              TO TRUE
           MOVE 0001-EMPNO                  TO DIS1-EMPNO
           MOVE WS-FECHA-PROCESO-ISO        TO DIS1-FECHA
           MOVE DCLEMP-WORKDEPT             TO DIS1-WORKDEPT

           CALL CT-NE9CDIS1 USING WS-NEECDIS1-01

           IF DIS1-88-ERROR-DB2
              DISPLAY 'NEPOST00: ERROR LEYENDO REPARTO DE COSTO. '
                      'SQLCODE=' DIS1-SQLCODE
              PERFORM 9800-ABEND-DB2
           END-IF

           IF DIS1-88-REPARTO-INVALIDO
              DISPLAY 'NEPOST00: REPARTO DE COSTO NO SUMA 100, SE '
                      'IMPUTA A WORKDEPT. EMPNO: ' 0001-EMPNO
              ADD CT-1                      TO CN-REPARTO-INVALIDO
           END-IF

           SET DIS1-88-DISTRIBUYE           TO TRUE
           MOVE WS-TOTAL-AUMENTO            TO DIS1-IMPORTE

           CALL CT-NE9CDIS1 USING WS-NEECDIS1-01

           IF NOT DIS1-88-OK
              DISPLAY 'NEPOST00: ERROR DISTRIBUYENDO EL AUMENTO. '
                      'SQLCODE=' DIS1-SQLCODE
              PERFORM 9800-ABEND-DB2
           END-IF.

      *****************************************************************
      *                   2550-REPARTE-COSTO-EXIT                     *
      *****************************************************************
       2550-REPARTE-COSTO-EXIT.
           EXIT.
      *****************************************************************
      *                   2600-CONSUME-PRESUPUESTO                    *
      *                                                                *
      *    - ACREDITA EL AUMENTO APLICADO AL CONSUMIDO DEL             *
      *      PRESUPUESTO ANUAL DE CADA DEPARTAMENTO DEL REPARTO, POR   *
      *      SU PARTE.  UN DEPARTAMENTO SIN FILA DE PRESUPUESTO NO SE  *
      *      CONTROLA.                                                 *
      *****************************************************************
       2600-CONSUME-PRESUPUESTO.

           MOVE WS-FPI-AAAA                 TO DCLBUD-ANIO

           PERFORM 2610-CONSUME-DEPTO
              THRU 2610-CONSUME-DEPTO-EXIT
              VARYING DIS1-IX FROM 1 BY 1
              UNTIL DIS1-IX IS GREATER THAN DIS1-CANT-DEPTOS.

      *****************************************************************
      *                2600-CONSUME-PRESUPUESTO-EXIT                  *
      *****************************************************************
       2600-CONSUME-PRESUPUESTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2610-CONSUME-DEPTO                        *
      *****************************************************************
       2610-CONSUME-DEPTO.

           MOVE DIS1-DEP-DEPTNO(DIS1-IX)    TO DCLBUD-DEPTNO
           MOVE DIS1-DEP-IMPORTE(DIS1-IX)   TO WS-IMPORTE-REPARTO

           EXEC SQL
              UPDATE NEOSB36.DEPT_BUDGET
                 SET CONSUMIDO = CONSUMIDO + :WS-IMPORTE-REPARTO
               WHERE DEPTNO = :DCLBUD-DEPTNO
                 AND ANIO   = :DCLBUD-ANIO
           END-EXEC

           END-IF.

      *****************************************************************
      *                   2610-CONSUME-DEPTO-EXIT                     *
      *****************************************************************
       2610-CONSUME-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2700-GRABA-ASIENTO                       *
      *                                                                *
      *    - ASIENTO BALANCEADO DEL AUMENTO APLICADO: POR CADA         *
      *      DEPARTAMENTO DEL REPARTO, DEBE A LA CUENTA DE GASTO Y     *
      *      HABER A LA DE PASIVO SEGUN SU MAPEO GL_MAPPING.  UN       *
      *      DEPARTAMENTO SIN MAPEO SE INFORMA Y DEJA LA CORRIDA EN    *
      *      AVISO.                                                    *
      *****************************************************************
       2700-GRABA-ASIENTO.

           PERFORM 2710-ASIENTO-DEPTO
              THRU 2710-ASIENTO-DEPTO-EXIT
              VARYING DIS1-IX FROM 1 BY 1
              UNTIL DIS1-IX IS GREATER THAN DIS1-CANT-DEPTOS.

      *****************************************************************
      *                   2700-GRABA-ASIENTO-EXIT                     *
      *****************************************************************
       2700-GRABA-ASIENTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2710-ASIENTO-DEPTO                       *
      *****************************************************************
       2710-ASIENTO-DEPTO.

           MOVE DIS1-DEP-DEPTNO(DIS1-IX)    TO WS-DEPTO-REPARTO
                                               DCLGLM-DEPTNO
           MOVE DIS1-DEP-IMPORTE(DIS1-IX)   TO WS-IMPORTE-REPARTO

           IF WS-IMPORTE-REPARTO EQUAL ZEROS
              GO TO 2710-ASIENTO-DEPTO-EXIT
           END-IF

           EXEC SQL
              SELECT G.CTADEBE,
                     G.CTAHABER,
                     VALUE(D.COMPANY, ' ')
                INTO :DCLGLM-CTADEBE,
                     :DCLGLM-CTAHABER,
                     :WS-COMPANY-REPARTO
                FROM NEOSB36.GL_MAPPING G
                LEFT JOIN NEOSB36.DEPT D
                       ON D.DEPTNO = G.DEPTNO
               WHERE G.DEPTNO = :DCLGLM-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    DISPLAY 'NEPOST00: DEPTO SIN MAPEO CONTABLE: '
                            WS-DEPTO-REPARTO ' EMPNO: ' 0001-EMPNO
                    ADD CT-1                TO CN-SIN-MAPEO
                    GO TO 2710-ASIENTO-DEPTO-EXIT
               WHEN OTHER
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE
           MOVE SPACES                      TO WS-GL-DETALLE
           MOVE 'D'                         TO GLD-TIPO
           MOVE DCLGLM-CTADEBE              TO GLD-CUENTA
           MOVE WS-DEPTO-REPARTO            TO GLD-DEPTNO
           MOVE WS-COMPANY-REPARTO          TO GLD-COMPANY
           MOVE 0001-EMPNO                  TO GLD-EMPNO
           MOVE WS-IMPORTE-REPARTO          TO GLD-IMPORTE
           WRITE REG-GLJOURNL FROM WS-GL-DETALLE
           ADD CT-1                         TO CN-ASIENTOS
           ADD WS-IMPORTE-REPARTO           TO CN-TOTAL-DEBE

           MOVE SPACES                      TO WS-GL-DETALLE
           MOVE 'H'                         TO GLD-TIPO
           MOVE DCLGLM-CTAHABER             TO GLD-CUENTA
           MOVE WS-DEPTO-REPARTO            TO GLD-DEPTNO
           MOVE WS-COMPANY-REPARTO          TO GLD-COMPANY
           MOVE 0001-EMPNO                  TO GLD-EMPNO
           MOVE WS-IMPORTE-REPARTO          TO GLD-IMPORTE
           WRITE REG-GLJOURNL FROM WS-GL-DETALLE
           ADD CT-1                         TO CN-ASIENTOS
           ADD WS-IMPORTE-REPARTO           TO CN-TOTAL-HABER.

      *****************************************************************
      *                   2710-ASIENTO-DEPTO-EXIT                     *
      *****************************************************************
       2710-ASIENTO-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2400-RECHAZA-REGISTRO                     *
              END-IF
           END-IF

      * UN RETRO SIN PERIODO DE PAGO SALE EN BLANCO EN RETROPAY Y
      * NOMINA DEBE ASIGNARLO A MANO
           IF RETURN-CODE EQUAL ZERO
              IF CN-RETRO-SIN-PERIODO IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           PERFORM 9700-BAJA-VENTANA
              THRU 9700-BAJA-VENTANA-EXIT

           DISPLAY 'REGISTROS SIN AUMENTO: ' CN-REGISTROS-SIN-AUMENTO
           DISPLAY 'REGISTROS YA APLICADOS:' CN-YA-APLICADOS
           DISPLAY 'REGISTROS CON RETRO:   ' CN-REGISTROS-RETRO
           DISPLAY 'RETRO REDIRIGIDOS:     ' CN-RETRO-REDIRIGIDOS
           DISPLAY 'RETRO SIN PERIODO:     ' CN-RETRO-SIN-PERIODO
           DISPLAY 'ASIENTOS CONTABLES:    ' CN-ASIENTOS
           DISPLAY 'DEPTOS SIN MAPEO GL:   ' CN-SIN-MAPEO
           DISPLAY 'REPARTOS INVALIDOS:    ' CN-REPARTO-INVALIDO
           DISPLAY '***********************************************'.

      *****************************************************************
