      *                          audit apply), marks each row         *
      *                          applied or in error, and prints the  *
      *                          REPAPL control report.               *
      * 15/10/2026 gforrich      Apply a scheduled change of FTE      *
      *                          percentage (PCTJORNADA) when it      *
      *                          comes informed.                      *
      * 15/10/2026 gforrich      SQL errors go through the common     *
      *                          handler NE9CSQL0: on deadlock or     *
      *                          timeout, also when returned by       *
      *                          NE9CEMP0, the run is rolled back and *
      *                          reprocessed from the start;          *
      *                          unrecovered errors are logged in     *
      *                          SQL_ERRLOG.                          *
      * 15/10/2026 gforrich      A change whose effective date falls  *
      *                          in a payroll period already closed   *
      *                          for the employee's LOCATION is       *
      *                          applied in the open period and the   *
      *                          move is logged in PERIOD_REDIRECT    *
      *                          (NE9CPER0) and reported; with no     *
      *                          open period it is left in error.     *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-REINICIO                   PIC X(01) VALUE 'N'.
              88 SI-REINICIO                          VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CEMP0                   PIC X(08) VALUE 'NE9CEMP0'.
           05 CT-NE9CSQL0                   PIC X(08) VALUE 'NE9CSQL0'.
           05 CT-NE9CPER0                   PIC X(08) VALUE 'NE9CPER0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEAPL000'.
           05 CT-PEND-PENDIENTE             PIC X(01) VALUE 'P'.
           05 CT-PEND-APLICADO              PIC X(01) VALUE 'A'.
           05 CT-PEND-ERROR                 PIC X(01) VALUE 'E'.
           05 CN-CAMBIOS-LEIDOS             PIC 9(05).
           05 CN-CAMBIOS-APLICADOS          PIC 9(05).
           05 CN-CAMBIOS-EN-ERROR           PIC 9(05).
           05 CN-CAMBIOS-REDIRIGIDOS        PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
           05 FILLER                        PIC X(12) VALUE
              " EN ERROR: ".
           05 LIN-TOT-ERROR                 PIC ZZZZ9.
           05 FILLER                        PIC X(15) VALUE
              " REDIRIGIDOS: ".
           05 LIN-TOT-REDIRIGIDOS           PIC ZZZZ9.
           05 FILLER                        PIC X(26) VALUE SPACES.

       01  WS-LINEA-REINICIO.
           05 FILLER                        PIC X(10) VALUE
              "REINTENTO ".
           05 LIN-REI-INTENTO               PIC Z9.
           05 FILLER                        PIC X(68) VALUE
              ": BLOQUEO DB2, SE REPROCESA DESDE EL INICIO".

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
           COPY NEECEMP0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
       01  WS-NEECSQL0-01.
           COPY NEECSQL0.
       01  WS-NEECPER-01.
           COPY NEECPER0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
                     SALARY,
                     BONUS,
                     COMM,
                     VALUE(PCTJORNADA, 0),
                     USUARIO
                FROM NEOSB36.PEND_CHANGES
               WHERE ESTADO = :CT-PEND-PENDIENTE
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 1500-REINICIA
              THRU 1500-REINICIA-EXIT
             UNTIL NOT SI-REINICIO

           PERFORM 3000-FIN.

      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES
                       WS-NEECSQL0-01

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                        1500-REINICIA                          *
      *                                                                *
      *    - TRAS UN BLOQUEO (-911/-913) NE9CSQL0 DESHIZO TODO HASTA   *
      *      EL ULTIMO COMMIT, QUE ES EL INICIO DEL PASO: LOS CAMBIOS  *
      *      VUELVEN A ESTAR PENDIENTES Y SE REPROCESAN COMPLETOS      *
      *****************************************************************
       1500-REINICIA.

           MOVE 'N'                         TO SW-REINICIO
                                               SW-FIN-CURSOR
           INITIALIZE  CN-CONTADORES

           MOVE SQL0-INTENTOS               TO LIN-REI-INTENTO
           WRITE REG-REPAPL FROM WS-LINEA-REINICIO

           EXEC SQL
              OPEN CSR-APL
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR APL. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 1500-REINICIA-EXIT
           END-IF

           PERFORM 2100-FETCH-CAMBIO
              THRU 2100-FETCH-CAMBIO-EXIT

           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR.

      *****************************************************************
      *                     1500-REINICIA-EXIT                        *
      *****************************************************************
       1500-REINICIA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.
      *****************************************************************
       2100-FETCH-CAMBIO.

      * CURSOR YA CORTADO POR UN ERROR SQL DEL CAMBIO EN CURSO
           IF SI-FIN-CURSOR
              GO TO 2100-FETCH-CAMBIO-EXIT
           END-IF

           EXEC SQL
              FETCH CSR-APL
               INTO :DCLPCH-EMPNO,
                    :DCLPCH-SALARY,
                    :DCLPCH-BONUS,
                    :DCLPCH-COMM,
                    :DCLPCH-PCTJORNADA,
                    :DCLPCH-USUARIO
           END-EXEC

                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH APL. SQLCODE: ' SQLCODE
                    SET SQL0-88-BATCH       TO TRUE
                    MOVE '2100-FETCH-CAMBIO' TO SQL0-PARRAFO
                    MOVE 'PEND_CHANGES'     TO SQL0-TABLA
                    MOVE DCLPCH-EMPNO       TO SQL0-CLAVE
                    MOVE SQLCODE            TO SQL0-SQLCODE
                    MOVE SQLERRMC           TO SQL0-SQLERRMC
                    PERFORM 9500-ERROR-SQL
                       THRU 9500-ERROR-SQL-EXIT
                    IF NOT SI-REINICIO
                       MOVE 8               TO RETURN-CODE
                       SET SI-FIN-CURSOR    TO TRUE
                    END-IF
           END-EVALUATE.

      *****************************************************************
           CALL CT-NE9CEMP0 USING WS-NEECEMP-01 WS-NEECRET0-01

           IF NOT RET0-88-OK
              IF RET0-88-ERR-DB2
                 PERFORM 2250-ERROR-RUTINA
                    THRU 2250-ERROR-RUTINA-EXIT
                 IF SI-FIN-CURSOR
                    GO TO 2200-APLICA-CAMBIO-EXIT
                 END-IF
              END-IF
              PERFORM 2400-MARCA-ERROR
                 THRU 2400-MARCA-ERROR-EXIT
              GO TO 2200-APLICA-CAMBIO-EXIT
           END-IF

           PERFORM 2150-VERIFICA-PERIODO
              THRU 2150-VERIFICA-PERIODO-EXIT

           IF SI-FIN-CURSOR
              GO TO 2200-APLICA-CAMBIO-EXIT
           END-IF

           IF PER0-88-SIN-ABIERTO
              MOVE 'PERIODO DE NOMINA CERRADO'
                                            TO RET0-DESERROR
              PERFORM 2400-MARCA-ERROR
                 THRU 2400-MARCA-ERROR-EXIT
              GO TO 2200-APLICA-CAMBIO-EXIT
              MOVE DCLPCH-COMM              TO DEP0-COMM
           END-IF

           IF DCLPCH-PCTJORNADA IS GREATER THAN ZEROS
              MOVE DCLPCH-PCTJORNADA        TO DEP0-PCTJORNADA
           END-IF

           CALL CT-NE9CEMP0 USING WS-NEECEMP-01 WS-NEECRET0-01

           IF RET0-88-ERR-DB2
              PERFORM 2250-ERROR-RUTINA
                 THRU 2250-ERROR-RUTINA-EXIT
              IF SI-FIN-CURSOR
                 GO TO 2200-APLICA-CAMBIO-EXIT
              END-IF
           END-IF

           IF RET0-88-OK
              PERFORM 2300-MARCA-APLICADO
                 THRU 2300-MARCA-APLICADO-EXIT
              IF PER0-88-REDIRIGIDO
                 MOVE SPACES                TO WS-LINEA-DETALLE
                 MOVE 'REDIRIGIDO'          TO LIN-DET-ESTADO
                 MOVE DCLPCH-EMPNO          TO LIN-DET-EMPNO
                 MOVE DCLPCH-FECHAEFECTIVA  TO LIN-DET-FECHA
                 STRING 'PER. '             DELIMITED BY SIZE
                        PER0-PERIODO        DELIMITED BY SIZE
                        ' CERRADO RIGE '    DELIMITED BY SIZE
                        PER0-FECHA-NUEVA    DELIMITED BY SIZE
                   INTO LIN-DET-DETALLE
                 END-STRING
                 WRITE REG-REPAPL FROM WS-LINEA-DETALLE
                 ADD CT-1                   TO CN-CAMBIOS-REDIRIGIDOS
              END-IF
           ELSE
              PERFORM 2400-MARCA-ERROR
                 THRU 2400-MARCA-ERROR-EXIT
       2200-APLICA-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-VERIFICA-PERIODO                      *
      *                                                                *
      *    - SI LA FECHA EFECTIVA CAE EN UN PERIODO DE NOMINA YA       *
      *      CERRADO, EL CAMBIO RIGE DESDE EL PERIODO ABIERTO: LO      *
      *      ASIENTA NE9CPER0 EN PERIOD_REDIRECT PARA EL REPORTE DE    *
      *      REDIRECCIONES                                             *
      *****************************************************************
       2150-VERIFICA-PERIODO.

           INITIALIZE WS-NEECPER-01
           SET PER0-88-VERIFICA             TO TRUE
           SET PER0-88-CAMBIO-APLICADO      TO TRUE
           MOVE DCLPCH-EMPNO                TO PER0-EMPNO
           MOVE DCLPCH-FECHAEFECTIVA        TO PER0-FECHA
           MOVE CT-PROGRAMA                 TO PER0-PROGRAMA
           MOVE DCLPCH-USUARIO              TO PER0-USUARIO

           CALL CT-NE9CPER0 USING WS-NEECPER-01

           IF PER0-88-ERROR-DB2
              DISPLAY 'NEAPL000: ERROR EN CALENDARIO DE NOMINA. '
                      'SQLCODE=' PER0-SQLCODE
              SET SQL0-88-BATCH             TO TRUE
              MOVE '2150-VERIFICA-PERIODO'  TO SQL0-PARRAFO
              MOVE 'PAY_PERIOD'             TO SQL0-TABLA
              MOVE DCLPCH-EMPNO             TO SQL0-CLAVE
              MOVE PER0-SQLCODE             TO SQL0-SQLCODE
              MOVE SQLERRMC                 TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              IF NOT SI-REINICIO
                 MOVE 8                     TO RETURN-CODE
                 SET SI-FIN-CURSOR          TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *                  2150-VERIFICA-PERIODO-EXIT                   *
      *****************************************************************
       2150-VERIFICA-PERIODO-EXIT.
           EXIT.
      *****************************************************************
      *                      2250-ERROR-RUTINA                        *
      *                                                                *
      *    - ERROR DB2 DEVUELTO POR NE9CEMP0: LA RUTINA YA LO DEJO EN  *
      *      SQL_ERRLOG; AQUI SOLO SE DECIDE EL REINTENTO DE UN        *
      *      BLOQUEO                                                   *
      *****************************************************************
       2250-ERROR-RUTINA.

           SET SQL0-88-PROPAGADO            TO TRUE
           MOVE '2200-APLICA-CAMBIO'        TO SQL0-PARRAFO
           MOVE RET0-TABLENAME              TO SQL0-TABLA
           MOVE DCLPCH-EMPNO                TO SQL0-CLAVE
           MOVE RET0-SQLCODE                TO SQL0-SQLCODE
           MOVE RET0-SQLERRMC               TO SQL0-SQLERRMC

           PERFORM 9500-ERROR-SQL
              THRU 9500-ERROR-SQL-EXIT.

      *****************************************************************
      *                   2250-ERROR-RUTINA-EXIT                      *
      *****************************************************************
       2250-ERROR-RUTINA-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-MARCA-APLICADO                       *
      *****************************************************************
       2300-MARCA-APLICADO.
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEAPL000: ERROR MARCANDO APLICADO. SQLCODE='
                      SQLCODE
              SET SQL0-88-BATCH             TO TRUE
              MOVE '2300-MARCA-APLICADO'    TO SQL0-PARRAFO
              MOVE 'PEND_CHANGES'           TO SQL0-TABLA
              MOVE DCLPCH-EMPNO             TO SQL0-CLAVE
              MOVE SQLCODE                  TO SQL0-SQLCODE
              MOVE SQLERRMC                 TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              IF NOT SI-REINICIO
                 MOVE 8                     TO RETURN-CODE
                 SET SI-FIN-CURSOR          TO TRUE
              END-IF
              GO TO 2300-MARCA-APLICADO-EXIT
           END-IF

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEAPL000: ERROR MARCANDO ERROR. SQLCODE='
                      SQLCODE
              SET SQL0-88-BATCH             TO TRUE
              MOVE '2400-MARCA-ERROR'       TO SQL0-PARRAFO
              MOVE 'PEND_CHANGES'           TO SQL0-TABLA
              MOVE DCLPCH-EMPNO             TO SQL0-CLAVE
              MOVE SQLCODE                  TO SQL0-SQLCODE
              MOVE SQLERRMC                 TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              IF NOT SI-REINICIO
                 MOVE 8                     TO RETURN-CODE
                 SET SI-FIN-CURSOR          TO TRUE
              END-IF
              GO TO 2400-MARCA-ERROR-EXIT
           END-IF


           MOVE CN-CAMBIOS-APLICADOS        TO LIN-TOT-APLICADOS
           MOVE CN-CAMBIOS-EN-ERROR         TO LIN-TOT-ERROR
           MOVE CN-CAMBIOS-REDIRIGIDOS      TO LIN-TOT-REDIRIGIDOS
           WRITE REG-REPAPL FROM WS-LINEA-TOTALES

           IF RETURN-CODE EQUAL ZERO
           DISPLAY 'CAMBIOS LEIDOS:    ' CN-CAMBIOS-LEIDOS
           DISPLAY 'CAMBIOS APLICADOS: ' CN-CAMBIOS-APLICADOS
           DISPLAY 'CAMBIOS EN ERROR:  ' CN-CAMBIOS-EN-ERROR
           DISPLAY 'REDIRIGIDOS:       ' CN-CAMBIOS-REDIRIGIDOS
           DISPLAY '***********************************************'

           CLOSE REPAPL

           GOBACK.

      *****************************************************************
      *                        9500-ERROR-SQL                         *
      *                                                                *
      *    - PASA EL ERROR AL GESTOR COMUN NE9CSQL0. SI PIDE           *
      *      REINTENTAR SE CORTA EL CURSOR Y EL MAINLINE REPROCESA     *
      *      DESDE EL INICIO; UN BLOQUEO SIN REINTENTOS YA FUE         *
      *      DESHECHO Y TERMINA EL PASO                                *
      *****************************************************************
       9500-ERROR-SQL.

           MOVE CT-PROGRAMA                 TO SQL0-PROGRAMA

           CALL CT-NE9CSQL0 USING WS-NEECSQL0-01

           IF SQL0-88-REINTENTAR
              SET SI-REINICIO               TO TRUE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 9500-ERROR-SQL-EXIT
           END-IF

           IF SQL0-88-BLOQUEO
              DISPLAY 'NEAPL000: APLICACION DESHECHA POR BLOQUEO DB2'
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                      9500-ERROR-SQL-EXIT                      *
      *****************************************************************
       9500-ERROR-SQL-EXIT.
           EXIT.
