      *                          PARMTRA, writing one EMP_HIST row    *
      *                          per moved employee and reporting     *
      *                          moved/failed counts.                 *
      * 15/10/2026 gforrich      Moves between departments of         *
      *                          different companies are recorded on  *
      *                          XCOMP_REVIEW through NE9CXCR0 for HR *
      *                          review, flagged on the report and    *
      *                          counted in the totals.               *
      * 15/10/2026 gforrich      SQL errors go through the common     *
      *                          handler NE9CSQL0: on deadlock or     *
      *                          timeout the transfer is rolled back  *
      *                          and reprocessed from the start;      *
      *                          unrecovered errors are logged in     *
      *                          SQL_ERRLOG.                          *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-REINICIO                   PIC X(01) VALUE 'N'.
              88 SI-REINICIO                          VALUE 'S'.
           05 SW-SQLCODE                    PIC S9(9) COMP.
              88 SQLCODE-88-OK                        VALUE 0.
              88 SQLCODE-88-NOTFND                    VALUE +100.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-TIPO-UPDATE                PIC X(01) VALUE 'U'.
           05 CT-PROGRAMA-RUN               PIC X(08) VALUE 'NETRA000'.
           05 CT-NE9CXCR0                   PIC X(08) VALUE 'NE9CXCR0'.
           05 CT-NE9CSQL0                   PIC X(08) VALUE 'NE9CSQL0'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
           05 CN-EMPLEADOS-LEIDOS           PIC 9(05).
           05 CN-EMPLEADOS-MOVIDOS          PIC 9(05).
           05 CN-EMPLEADOS-FALLADOS         PIC 9(05).
           05 CN-EMPLEADOS-INTERCIA         PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-NOMBRE                PIC X(28).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-REVISION              PIC X(24).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(10) VALUE
           05 FILLER                        PIC X(11) VALUE
              " FALLADOS: ".
           05 LIN-TOT-FALLADOS              PIC ZZZZ9.
           05 FILLER                        PIC X(11) VALUE
              " INTERCIA: ".
           05 LIN-TOT-INTERCIA              PIC ZZZZ9.
           05 FILLER                        PIC X(27) VALUE SPACES.

       01  WS-LINEA-REINICIO.
           05 FILLER                        PIC X(10) VALUE
              "REINTENTO ".
           05 LIN-REI-INTENTO               PIC Z9.
           05 FILLER                        PIC X(78) VALUE
              ": BLOQUEO DB2, SE REPROCESA DESDE EL INICIO".

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
              INCLUDE NEGTEHIS
           END-EXEC.

       01  WS-NEECXCR0-01.
           COPY NEECXCR0.

       01  WS-NEECSQL0-01.
           COPY NEECSQL0.

           EXEC SQL
              DECLARE CURTRA CURSOR FOR
              SELECT EMPNO,
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

           OPEN INPUT  PARMTRA

       1100-VALIDA-DESTINO-EXIT.
           EXIT.
      *****************************************************************
      *                        1500-REINICIA                          *
      *                                                                *
      *    - TRAS UN BLOQUEO (-911/-913) NE9CSQL0 DESHIZO TODO HASTA   *
      *      EL ULTIMO COMMIT, QUE ES EL INICIO DEL PASO: LA           *
      *      TRANSFERENCIA SE REPROCESA COMPLETA                       *
      *****************************************************************
       1500-REINICIA.

           MOVE 'N'                         TO SW-REINICIO
                                               SW-FIN-CURSOR
           INITIALIZE  CN-CONTADORES

           MOVE SQL0-INTENTOS               TO LIN-REI-INTENTO
           WRITE REG-REPTRA FROM WS-LINEA-REINICIO

           EXEC SQL
              OPEN CURTRA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR EMP. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 1500-REINICIA-EXIT
           END-IF

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT

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
       2100-FETCH-EMPLEADO.

      * CURSOR YA CORTADO POR UN ERROR SQL DEL EMPLEADO EN CURSO
           IF SI-FIN-CURSOR
              GO TO 2100-FETCH-EMPLEADO-EXIT
           END-IF

           EXEC SQL
              FETCH CURTRA
               INTO :DCLEMP-EMPNO,
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH EMP. SQLCODE: ' SQLCODE
                    MOVE '2100-FETCH-EMPLEADO' TO SQL0-PARRAFO
                    MOVE 'EMP'              TO SQL0-TABLA
                    MOVE DCLEMP-EMPNO       TO SQL0-CLAVE
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

           MOVE SQLCODE                     TO SW-SQLCODE

           IF SW-SQLCODE IS LESS THAN ZEROS
              MOVE '2200-MUEVE-EMPLEADO'    TO SQL0-PARRAFO
              MOVE 'EMP'                    TO SQL0-TABLA
              MOVE DCLEMP-EMPNO             TO SQL0-CLAVE
              MOVE SQLCODE                  TO SQL0-SQLCODE
              MOVE SQLERRMC                 TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              IF SI-FIN-CURSOR
                 GO TO 2200-MUEVE-EMPLEADO-EXIT
              END-IF
           END-IF

           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE SPACES                      TO LIN-DET-NOMBRE
           STRING DCLEMP-FIRSTNME DELIMITED BY '  '
                  DCLEMP-LASTNAME  DELIMITED BY SIZE
             INTO LIN-DET-NOMBRE
           END-STRING
           MOVE SPACES                      TO LIN-DET-REVISION

           IF SQLCODE-88-OK
              MOVE 'MOVIDO'                 TO LIN-DET-ESTADO
              ADD CT-1                      TO CN-EMPLEADOS-MOVIDOS
              PERFORM 2250-CONTROLA-EMPRESA
                 THRU 2250-CONTROLA-EMPRESA-EXIT
           ELSE
              MOVE 'FALLADO'                TO LIN-DET-ESTADO
              ADD CT-1                      TO CN-EMPLEADOS-FALLADOS
           END-IF

           IF SI-REINICIO
              GO TO 2200-MUEVE-EMPLEADO-EXIT
           END-IF

           WRITE REG-REPTRA FROM WS-LINEA-DETALLE.

      *****************************************************************
       2200-MUEVE-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2250-CONTROLA-EMPRESA                      *
      *                                                                *
      *    - SI EL DEPARTAMENTO DESTINO ES DE OTRA EMPRESA, NE9CXCR0   *
      *      DEJA EL MOVIMIENTO PENDIENTE DE REVISION DE RRHH. SI NO   *
      *      PUEDE ASENTARLO SE DESHACE TODA LA TRANSFERENCIA PARA     *
      *      QUE NINGUN MOVIMIENTO QUEDE SIN SU REVISION               *
      *****************************************************************
       2250-CONTROLA-EMPRESA.

           INITIALIZE WS-NEECXCR0-01
           MOVE DCLEMP-EMPNO                TO XCR0-EMPNO
           MOVE DCLEMP-WORKDEPT             TO XCR0-DEPTO-ORIGEN
           MOVE WS-DEPTO-DESTINO            TO XCR0-DEPTO-DESTINO
           MOVE CT-PROGRAMA-RUN             TO XCR0-PROGRAMA
                                               XCR0-USUARIO

           CALL CT-NE9CXCR0 USING WS-NEECXCR0-01

           IF NOT XCR0-88-OK
              DISPLAY 'ERROR EN NE9CXCR0. EMPNO: ' DCLEMP-EMPNO
                      ' SQLCODE: ' XCR0-SQLCODE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE '2250-CONTROLA-EMPRESA'  TO SQL0-PARRAFO
              MOVE 'XCOMP_REVIEW'           TO SQL0-TABLA
              MOVE DCLEMP-EMPNO             TO SQL0-CLAVE
              MOVE XCR0-SQLCODE             TO SQL0-SQLCODE
              MOVE SPACES                   TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              IF SI-REINICIO
                 GO TO 2250-CONTROLA-EMPRESA-EXIT
              END-IF
              MOVE 8                        TO RETURN-CODE
              CLOSE REPTRA
              GOBACK
           END-IF

           IF XCR0-88-INTERCOMPANIA
              STRING 'REVISION RRHH CIA '   DELIMITED BY SIZE
                     XCR0-CIA-ORIGEN        DELIMITED BY SIZE
                     '>'                    DELIMITED BY SIZE
                     XCR0-CIA-DESTINO       DELIMITED BY SIZE
                INTO LIN-DET-REVISION
              END-STRING
              ADD CT-1                      TO CN-EMPLEADOS-INTERCIA
           END-IF.

      *****************************************************************
      *                  2250-CONTROLA-EMPRESA-EXIT                   *
      *****************************************************************
       2250-CONTROLA-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.
           MOVE CN-EMPLEADOS-LEIDOS         TO LIN-TOT-LEIDOS
           MOVE CN-EMPLEADOS-MOVIDOS        TO LIN-TOT-MOVIDOS
           MOVE CN-EMPLEADOS-FALLADOS       TO LIN-TOT-FALLADOS
           MOVE CN-EMPLEADOS-INTERCIA       TO LIN-TOT-INTERCIA
           WRITE REG-REPTRA FROM WS-LINEA-TOTALES

           DISPLAY '***********************************************'
           DISPLAY 'EMPLEADOS LEIDOS:   ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'EMPLEADOS MOVIDOS:  ' CN-EMPLEADOS-MOVIDOS
           DISPLAY 'EMPLEADOS FALLADOS: ' CN-EMPLEADOS-FALLADOS
           DISPLAY 'EMPLEADOS INTERCIA: ' CN-EMPLEADOS-INTERCIA
           DISPLAY '***********************************************'

           IF RETURN-CODE EQUAL ZERO

           IF NOT SQLCODE-88-OK
              DISPLAY 'ERROR GRABANDO EMP_HIST. SQLCODE: ' SQLCODE
              MOVE '9100-GRABA-HISTORICO'     TO SQL0-PARRAFO
              MOVE 'EMP_HIST'                 TO SQL0-TABLA
              MOVE DCLEMP-EMPNO               TO SQL0-CLAVE
              MOVE SQLCODE                    TO SQL0-SQLCODE
              MOVE SQLERRMC                   TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              IF NOT SI-REINICIO
                 MOVE 8                       TO RETURN-CODE
                 SET SI-FIN-CURSOR            TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       9100-GRABA-HISTORICO-EXIT.
           EXIT.
      *****************************************************************
      *                        9500-ERROR-SQL                         *
      *                                                                *
      *    - PASA EL ERROR AL GESTOR COMUN NE9CSQL0. SI PIDE           *
      *      REINTENTAR SE CORTA EL CURSOR Y EL MAINLINE REPROCESA     *
      *      DESDE EL INICIO; UN BLOQUEO SIN REINTENTOS YA FUE         *
      *      DESHECHO Y TERMINA EL PASO                                *
      *****************************************************************
       9500-ERROR-SQL.

           SET SQL0-88-BATCH                  TO TRUE
           MOVE CT-PROGRAMA-RUN               TO SQL0-PROGRAMA

           CALL CT-NE9CSQL0 USING WS-NEECSQL0-01

           IF SQL0-88-REINTENTAR
              SET SI-REINICIO                 TO TRUE
              SET SI-FIN-CURSOR               TO TRUE
              GO TO 9500-ERROR-SQL-EXIT
           END-IF

           IF SQL0-88-BLOQUEO
              DISPLAY 'NETRA000: TRANSFERENCIA DESHECHA POR BLOQUEO DB2'
              MOVE 8                          TO RETURN-CODE
              SET SI-FIN-CURSOR               TO TRUE
           END-IF.

      *****************************************************************
      *                      9500-ERROR-SQL-EXIT                      *
      *****************************************************************
       9500-ERROR-SQL-EXIT.
           EXIT.
