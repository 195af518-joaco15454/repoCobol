      * 02/09/2026 gforrich      Records the originating program in   *
      *                          the new DEPT_HIST USUARIOCAMBIO      *
      *                          audit column.                        *
      * 15/10/2026 gforrich      A merge into a department of another *
      *                          company records each transferred     *
      *                          employee on XCOMP_REVIEW through     *
      *                          NE9CXCR0 for HR review; flagged on   *
      *                          the report and counted in totals.    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-TIPO-UPDATE                PIC X(01) VALUE 'U'.
           05 CT-TIPO-DELETE                PIC X(01) VALUE 'D'.
           05 CT-PROGRAMA-RUN               PIC X(08) VALUE 'NECLS000'.
           05 CT-NE9CXCR0                   PIC X(08) VALUE 'NE9CXCR0'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-MOVIDOS          PIC 9(05).
           05 CN-HIJOS-REPARENTADOS         PIC 9(05).
           05 CN-EMPLEADOS-INTERCIA         PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
           05 FILLER                        PIC X(22) VALUE
              " HIJOS REPARENTADOS: ".
           05 LIN-TOT-HIJOS                 PIC ZZZZ9.
           05 FILLER                        PIC X(11) VALUE
              " INTERCIA: ".
           05 LIN-TOT-INTERCIA              PIC ZZZZ9.
           05 FILLER                        PIC X(22) VALUE SPACES.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
              INCLUDE NEGTDHIS
           END-EXEC.

       01  WS-NEECXCR0-01.
           COPY NEECXCR0.

           EXEC SQL
              DECLARE CURCLS CURSOR FOR
              SELECT EMPNO,
           MOVE 'EMPLEADO'                  TO LIN-DET-ACCION
           MOVE DCLEMP-EMPNO                TO LIN-DET-CLAVE
           MOVE 'TRANSFERIDO AL DESTINO'    TO LIN-DET-TEXTO

           PERFORM 2250-CONTROLA-EMPRESA
              THRU 2250-CONTROLA-EMPRESA-EXIT

           WRITE REG-REPCLS FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-EMPLEADOS-MOVIDOS
       2200-MUEVE-UN-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2250-CONTROLA-EMPRESA                      *
      *                                                                *
      *    - SI EL DESTINO DE LA FUSION ES DE OTRA EMPRESA, NE9CXCR0   *
      *      DEJA EL MOVIMIENTO PENDIENTE DE REVISION DE RRHH DENTRO   *
      *      DE LA MISMA UNIDAD DE TRABAJO                             *
      *****************************************************************
       2250-CONTROLA-EMPRESA.

           INITIALIZE WS-NEECXCR0-01
           MOVE DCLEMP-EMPNO                TO XCR0-EMPNO
           MOVE WS-DEPTO-CIERRE             TO XCR0-DEPTO-ORIGEN
           MOVE WS-DEPTO-DESTINO            TO XCR0-DEPTO-DESTINO
           MOVE CT-PROGRAMA-RUN             TO XCR0-PROGRAMA
                                               XCR0-USUARIO

           CALL CT-NE9CXCR0 USING WS-NEECXCR0-01

           IF NOT XCR0-88-OK
              DISPLAY 'ERROR EN NE9CXCR0. EMPNO: ' DCLEMP-EMPNO
                      ' SQLCODE=' XCR0-SQLCODE
              PERFORM 9900-DESHACE
                 THRU 9900-DESHACE-EXIT
           END-IF

           IF XCR0-88-INTERCOMPANIA
              MOVE SPACES                   TO LIN-DET-TEXTO
              STRING 'TRANSFERIDO - REVISION RRHH CIA '
                                            DELIMITED BY SIZE
                     XCR0-CIA-ORIGEN        DELIMITED BY SIZE
                     '>'                    DELIMITED BY SIZE
                     XCR0-CIA-DESTINO       DELIMITED BY SIZE
                INTO LIN-DET-TEXTO
              END-STRING
              ADD CT-1                      TO CN-EMPLEADOS-INTERCIA
           END-IF.

      *****************************************************************
      *                  2250-CONTROLA-EMPRESA-EXIT                   *
      *****************************************************************
       2250-CONTROLA-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                    4000-REPARENTA-HIJOS                       *
      *                                                                *
      *    - LOS DEPARTAMENTOS CUYO ADMRDEPT APUNTA AL QUE SE CIERRA   *

           MOVE CN-EMPLEADOS-MOVIDOS        TO LIN-TOT-MOVIDOS
           MOVE CN-HIJOS-REPARENTADOS       TO LIN-TOT-HIJOS
           MOVE CN-EMPLEADOS-INTERCIA       TO LIN-TOT-INTERCIA
           WRITE REG-REPCLS FROM WS-LINEA-TOTALES

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NECLS000              *'
           DISPLAY 'EMPLEADOS MOVIDOS:   ' CN-EMPLEADOS-MOVIDOS
           DISPLAY 'HIJOS REPARENTADOS:  ' CN-HIJOS-REPARENTADOS
           DISPLAY 'EMPLEADOS INTERCIA:  ' CN-EMPLEADOS-INTERCIA
           DISPLAY '***********************************************'

           CLOSE REPCLS
