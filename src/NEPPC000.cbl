      *****************************************************************
      * Program name:    NEPPC000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Payroll period      *
      *                          close: runs after NEACK000 and, only *
      *                          when the provider's response for the *
      *                          business date was reconciled clean   *
      *                          (RUN_CONTROL: completed, RC 0, no    *
      *                          differences), closes every open      *
      *                          PAY_PERIOD whose pay date has been   *
      *                          reached.  From then on NE9CPER0      *
      *                          refuses or redirects effective dates *
      *                          inside those periods.  Warns about   *
      *                          any LOCATION left without an open    *
      *                          period.                              *
      * 15/10/2026 gforrich      NEACK000 reconciles one company per  *
      *                          run (NEACK0+company in RUN_CONTROL): *
      *                          the reconciliation is checked for    *
      *                          every company with departments and   *
      *                          only the LOCATIONs whose companies   *
      *                          all reconciled clean are closed.  A  *
      *                          partial close warns RC 4 and is not  *
      *                          registered, so it can be repeated.   *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEPPC000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      *             E N V I R O N M E N T   D I V I S I O N           *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

      *****************************************************************
      *              ARCHIVOS INTERVINIENTES EN EL PROCESO            *
      *****************************************************************
       FILE-CONTROL.

           SELECT REPPPC   ASSIGN TO REPPPC
                           FILE STATUS IS FS-REPPPC.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPPPC
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPPPC              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPPPC                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-ACK-RETCODE                PIC S9(04) COMP.
           05 WS-ACK-EXCEPCIONES            PIC S9(09) COMP.
           05 WS-ACK-ESTADO                 PIC X(01).
      *    CORRIDA DE NEACK000 DE CADA EMPRESA EN RUN_CONTROL
           05 WS-PROGRAMA-ACK.
              10 WS-ACK-BASE                PIC X(06) VALUE SPACES.
              10 WS-ACK-COMPANY             PIC X(02) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-LOCATION               PIC X(01) VALUE 'N'.
              88 SI-FIN-LOCATION                      VALUE 'S'.
           05 SW-CONCILIADO                 PIC X(01) VALUE 'N'.
              88 SI-CONCILIADO                        VALUE 'S'.
              88 NO-CONCILIADO                        VALUE 'N'.
           05 SW-FIN-EMPRESA                PIC X(01) VALUE 'N'.
              88 SI-FIN-EMPRESA                       VALUE 'S'.
           05 SW-REGISTRA                   PIC X(01) VALUE 'N'.
              88 SI-REGISTRA-CORRIDA                  VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEPPC000'.
           05 CT-PROGRAMA-ACK               PIC X(06) VALUE 'NEACK0'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CRUN0                   PIC X(08) VALUE 'NE9CRUN0'.
           05 CT-ESTADO-COMPLETADO          PIC X(01) VALUE 'C'.
           05 CT-PERIODO-ABIERTO            PIC X(01) VALUE 'A'.
           05 CT-PERIODO-CERRADO            PIC X(01) VALUE 'C'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-PERIODOS-LEIDOS            PIC 9(05).
           05 CN-PERIODOS-CERRADOS          PIC 9(05).
           05 CN-SIN-ABIERTO                PIC 9(05).
           05 CN-CIAS-CONCILIADAS           PIC 9(05).
           05 CN-CIAS-PENDIENTES            PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "CIERRE DE PERIODOS DE NOMINA - FECHA DE PROCESO:  ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              "LOCATION         PERIOD INICIO     CORTE      PAGO".
           05 FILLER                        PIC X(30) VALUE
              "       ESTADO                 ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-LOCATION              PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PERIODO               PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHAINICIO           PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHACORTE            PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHAPAGO             PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-ESTADO                PIC X(20).
           05 FILLER                        PIC X(03) VALUE SPACES.

       01  WS-LINEA-MENSAJE.
           05 LIN-MEN-TEXTO                 PIC X(80).

       01  WS-LINEA-EMPRESA.
           05 FILLER                        PIC X(08) VALUE
              "EMPRESA ".
           05 LIN-CIA-COMPANY               PIC X(02).
           05 FILLER                        PIC X(02) VALUE
              ": ".
           05 LIN-CIA-TEXTO                 PIC X(68).

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(19) VALUE
              "PERIODOS CERRADOS: ".
           05 LIN-TOT-CERRADOS              PIC ZZZZ9.
           05 FILLER                        PIC X(24) VALUE
              " LOCATIONS SIN ABIERTO: ".
           05 LIN-TOT-SIN-ABIERTO           PIC ZZZZ9.
           05 FILLER                        PIC X(27) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECRUN0-01.
           COPY NEECRUN0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPPE
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTRUN
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDEP
           END-EXEC.

      *    EMPRESAS CON DEPARTAMENTOS: CADA UNA TIENE SU SALPAY Y SU
      *    CONCILIACION NEACK0 + EMPRESA
           EXEC SQL
              DECLARE CSR-CIA CURSOR FOR
              SELECT DISTINCT COMPANY
                FROM NEOSB36.DEPT
               ORDER BY COMPANY
           END-EXEC.

      *    PERIODOS ABIERTOS CUYA FECHA DE PAGO YA LLEGO: LA NOMINA
      *    DEL PERIODO FUE PAGADA Y SU RESPUESTA CONCILIADA.  SOLO
      *    LOCATIONS CON DEPARTAMENTOS Y SIN NINGUNO DE UNA EMPRESA
      *    CUYA ULTIMA CORRIDA DE NEACK000 DE LA FECHA NO ESTE
      *    COMPLETADA, CON RC 0 Y SIN DIFERENCIAS
           EXEC SQL
              DECLARE CSR-PPE CURSOR FOR
              SELECT P.LOCATION,
                     P.PERIODO,
                     CHAR(P.FECHAINICIO, ISO),
                     CHAR(P.FECHACORTE, ISO),
                     CHAR(P.FECHAPAGO, ISO)
                FROM NEOSB36.PAY_PERIOD AS P
               WHERE P.ESTADO     = :CT-PERIODO-ABIERTO
                 AND P.FECHAPAGO <= DATE(:WS-FECHA-PROCESO)
                 AND EXISTS
                     (SELECT 1
                        FROM NEOSB36.DEPT AS D
                       WHERE D.LOCATION = P.LOCATION)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM NEOSB36.DEPT AS D
                       WHERE D.LOCATION = P.LOCATION
                         AND NOT EXISTS
                             (SELECT 1
                                FROM NEOSB36.RUN_CONTROL AS R
                               WHERE R.PROGRAMA     =
                                     :CT-PROGRAMA-ACK CONCAT D.COMPANY
                                 AND R.FECHAPROCESO =
                                     DATE(:WS-FECHA-PROCESO)
                                 AND R.ESTADO       =
                                     :CT-ESTADO-COMPLETADO
                                 AND VALUE(R.RETCODE, 0)     = 0
                                 AND VALUE(R.EXCEPCIONES, 0) = 0
                                 AND R.INICIO       =
                                     (SELECT MAX(R2.INICIO)
                                        FROM NEOSB36.RUN_CONTROL AS R2
                                       WHERE R2.PROGRAMA     =
                                             R.PROGRAMA
                                         AND R2.FECHAPROCESO =
                                             R.FECHAPROCESO)))
               ORDER BY P.LOCATION,
                        P.PERIODO
           END-EXEC.

      *    LOCATIONS DEL CALENDARIO QUE QUEDARON SIN NINGUN PERIODO
      *    ABIERTO: TODA CAPTURA PARA ELLAS SERA RECHAZADA HASTA QUE
      *    SE CARGUE EL PERIODO SIGUIENTE
           EXEC SQL
              DECLARE CSR-LOC CURSOR FOR
              SELECT DISTINCT P.LOCATION
                FROM NEOSB36.PAY_PERIOD AS P
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM NEOSB36.PAY_PERIOD AS P2
                       WHERE P2.LOCATION = P.LOCATION
                         AND P2.ESTADO   = :CT-PERIODO-ABIERTO)
               ORDER BY P.LOCATION
           END-EXEC.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 2500-VERIFICA-LOCATIONS
              THRU 2500-VERIFICA-LOCATIONS-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           OPEN OUTPUT REPPPC

           IF FS-REPPPC NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPPPC. FILE STATUS=' FS-REPPPC
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPPPC FROM WS-LINEA-TITULO

           PERFORM 1100-VERIFICA-CONCILIACION
              THRU 1100-VERIFICA-CONCILIACION-EXIT

      * SIN NINGUNA EMPRESA CONCILIADA NO SE CIERRA NADA; SOLO SE
      * INFORMAN LAS LOCATIONS SIN PERIODO ABIERTO
           IF NO-CONCILIADO
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 1000-INICIO-EXIT
           END-IF

      * CON EMPRESAS PENDIENTES LA CORRIDA NO SE REGISTRA, PARA QUE
      * PUEDA REPETIRSE CUANDO SU NEACK000 SE VUELVA A CORRER; LOS
      * PERIODOS YA CERRADOS NO SE VUELVEN A TOCAR
           IF CN-CIAS-PENDIENTES EQUAL ZEROS
              SET SI-REGISTRA-CORRIDA       TO TRUE
              PERFORM 9500-REGISTRA-INICIO
                 THRU 9500-REGISTRA-INICIO-EXIT
           END-IF

           WRITE REG-REPPPC FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-PPE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR PAY_PERIOD. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              IF SI-REGISTRA-CORRIDA
                 PERFORM 9550-REGISTRA-FIN
                    THRU 9550-REGISTRA-FIN-EXIT
              END-IF
              CLOSE REPPPC
              GOBACK
           END-IF

           PERFORM 2100-FETCH-PERIODO
              THRU 2100-FETCH-PERIODO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                  1100-VERIFICA-CONCILIACION                   *
      *                                                                *
      *    - ULTIMA CORRIDA DE NEACK000 DE CADA EMPRESA PARA LA FECHA  *
      *      DE PROCESO: TIENE QUE ESTAR COMPLETADA, CON RC 0 Y SIN    *
      *      DIFERENCIAS.  UNA EMPRESA PENDIENTE DEJA ABIERTAS SUS     *
      *      LOCATIONS Y LA CORRIDA TERMINA CON RC 4                   *
      *****************************************************************
       1100-VERIFICA-CONCILIACION.

           SET NO-CONCILIADO                TO TRUE
           MOVE 'N'                         TO SW-FIN-EMPRESA

           EXEC SQL
              OPEN CSR-CIA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR EMPRESAS. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPPPC
              GOBACK
           END-IF

           PERFORM 1200-FETCH-EMPRESA
              THRU 1200-FETCH-EMPRESA-EXIT

           PERFORM 1150-VERIFICA-EMPRESA
              THRU 1150-VERIFICA-EMPRESA-EXIT
             UNTIL SI-FIN-EMPRESA

           EXEC SQL
              CLOSE CSR-CIA
           END-EXEC

           IF RETURN-CODE NOT LESS THAN 8
              CLOSE REPPPC
              GOBACK
           END-IF

           IF CN-CIAS-CONCILIADAS GREATER THAN ZEROS
              SET SI-CONCILIADO             TO TRUE
           ELSE
              MOVE SPACES                   TO WS-LINEA-MENSAJE
              MOVE 'NINGUNA EMPRESA CONCILIADA - NO SE CIERRA NADA'
                                            TO LIN-MEN-TEXTO
              WRITE REG-REPPPC FROM WS-LINEA-MENSAJE
                    AFTER ADVANCING 2 LINES
           END-IF

           IF NO-CONCILIADO
              OR CN-CIAS-PENDIENTES GREATER THAN ZEROS
              IF RETURN-CODE LESS THAN 4
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF.

      *****************************************************************
      *               1100-VERIFICA-CONCILIACION-EXIT                 *
      *****************************************************************
       1100-VERIFICA-CONCILIACION-EXIT.
           EXIT.
      *****************************************************************
      *                    1150-VERIFICA-EMPRESA                      *
      *                                                                *
      *    - ULTIMA CORRIDA DE NEACK0 + EMPRESA PARA LA FECHA          *
      *****************************************************************
       1150-VERIFICA-EMPRESA.

           MOVE CT-PROGRAMA-ACK             TO WS-ACK-BASE
           MOVE DCLDEP-COMPANY              TO WS-ACK-COMPANY

           MOVE SPACES                      TO LIN-CIA-TEXTO
           MOVE DCLDEP-COMPANY              TO LIN-CIA-COMPANY

           EXEC SQL
              SELECT ESTADO,
                     VALUE(RETCODE, 0),
                     VALUE(EXCEPCIONES, 0)
                INTO :WS-ACK-ESTADO,
                     :WS-ACK-RETCODE,
                     :WS-ACK-EXCEPCIONES
                FROM NEOSB36.RUN_CONTROL
               WHERE PROGRAMA     = :WS-PROGRAMA-ACK
                 AND FECHAPROCESO = DATE(:WS-FECHA-PROCESO)
                 AND INICIO       =
                     (SELECT MAX(INICIO)
                        FROM NEOSB36.RUN_CONTROL
                       WHERE PROGRAMA     = :WS-PROGRAMA-ACK
                         AND FECHAPROCESO = DATE(:WS-FECHA-PROCESO))
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE EQUAL +100
                    MOVE 'SIN CORRIDA DE NEACK000 - LOCATIONS ABIERTAS'
                                            TO LIN-CIA-TEXTO
                    ADD CT-1                TO CN-CIAS-PENDIENTES
               WHEN SQLCODE NOT EQUAL ZEROS
                    DISPLAY 'ERROR LEYENDO RUN_CONTROL. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-EMPRESA      TO TRUE
                    GO TO 1150-VERIFICA-EMPRESA-EXIT
               WHEN WS-ACK-ESTADO NOT EQUAL CT-ESTADO-COMPLETADO
                    MOVE 'NEACK000 NO COMPLETADO - LOCATIONS ABIERTAS'
                                            TO LIN-CIA-TEXTO
                    ADD CT-1                TO CN-CIAS-PENDIENTES
               WHEN WS-ACK-RETCODE NOT EQUAL ZEROS
                 OR WS-ACK-EXCEPCIONES NOT EQUAL ZEROS
                    MOVE 'NEACK000 CON DIFERENCIAS - LOCATIONS ABIERTAS'
                                            TO LIN-CIA-TEXTO
                    ADD CT-1                TO CN-CIAS-PENDIENTES
               WHEN OTHER
                    MOVE 'CONCILIADA'       TO LIN-CIA-TEXTO
                    ADD CT-1                TO CN-CIAS-CONCILIADAS
           END-EVALUATE

           WRITE REG-REPPPC FROM WS-LINEA-EMPRESA

           PERFORM 1200-FETCH-EMPRESA
              THRU 1200-FETCH-EMPRESA-EXIT.

      *****************************************************************
      *                  1150-VERIFICA-EMPRESA-EXIT                   *
      *****************************************************************
       1150-VERIFICA-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                      1200-FETCH-EMPRESA                       *
      *****************************************************************
       1200-FETCH-EMPRESA.

           EXEC SQL
              FETCH CSR-CIA
               INTO :DCLDEP-COMPANY
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-EMPRESA      TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH EMPRESAS. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-EMPRESA      TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    1200-FETCH-EMPRESA-EXIT                    *
      *****************************************************************
       1200-FETCH-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CIERRA EL PERIODO; LA CONDICION DE ESTADO EN EL UPDATE    *
      *      EVITA PISAR UN CIERRE HECHO POR OTRA CORRIDA              *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-PERIODOS-LEIDOS

           EXEC SQL
              UPDATE NEOSB36.PAY_PERIOD
                 SET ESTADO         = :CT-PERIODO-CERRADO,
                     FECHACIERRE    = CURRENT TIMESTAMP,
                     PROGRAMACIERRE = :CT-PROGRAMA
               WHERE LOCATION = :DCLPPE-LOCATION
                 AND PERIODO  = :DCLPPE-PERIODO
                 AND ESTADO   = :CT-PERIODO-ABIERTO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    GO TO 2000-PROCESO-SIGUE
               WHEN OTHER
                    DISPLAY 'ERROR CERRANDO PAY_PERIOD ' DCLPPE-LOCATION
                            ' ' DCLPPE-PERIODO ' SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
                    GO TO 2000-PROCESO-EXIT
           END-EVALUATE

           ADD CT-1                         TO CN-PERIODOS-CERRADOS

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLPPE-LOCATION             TO LIN-DET-LOCATION
           MOVE DCLPPE-PERIODO              TO LIN-DET-PERIODO
           MOVE DCLPPE-FECHAINICIO          TO LIN-DET-FECHAINICIO
           MOVE DCLPPE-FECHACORTE           TO LIN-DET-FECHACORTE
           MOVE DCLPPE-FECHAPAGO            TO LIN-DET-FECHAPAGO
           MOVE 'CERRADO'                   TO LIN-DET-ESTADO
           WRITE REG-REPPPC FROM WS-LINEA-DETALLE.

       2000-PROCESO-SIGUE.

           PERFORM 2100-FETCH-PERIODO
              THRU 2100-FETCH-PERIODO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-PERIODO                       *
      *****************************************************************
       2100-FETCH-PERIODO.

           EXEC SQL
              FETCH CSR-PPE
               INTO :DCLPPE-LOCATION,
                    :DCLPPE-PERIODO,
                    :DCLPPE-FECHAINICIO,
                    :DCLPPE-FECHACORTE,
                    :DCLPPE-FECHAPAGO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH PAY_PERIOD. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2100-FETCH-PERIODO-EXIT                    *
      *****************************************************************
       2100-FETCH-PERIODO-EXIT.
           EXIT.
      *****************************************************************
      *                    2500-VERIFICA-LOCATIONS                    *
      *                                                                *
      *    - INFORMA LAS LOCATIONS QUE NO TIENEN PERIODO ABIERTO       *
      *****************************************************************
       2500-VERIFICA-LOCATIONS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2500-VERIFICA-LOCATIONS-EXIT
           END-IF

           EXEC SQL
              OPEN CSR-LOC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR LOCATIONS. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 2500-VERIFICA-LOCATIONS-EXIT
           END-IF

           PERFORM 2600-FETCH-LOCATION
              THRU 2600-FETCH-LOCATION-EXIT

           PERFORM 2550-INFORMA-LOCATION
              THRU 2550-INFORMA-LOCATION-EXIT
             UNTIL SI-FIN-LOCATION

           EXEC SQL
              CLOSE CSR-LOC
           END-EXEC.

      *****************************************************************
      *                 2500-VERIFICA-LOCATIONS-EXIT                  *
      *****************************************************************
       2500-VERIFICA-LOCATIONS-EXIT.
           EXIT.
      *****************************************************************
      *                    2550-INFORMA-LOCATION                      *
      *****************************************************************
       2550-INFORMA-LOCATION.

           ADD CT-1                         TO CN-SIN-ABIERTO

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLPPE-LOCATION             TO LIN-DET-LOCATION
           MOVE 'SIN PERIODO ABIERTO'       TO LIN-DET-ESTADO
           WRITE REG-REPPPC FROM WS-LINEA-DETALLE

           PERFORM 2600-FETCH-LOCATION
              THRU 2600-FETCH-LOCATION-EXIT.

      *****************************************************************
      *                  2550-INFORMA-LOCATION-EXIT                   *
      *****************************************************************
       2550-INFORMA-LOCATION-EXIT.
           EXIT.
      *****************************************************************
      *                     2600-FETCH-LOCATION                       *
      *****************************************************************
       2600-FETCH-LOCATION.

           EXEC SQL
              FETCH CSR-LOC
               INTO :DCLPPE-LOCATION
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-LOCATION     TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH LOCATIONS. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-LOCATION     TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2600-FETCH-LOCATION-EXIT                    *
      *****************************************************************
       2600-FETCH-LOCATION-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           IF SI-CONCILIADO
              EXEC SQL
                 CLOSE CSR-PPE
              END-EXEC
           END-IF

      * UN ERROR DESHACE TODOS LOS CIERRES DE LA CORRIDA: EL
      * CALENDARIO NUNCA QUEDA CERRADO A MEDIAS
           IF RETURN-CODE NOT LESS THAN 8
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZEROS                    TO CN-PERIODOS-CERRADOS
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR EN COMMIT PAY_PERIOD. SQLCODE: '
                         SQLCODE
                 MOVE 8                     TO RETURN-CODE
                 MOVE ZEROS                 TO CN-PERIODOS-CERRADOS
              END-IF
           END-IF

           MOVE CN-PERIODOS-CERRADOS        TO LIN-TOT-CERRADOS
           MOVE CN-SIN-ABIERTO              TO LIN-TOT-SIN-ABIERTO
           WRITE REG-REPPPC FROM WS-LINEA-TOTALES
                 AFTER ADVANCING 2 LINES

           IF CN-SIN-ABIERTO GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEPPC000              *'
           DISPLAY 'FECHA DE PROCESO:      ' WS-FECHA-PROCESO
           DISPLAY 'EMPRESAS CONCILIADAS:  ' CN-CIAS-CONCILIADAS
           DISPLAY 'EMPRESAS PENDIENTES:   ' CN-CIAS-PENDIENTES
           DISPLAY 'PERIODOS A CERRAR:     ' CN-PERIODOS-LEIDOS
           DISPLAY 'PERIODOS CERRADOS:     ' CN-PERIODOS-CERRADOS
           DISPLAY 'LOCATIONS SIN ABIERTO: ' CN-SIN-ABIERTO
           DISPLAY '***********************************************'

           IF SI-REGISTRA-CORRIDA
              PERFORM 9550-REGISTRA-FIN
                 THRU 9550-REGISTRA-FIN-EXIT
           END-IF

           CLOSE REPPPC

           GOBACK.
      *****************************************************************
      *                     9500-REGISTRA-INICIO                      *
      *                                                                *
      *    - REGISTRA LA CORRIDA EN RUN_CONTROL Y SE NIEGA A CORRER    *
      *      DOS VECES PARA UNA FECHA DE PROCESO YA COMPLETADA         *
      *****************************************************************
       9500-REGISTRA-INICIO.

           INITIALIZE WS-NEECRUN0-01
           SET RUN0-88-INICIO               TO TRUE
           MOVE CT-PROGRAMA                 TO RUN0-PROGRAMA
           MOVE WS-FECHA-PROCESO            TO RUN0-FECHA-PROCESO

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

           IF RUN0-88-YA-COMPLETADA
              DISPLAY 'NEPPC000: LA FECHA YA FUE COMPLETADA - '
                      'CORRIDA RECHAZADA'
              MOVE 8                        TO RETURN-CODE
              CLOSE REPPPC
              GOBACK
           END-IF.

      *****************************************************************
      *                  9500-REGISTRA-INICIO-EXIT                    *
      *****************************************************************
       9500-REGISTRA-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       9550-REGISTRA-FIN                       *
      *****************************************************************
       9550-REGISTRA-FIN.

           SET RUN0-88-FIN                  TO TRUE
           MOVE CT-PROGRAMA                 TO RUN0-PROGRAMA
           MOVE WS-FECHA-PROCESO            TO RUN0-FECHA-PROCESO
           MOVE CN-PERIODOS-LEIDOS          TO RUN0-LEIDOS
           MOVE CN-PERIODOS-CERRADOS        TO RUN0-ESCRITOS
           MOVE CN-SIN-ABIERTO              TO RUN0-EXCEPCIONES
           MOVE RETURN-CODE                 TO RUN0-RETCODE

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE RESTAURA EL DE ESTA CORRIDA
           MOVE RUN0-RETCODE                TO RETURN-CODE.

      *****************************************************************
      *                    9550-REGISTRA-FIN-EXIT                     *
      *****************************************************************
       9550-REGISTRA-FIN-EXIT.
           EXIT.
