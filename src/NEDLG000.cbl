      *****************************************************************
      * Program name:    NEDLG000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Nightly housekeeping*
      *                          of the approval delegations: every   *
      *                          active delegation in APPR_DELEG past *
      *                          its end date is closed as expired    *
      *                          ('V'), and the approvals made under  *
      *                          delegation in the last PARMDLG days  *
      *                          (APPR_DELEG_USE) are listed in       *
      *                          REPDLG for audit.                    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEDLG000.
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

           SELECT REPDLG   ASSIGN TO REPDLG
                           FILE STATUS IS FS-REPDLG.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPDLG
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPDLG              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPDLG                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-DIAS-PERIODO               PIC S9(04) COMP VALUE ZERO.

      * LINEA DEL PARAMETRO PARMDLG DE PARAM_CTRL
       01  WS-LINEA-PARMDLG.
           05 WS-LP-DIAS-PERIODO            PIC 9(03).
           05 FILLER                        PIC X(17).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
              88 NO-FIN-CURSOR                        VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMDLG                PIC X(08) VALUE 'PARMDLG'.
           05 CT-DELEG-ACTIVA               PIC X(01) VALUE 'A'.
           05 CT-DELEG-VENCIDA              PIC X(01) VALUE 'V'.
      * DIAS HACIA ATRAS QUE CUBRE EL LISTADO DE APROBACIONES POR
      * DELEGACION CUANDO PARAM_CTRL NO TIENE PARMDLG
           05 CT-DIAS-PERIODO-DEFECTO       PIC 9(03) VALUE 30.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-VENCIDAS                   PIC 9(05).
           05 CN-USOS                       PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "DELEGACIONES DE APROBACION - FECHA DE PROCESO:    ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-SUBTIT-VENCIDAS.
           05 FILLER                        PIC X(40) VALUE
              "DELEGACIONES VENCIDAS EN ESTE PROCESO   ".
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-COL-VENCIDAS.
           05 FILLER                        PIC X(40) VALUE
              "DELEGANTE DELEGADO DESDE      HASTA     ".
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-DET-VENCIDA.
           05 LIN-VEN-DELEGANTE             PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-VEN-DELEGADO              PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-VEN-DESDE                 PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-VEN-HASTA                 PIC X(10).
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-SUBTIT-USOS.
           05 FILLER                        PIC X(40) VALUE
              "APROBACIONES POR DELEGACION - ULTIMOS   ".
           05 LIN-SUB-DIAS                  PIC ZZ9.
           05 FILLER                        PIC X(05) VALUE " DIAS".
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-COL-USOS.
           05 FILLER                        PIC X(40) VALUE
              "DELEGANTE DELEGADO TRAN EMPNO  A FECHA Y".
           05 FILLER                        PIC X(40) VALUE
              " HORA                                   ".

       01  WS-LINEA-DET-USO.
           05 LIN-USO-DELEGANTE             PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-USO-DELEGADO              PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-USO-TRANSACCION           PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-USO-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-USO-ACCION                PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-USO-FECHA                 PIC X(19).
           05 FILLER                        PIC X(28) VALUE SPACES.

       01  WS-LINEA-TOT-VENCIDAS.
           05 FILLER                        PIC X(28) VALUE
              "TOTAL DELEGACIONES VENCIDAS:".
           05 LIN-TOT-VENCIDAS              PIC ZZZZ9.
           05 FILLER                        PIC X(47) VALUE SPACES.

       01  WS-LINEA-TOT-USOS.
           05 FILLER                        PIC X(28) VALUE
              "TOTAL APROBACIONES DELEGADAS".
           05 LIN-TOT-USOS                  PIC ZZZZ9.
           05 FILLER                        PIC X(47) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDLG
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDLU
           END-EXEC.

      *    DELEGACIONES ACTIVAS CUYA FECHA HASTA YA PASO A LA FECHA DE
      *    PROCESO
           EXEC SQL
              DECLARE CSR-VEN CURSOR FOR
              SELECT DELEGANTE,
                     CHAR(FECHADESDE, ISO),
                     CHAR(FECHAHASTA, ISO),
                     DELEGADO
                FROM NEOSB36.APPR_DELEG
               WHERE ESTADO     = :CT-DELEG-ACTIVA
                 AND FECHAHASTA < DATE(:WS-FECHA-PROCESO)
               ORDER BY DELEGANTE, FECHADESDE
           END-EXEC.

      *    APROBACIONES HECHAS POR DELEGACION EN EL PERIODO
           EXEC SQL
              DECLARE CSR-USO CURSOR FOR
              SELECT DELEGANTE,
                     DELEGADO,
                     TRANSACCION,
                     EMPNO,
                     ACCION,
                     CHAR(FECHAUSO)
                FROM NEOSB36.APPR_DELEG_USE
               WHERE DATE(FECHAUSO) >  DATE(:WS-FECHA-PROCESO)
                                     - :WS-DIAS-PERIODO DAYS
                 AND DATE(FECHAUSO) <= DATE(:WS-FECHA-PROCESO)
               ORDER BY DELEGANTE, FECHAUSO
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

           PERFORM 2000-VENCE-DELEGACION
              THRU 2000-VENCE-DELEGACION-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 2500-INICIO-USOS
              THRU 2500-INICIO-USOS-EXIT

           PERFORM 2600-LISTA-USO
              THRU 2600-LISTA-USO-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1200-LEE-PERIODO
              THRU 1200-LEE-PERIODO-EXIT

           OPEN OUTPUT REPDLG

           IF FS-REPDLG NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPDLG. FILE STATUS=' FS-REPDLG
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPDLG FROM WS-LINEA-TITULO
           WRITE REG-REPDLG FROM WS-LINEA-SUBTIT-VENCIDAS
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPDLG FROM WS-LINEA-COL-VENCIDAS

           EXEC SQL
              OPEN CSR-VEN
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR APPR_DELEG. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPDLG
              GOBACK
           END-IF

           PERFORM 2100-FETCH-VENCIDA
              THRU 2100-FETCH-VENCIDA-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                        1200-LEE-PERIODO                       *
      *                                                               *
      *    - DIAS DEL PERIODO EN PARAM_CTRL (PARAMETRO PARMDLG,       *
      *      PRIMERA LINEA, 3 DIGITOS); SIN VALOR CARGADO SE USA EL   *
      *      DEFECTO                                                  *
      *****************************************************************
       1200-LEE-PERIODO.

           MOVE CT-DIAS-PERIODO-DEFECTO     TO WS-DIAS-PERIODO

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMDLG              TO PRM0-PARAMETRO
           MOVE WS-FECHA-PROCESO            TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF PRM0-88-OK
              SET IX-PRM0                   TO 1
              MOVE PRM0-LIN-VALOR(IX-PRM0)  TO WS-LINEA-PARMDLG
              IF WS-LP-DIAS-PERIODO IS NUMERIC
                 AND WS-LP-DIAS-PERIODO GREATER THAN ZEROS
                 MOVE WS-LP-DIAS-PERIODO    TO WS-DIAS-PERIODO
              END-IF
           END-IF.

      *****************************************************************
      *                     1200-LEE-PERIODO-EXIT                     *
      *****************************************************************
       1200-LEE-PERIODO-EXIT.
           EXIT.
      *****************************************************************
      *                      2000-VENCE-DELEGACION                    *
      *                                                               *
      *    - CIERRA LA DELEGACION COMO VENCIDA Y LA LISTA             *
      *****************************************************************
       2000-VENCE-DELEGACION.

           EXEC SQL
              UPDATE NEOSB36.APPR_DELEG
                 SET ESTADO      = :CT-DELEG-VENCIDA,
                     FECHAESTADO = CURRENT TIMESTAMP
               WHERE DELEGANTE  = :DCLDLG-DELEGANTE
                 AND FECHADESDE = :DCLDLG-FECHADESDE
                 AND ESTADO     = :CT-DELEG-ACTIVA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ACTUALIZANDO APPR_DELEG. DELEGANTE: '
                      DCLDLG-DELEGANTE ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2000-VENCE-DELEGACION-EXIT
           END-IF

           ADD CT-1                         TO CN-VENCIDAS

           MOVE SPACES                      TO WS-LINEA-DET-VENCIDA
           MOVE DCLDLG-DELEGANTE            TO LIN-VEN-DELEGANTE
           MOVE DCLDLG-DELEGADO             TO LIN-VEN-DELEGADO
           MOVE DCLDLG-FECHADESDE           TO LIN-VEN-DESDE
           MOVE DCLDLG-FECHAHASTA           TO LIN-VEN-HASTA

           WRITE REG-REPDLG FROM WS-LINEA-DET-VENCIDA

           PERFORM 2100-FETCH-VENCIDA
              THRU 2100-FETCH-VENCIDA-EXIT.

      *****************************************************************
      *                   2000-VENCE-DELEGACION-EXIT                  *
      *****************************************************************
       2000-VENCE-DELEGACION-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-VENCIDA                       *
      *****************************************************************
       2100-FETCH-VENCIDA.

           EXEC SQL
              FETCH CSR-VEN
               INTO :DCLDLG-DELEGANTE,
                    :DCLDLG-FECHADESDE,
                    :DCLDLG-FECHAHASTA,
                    :DCLDLG-DELEGADO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH APPR_DELEG. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-VENCIDA-EXIT                     *
      *****************************************************************
       2100-FETCH-VENCIDA-EXIT.
           EXIT.
      *****************************************************************
      *                        2500-INICIO-USOS                       *
      *                                                               *
      *    - CIERRA LA PRIMERA SECCION Y ABRE EL LISTADO DE LAS       *
      *      APROBACIONES HECHAS POR DELEGACION EN EL PERIODO         *
      *****************************************************************
       2500-INICIO-USOS.

           EXEC SQL
              CLOSE CSR-VEN
           END-EXEC

           MOVE CN-VENCIDAS                 TO LIN-TOT-VENCIDAS
           WRITE REG-REPDLG FROM WS-LINEA-TOT-VENCIDAS
                 AFTER ADVANCING 2 LINES

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2500-INICIO-USOS-EXIT
           END-IF

           SET NO-FIN-CURSOR                TO TRUE

           MOVE WS-DIAS-PERIODO             TO LIN-SUB-DIAS
           WRITE REG-REPDLG FROM WS-LINEA-SUBTIT-USOS
                 AFTER ADVANCING 3 LINES
           WRITE REG-REPDLG FROM WS-LINEA-COL-USOS

           EXEC SQL
              OPEN CSR-USO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR APPR_DELEG_USE. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2500-INICIO-USOS-EXIT
           END-IF

           PERFORM 2700-FETCH-USO
              THRU 2700-FETCH-USO-EXIT.

      *****************************************************************
      *                     2500-INICIO-USOS-EXIT                     *
      *****************************************************************
       2500-INICIO-USOS-EXIT.
           EXIT.
      *****************************************************************
      *                          2600-LISTA-USO                       *
      *****************************************************************
       2600-LISTA-USO.

           ADD CT-1                         TO CN-USOS

           MOVE SPACES                      TO WS-LINEA-DET-USO
           MOVE DCLDLU-DELEGANTE            TO LIN-USO-DELEGANTE
           MOVE DCLDLU-DELEGADO             TO LIN-USO-DELEGADO
           MOVE DCLDLU-TRANSACCION          TO LIN-USO-TRANSACCION
           MOVE DCLDLU-EMPNO                TO LIN-USO-EMPNO
           MOVE DCLDLU-ACCION               TO LIN-USO-ACCION
           MOVE DCLDLU-FECHAUSO             TO LIN-USO-FECHA

           WRITE REG-REPDLG FROM WS-LINEA-DET-USO

           PERFORM 2700-FETCH-USO
              THRU 2700-FETCH-USO-EXIT.

      *****************************************************************
      *                       2600-LISTA-USO-EXIT                     *
      *****************************************************************
       2600-LISTA-USO-EXIT.
           EXIT.
      *****************************************************************
      *                         2700-FETCH-USO                        *
      *****************************************************************
       2700-FETCH-USO.

           EXEC SQL
              FETCH CSR-USO
               INTO :DCLDLU-DELEGANTE,
                    :DCLDLU-DELEGADO,
                    :DCLDLU-TRANSACCION,
                    :DCLDLU-EMPNO,
                    :DCLDLU-ACCION,
                    :DCLDLU-FECHAUSO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH APPR_DELEG_USE. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                      2700-FETCH-USO-EXIT                      *
      *****************************************************************
       2700-FETCH-USO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           IF RETURN-CODE LESS THAN 8
              EXEC SQL
                 CLOSE CSR-USO
              END-EXEC
              MOVE CN-USOS                  TO LIN-TOT-USOS
              WRITE REG-REPDLG FROM WS-LINEA-TOT-USOS
                    AFTER ADVANCING 2 LINES
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEDLG000              *'
           DISPLAY 'DIAS DEL PERIODO:        ' WS-DIAS-PERIODO
           DISPLAY 'DELEGACIONES VENCIDAS:   ' CN-VENCIDAS
           DISPLAY 'APROBACIONES DELEGADAS:  ' CN-USOS
           DISPLAY '***********************************************'

           CLOSE REPDLG

           GOBACK.
