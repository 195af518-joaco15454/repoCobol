      *****************************************************************
      * Program name:    NEBKV000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Nightly expiry of   *
      *                          the bank detail changes still        *
      *                          pending approval in EMP_BANK_PEND    *
      *                          after the PARMBKP days in            *
      *                          PARAM_CTRL: each one is closed as    *
      *                          expired ('V') and listed in REPBKV.  *
      *                          Ends with RC 4 when any change       *
      *                          expired.                             *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEBKV000.
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

           SELECT REPBKV   ASSIGN TO REPBKV
                           FILE STATUS IS FS-REPBKV.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPBKV
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPBKV              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPBKV                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-DIAS-VIGENCIA              PIC S9(04) COMP VALUE ZERO.
           05 WS-DIAS-PENDIENTE             PIC S9(09) COMP VALUE ZERO.

      * LINEA DEL PARAMETRO PARMBKP DE PARAM_CTRL
       01  WS-LINEA-PARMBKP.
           05 WS-LP-DIAS-VIGENCIA           PIC 9(03).
           05 FILLER                        PIC X(17).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMBKP                PIC X(08) VALUE 'PARMBKP'.
           05 CT-PEND-PENDIENTE             PIC X(01) VALUE 'P'.
           05 CT-PEND-VENCIDO               PIC X(01) VALUE 'V'.
      * DIAS QUE UN CAMBIO BANCARIO PUEDE ESPERAR SU APROBACION
      * CUANDO PARAM_CTRL NO TIENE PARMBKP (IGUAL QUE NE9CBNK0)
           05 CT-DIAS-VIGENCIA-DEFECTO      PIC 9(03) VALUE 5.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-VENCIDOS                   PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "CAMBIOS BANCARIOS VENCIDOS SIN APROBAR - FECHA:   ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-VIGENCIA.
           05 FILLER                        PIC X(30) VALUE
              "DIAS DE VIGENCIA (PARMBKP):   ".
           05 LIN-VIG-DIAS                  PIC ZZ9.
           05 FILLER                        PIC X(47) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "EMPNO  T BCO SUC  CUENTA           CARGA".
           05 FILLER                        PIC X(40) VALUE
              "DO  FECHA CARGA          DIAS           ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TIPO                  PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-BANCO                 PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SUCURSAL              PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CUENTA                PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-USUARIO               PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHACARGA            PIC X(19).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DIAS                  PIC ZZZZ9.
           05 FILLER                        PIC X(11) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(24) VALUE
              "TOTAL CAMBIOS VENCIDOS: ".
           05 LIN-TOT-VENCIDOS              PIC ZZZZ9.
           05 FILLER                        PIC X(51) VALUE SPACES.

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
              INCLUDE NEGTBKP
           END-EXEC.

      *    CAMBIOS AUN PENDIENTES CUYA ESPERA SUPERA LOS DIAS DE
      *    VIGENCIA A LA FECHA DE PROCESO
           EXEC SQL
              DECLARE CSR-BKP CURSOR FOR
              SELECT EMPNO,
                     FECHACARGA,
                     TIPOCAMBIO,
                     BANCO,
                     SUCURSAL,
                     CUENTA,
                     USUARIOCARGA,
                     DAYS(DATE(:WS-FECHA-PROCESO)) - DAYS(FECHACARGA)
                FROM NEOSB36.EMP_BANK_PEND
               WHERE ESTADO = :CT-PEND-PENDIENTE
                 AND DAYS(DATE(:WS-FECHA-PROCESO)) - DAYS(FECHACARGA)
                     > :WS-DIAS-VIGENCIA
               ORDER BY EMPNO
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

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1200-LEE-VIGENCIA
              THRU 1200-LEE-VIGENCIA-EXIT

           OPEN OUTPUT REPBKV

           IF FS-REPBKV NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPBKV. FILE STATUS=' FS-REPBKV
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPBKV FROM WS-LINEA-TITULO
           MOVE WS-DIAS-VIGENCIA            TO LIN-VIG-DIAS
           WRITE REG-REPBKV FROM WS-LINEA-VIGENCIA
           WRITE REG-REPBKV FROM WS-LINEA-COLUMNAS
                 AFTER ADVANCING 2 LINES

           EXEC SQL
              OPEN CSR-BKP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR EMP_BANK_PEND. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPBKV
              GOBACK
           END-IF

           PERFORM 2100-FETCH-PENDIENTE
              THRU 2100-FETCH-PENDIENTE-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1200-LEE-VIGENCIA                       *
      *                                                               *
      *    - DIAS DE VIGENCIA EN PARAM_CTRL (PARAMETRO PARMBKP,       *
      *      PRIMERA LINEA, 3 DIGITOS); SIN VALOR CARGADO SE USA EL   *
      *      DEFECTO                                                  *
      *****************************************************************
       1200-LEE-VIGENCIA.

           MOVE CT-DIAS-VIGENCIA-DEFECTO    TO WS-DIAS-VIGENCIA

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMBKP              TO PRM0-PARAMETRO
           MOVE WS-FECHA-PROCESO            TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF PRM0-88-OK
              SET IX-PRM0                   TO 1
              MOVE PRM0-LIN-VALOR(IX-PRM0)  TO WS-LINEA-PARMBKP
              IF WS-LP-DIAS-VIGENCIA IS NUMERIC
                 MOVE WS-LP-DIAS-VIGENCIA   TO WS-DIAS-VIGENCIA
              END-IF
           END-IF.

      *****************************************************************
      *                    1200-LEE-VIGENCIA-EXIT                     *
      *****************************************************************
       1200-LEE-VIGENCIA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                               *
      *    - CIERRA EL PENDIENTE COMO VENCIDO Y LO LISTA              *
      *****************************************************************
       2000-PROCESO.

           EXEC SQL
              UPDATE NEOSB36.EMP_BANK_PEND
                 SET ESTADO       = :CT-PEND-VENCIDO,
                     USUARIOAPROB = ' ',
                     FECHARESOL   = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLBKP-EMPNO
                 AND FECHACARGA = :DCLBKP-FECHACARGA
                 AND ESTADO     = :CT-PEND-PENDIENTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ACTUALIZANDO EMP_BANK_PEND. EMPNO: '
                      DCLBKP-EMPNO ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2000-PROCESO-EXIT
           END-IF

           ADD CT-1                         TO CN-VENCIDOS

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLBKP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLBKP-TIPOCAMBIO           TO LIN-DET-TIPO
           MOVE DCLBKP-BANCO                TO LIN-DET-BANCO
           MOVE DCLBKP-SUCURSAL             TO LIN-DET-SUCURSAL
           MOVE DCLBKP-CUENTA               TO LIN-DET-CUENTA
           MOVE DCLBKP-USUARIOCARGA         TO LIN-DET-USUARIO
           MOVE DCLBKP-FECHACARGA           TO LIN-DET-FECHACARGA
           MOVE WS-DIAS-PENDIENTE           TO LIN-DET-DIAS

           WRITE REG-REPBKV FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-PENDIENTE
              THRU 2100-FETCH-PENDIENTE-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-FETCH-PENDIENTE                      *
      *****************************************************************
       2100-FETCH-PENDIENTE.

           EXEC SQL
              FETCH CSR-BKP
               INTO :DCLBKP-EMPNO,
                    :DCLBKP-FECHACARGA,
                    :DCLBKP-TIPOCAMBIO,
                    :DCLBKP-BANCO,
                    :DCLBKP-SUCURSAL,
                    :DCLBKP-CUENTA,
                    :DCLBKP-USUARIOCARGA,
                    :WS-DIAS-PENDIENTE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH EMP_BANK_PEND. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  2100-FETCH-PENDIENTE-EXIT                    *
      *****************************************************************
       2100-FETCH-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-BKP
           END-EXEC

           MOVE CN-VENCIDOS                 TO LIN-TOT-VENCIDOS
           WRITE REG-REPBKV FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           IF CN-VENCIDOS GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEBKV000              *'
           DISPLAY 'DIAS DE VIGENCIA:        ' WS-DIAS-VIGENCIA
           DISPLAY 'CAMBIOS VENCIDOS:        ' CN-VENCIDOS
           DISPLAY '***********************************************'

           CLOSE REPBKV

           GOBACK.
