      *****************************************************************
      * Program name:    NEBRF000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Red-flag review of  *
      *                          the direct-deposit bank details,     *
      *                          run in CADENA00 ahead of NEPAY000:   *
      *                          accounts shared by more than one     *
      *                          EMPNO, accounts changed in the days  *
      *                          before the payroll date, one user    *
      *                          changing many employees in a day,    *
      *                          bank changes shortly after an        *
      *                          address change and terminated        *
      *                          employees with an active account.    *
      *                          Thresholds from PARMBRF in           *
      *                          PARAM_CTRL.  Ends with RC 4 when     *
      *                          anything is flagged so the chain     *
      *                          stops for review.                    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEBRF000.
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

           SELECT REPBRF   ASSIGN TO REPBRF
                           FILE STATUS IS FS-REPBRF.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPBRF
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPBRF              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPBRF                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-DIAS-RECIENTE              PIC S9(04) COMP VALUE ZERO.
           05 WS-TOPE-EMPLEADOS             PIC S9(04) COMP VALUE ZERO.
           05 WS-DIAS-DOMICILIO             PIC S9(04) COMP VALUE ZERO.
           05 WS-FECHA-CAMBIO               PIC X(10) VALUE SPACES.
           05 WS-FECHA-DOMICILIO            PIC X(26) VALUE SPACES.
           05 WS-CANT-EMPLEADOS             PIC S9(09) COMP VALUE ZERO.
           05 WS-CANT-EDIT                  PIC ZZZZ9.
           05 WS-TXT-TIPO                   PIC X(06) VALUE SPACES.

      * LINEA DEL PARAMETRO PARMBRF DE PARAM_CTRL: DIAS ANTES DE LA
      * NOMINA, EMPLEADOS POR USUARIO EN EL DIA Y DIAS DESDE EL
      * CAMBIO DE DOMICILIO
       01  WS-LINEA-PARMBRF.
           05 WS-LP-DIAS-RECIENTE           PIC 9(03).
           05 WS-LP-TOPE-EMPLEADOS          PIC 9(03).
           05 WS-LP-DIAS-DOMICILIO          PIC 9(03).
           05 FILLER                        PIC X(11).

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
           05 CT-PRM-PARMBRF                PIC X(08) VALUE 'PARMBRF'.
           05 CT-BANCO-ACTIVO               PIC X(01) VALUE 'A'.
           05 CT-EMP-BAJA                   PIC X(01) VALUE 'I'.
           05 CT-CAMBIO-ALTA                PIC X(01) VALUE 'C'.
           05 CT-CAMBIO-MODIF               PIC X(01) VALUE 'U'.
      * VALORES POR DEFECTO CUANDO PARAM_CTRL NO TIENE PARMBRF
           05 CT-DIAS-RECIENTE-DEFECTO      PIC 9(03) VALUE 15.
           05 CT-TOPE-EMPLEADOS-DEFECTO     PIC 9(03) VALUE 5.
           05 CT-DIAS-DOMICILIO-DEFECTO     PIC 9(03) VALUE 30.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-SECCION                    PIC 9(05).
           05 CN-COMPARTIDAS                PIC 9(05).
           05 CN-RECIENTES                  PIC 9(05).
           05 CN-USUARIO-DIA                PIC 9(05).
           05 CN-DOMICILIO                  PIC 9(05).
           05 CN-BAJAS                      PIC 9(05).
           05 CN-TOTAL-ALERTAS              PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(52) VALUE
              "ALERTAS SOBRE DATOS BANCARIOS PREVIAS A LA NOMINA - ".
           05 FILLER                        PIC X(09) VALUE
              "FECHA:   ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(61) VALUE SPACES.

       01  WS-LINEA-PARAMETROS.
           05 FILLER                        PIC X(25) VALUE
              "CAMBIOS EN LOS ULTIMOS   ".
           05 LIN-PAR-DIAS-RECIENTE         PIC ZZ9.
           05 FILLER                        PIC X(26) VALUE
              " DIAS - UN USUARIO CON    ".
           05 LIN-PAR-TOPE-EMPLEADOS        PIC ZZ9.
           05 FILLER                        PIC X(40) VALUE
              " O MAS EMPLEADOS EN EL DIA - DOMICILIO  ".
           05 LIN-PAR-DIAS-DOMICILIO        PIC ZZ9.
           05 FILLER                        PIC X(32) VALUE
              " DIAS ANTES DEL CAMBIO BANCARIO".

       01  WS-LINEA-SECCION.
           05 LIN-SEC-TITULO                PIC X(60).
           05 FILLER                        PIC X(72) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              "EMPNO  APELLIDO        BCO SUC  CUENTA           ".
           05 FILLER                        PIC X(50) VALUE
              "FECHA               USUARIO  DETALLE             ".
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-BANCO                 PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SUCURSAL              PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CUENTA                PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHA                 PIC X(19).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-USUARIO               PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DETALLE               PIC X(50).
           05 FILLER                        PIC X(04) VALUE SPACES.

       01  WS-LINEA-TOTAL-SECCION.
           05 FILLER                        PIC X(21) VALUE
              "TOTAL DE LA SECCION: ".
           05 LIN-TSC-CANTIDAD              PIC ZZZZ9.
           05 FILLER                        PIC X(106) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(21) VALUE
              "TOTAL DE ALERTAS:    ".
           05 LIN-TOT-ALERTAS               PIC ZZZZ9.
           05 FILLER                        PIC X(106) VALUE SPACES.

       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

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
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBNK
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBKH
           END-EXEC.

      *    CUENTAS ACTIVAS QUE FIGURAN A NOMBRE DE MAS DE UN EMPNO
           EXEC SQL
              DECLARE CSR-COMPARTIDA CURSOR FOR
              SELECT B.EMPNO,
                     VALUE(E.LASTNAME, ' '),
                     B.BANCO,
                     B.SUCURSAL,
                     B.CUENTA
                FROM NEOSB36.EMP_BANK B
                LEFT OUTER JOIN NEOSB36.EMP E
                  ON E.EMPNO = B.EMPNO
               WHERE B.ESTADO = :CT-BANCO-ACTIVO
                 AND EXISTS
                    (SELECT 1
                       FROM NEOSB36.EMP_BANK X
                      WHERE X.BANCO    = B.BANCO
                        AND X.SUCURSAL = B.SUCURSAL
                        AND X.CUENTA   = B.CUENTA
                        AND X.ESTADO   = :CT-BANCO-ACTIVO
                        AND X.EMPNO   <> B.EMPNO)
               ORDER BY B.BANCO,
                        B.SUCURSAL,
                        B.CUENTA,
                        B.EMPNO
           END-EXEC.

      *    ALTAS Y CAMBIOS DE CUENTA APLICADOS EN LOS ULTIMOS
      *    WS-DIAS-RECIENTE DIAS, CON LA CUENTA VIGENTE
           EXEC SQL
              DECLARE CSR-RECIENTE CURSOR FOR
              SELECT H.EMPNO,
                     VALUE(E.LASTNAME, ' '),
                     B.BANCO,
                     B.SUCURSAL,
                     B.CUENTA,
                     H.TIPOCAMBIO,
                     H.FECHACAMBIO,
                     VALUE(H.USUARIOCAMBIO, ' '),
                     VALUE(H.USUARIOAPROB, ' ')
                FROM NEOSB36.EMP_BANK_HIST H
                JOIN NEOSB36.EMP_BANK B
                  ON B.EMPNO = H.EMPNO
                LEFT OUTER JOIN NEOSB36.EMP E
                  ON E.EMPNO = H.EMPNO
               WHERE H.TIPOCAMBIO IN (:CT-CAMBIO-ALTA, :CT-CAMBIO-MODIF)
                 AND B.ESTADO     = :CT-BANCO-ACTIVO
                 AND DATE(H.FECHACAMBIO) >= DATE(:WS-FECHA-PROCESO)
                                          - :WS-DIAS-RECIENTE DAYS
               ORDER BY H.EMPNO,
                        H.FECHACAMBIO
           END-EXEC.

      *    USUARIOS QUE EN UN MISMO DIA DE LA VENTANA CAMBIARON LA
      *    CUENTA DE WS-TOPE-EMPLEADOS O MAS EMPLEADOS DISTINTOS
           EXEC SQL
              DECLARE CSR-USUARIO-DIA CURSOR FOR
              SELECT VALUE(H.USUARIOCAMBIO, ' '),
                     CHAR(DATE(H.FECHACAMBIO), ISO),
                     COUNT(DISTINCT H.EMPNO)
                FROM NEOSB36.EMP_BANK_HIST H
               WHERE H.TIPOCAMBIO IN (:CT-CAMBIO-ALTA, :CT-CAMBIO-MODIF)
                 AND DATE(H.FECHACAMBIO) >= DATE(:WS-FECHA-PROCESO)
                                          - :WS-DIAS-RECIENTE DAYS
               GROUP BY VALUE(H.USUARIOCAMBIO, ' '),
                        CHAR(DATE(H.FECHACAMBIO), ISO)
              HAVING COUNT(DISTINCT H.EMPNO) >= :WS-TOPE-EMPLEADOS
               ORDER BY 2, 1
           END-EXEC.

      *    CAMBIOS DE CUENTA DE LA VENTANA PRECEDIDOS, DENTRO DE
      *    WS-DIAS-DOMICILIO DIAS, POR UN CAMBIO DE DOMICILIO
           EXEC SQL
              DECLARE CSR-DOMICILIO CURSOR FOR
              SELECT H.EMPNO,
                     VALUE(E.LASTNAME, ' '),
                     H.BANCO,
                     H.SUCURSAL,
                     H.CUENTA,
                     H.FECHACAMBIO,
                     VALUE(H.USUARIOCAMBIO, ' '),
                     MAX(A.FECHACAMBIO)
                FROM NEOSB36.EMP_BANK_HIST H
                JOIN NEOSB36.EMP_ADDR_HIST A
                  ON A.EMPNO        = H.EMPNO
                 AND A.FECHACAMBIO <= H.FECHACAMBIO
                 AND A.FECHACAMBIO >= H.FECHACAMBIO
                                    - :WS-DIAS-DOMICILIO DAYS
                LEFT OUTER JOIN NEOSB36.EMP E
                  ON E.EMPNO = H.EMPNO
               WHERE H.TIPOCAMBIO IN (:CT-CAMBIO-ALTA, :CT-CAMBIO-MODIF)
                 AND DATE(H.FECHACAMBIO) >= DATE(:WS-FECHA-PROCESO)
                                          - :WS-DIAS-RECIENTE DAYS
               GROUP BY H.EMPNO,
                        E.LASTNAME,
                        H.BANCO,
                        H.SUCURSAL,
                        H.CUENTA,
                        H.FECHACAMBIO,
                        H.USUARIOCAMBIO
               ORDER BY H.EMPNO,
                        H.FECHACAMBIO
           END-EXEC.

      *    EMPLEADOS DADOS DE BAJA CUYA CUENTA SIGUE ACTIVA
           EXEC SQL
              DECLARE CSR-BAJA CURSOR FOR
              SELECT B.EMPNO,
                     E.LASTNAME,
                     B.BANCO,
                     B.SUCURSAL,
                     B.CUENTA,
                     VALUE(CHAR(E.FECHABAJA, ISO), ' ')
                FROM NEOSB36.EMP_BANK B
                JOIN NEOSB36.EMP E
                  ON E.EMPNO = B.EMPNO
               WHERE B.ESTADO     = :CT-BANCO-ACTIVO
                 AND E.EMPSTATUS  = :CT-EMP-BAJA
               ORDER BY B.EMPNO
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

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1200-LEE-PARAMETROS
              THRU 1200-LEE-PARAMETROS-EXIT

           OPEN OUTPUT REPBRF

           IF FS-REPBRF NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPBRF. FILE STATUS=' FS-REPBRF
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPBRF FROM WS-LINEA-TITULO
           MOVE WS-DIAS-RECIENTE            TO LIN-PAR-DIAS-RECIENTE
           MOVE WS-TOPE-EMPLEADOS           TO LIN-PAR-TOPE-EMPLEADOS
           MOVE WS-DIAS-DOMICILIO           TO LIN-PAR-DIAS-DOMICILIO
           WRITE REG-REPBRF FROM WS-LINEA-PARAMETROS.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1200-LEE-PARAMETROS                      *
      *                                                               *
      *    - UMBRALES VIGENTES EN PARAM_CTRL (PARAMETRO PARMBRF,      *
      *      PRIMERA LINEA: DIAS ANTES DE LA NOMINA, EMPLEADOS POR    *
      *      USUARIO EN EL DIA Y DIAS DESDE EL CAMBIO DE DOMICILIO,   *
      *      3 DIGITOS CADA UNO); EL VALOR NO NUMERICO O EN CERO      *
      *      TOMA EL DEFECTO                                          *
      *****************************************************************
       1200-LEE-PARAMETROS.

           MOVE CT-DIAS-RECIENTE-DEFECTO    TO WS-DIAS-RECIENTE
           MOVE CT-TOPE-EMPLEADOS-DEFECTO   TO WS-TOPE-EMPLEADOS
           MOVE CT-DIAS-DOMICILIO-DEFECTO   TO WS-DIAS-DOMICILIO

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMBRF              TO PRM0-PARAMETRO
           MOVE WS-FECHA-PROCESO            TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              GO TO 1200-LEE-PARAMETROS-EXIT
           END-IF

           SET IX-PRM0                      TO 1
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMBRF

           IF WS-LP-DIAS-RECIENTE IS NUMERIC
              AND WS-LP-DIAS-RECIENTE IS GREATER THAN ZEROS
              MOVE WS-LP-DIAS-RECIENTE      TO WS-DIAS-RECIENTE
           END-IF

           IF WS-LP-TOPE-EMPLEADOS IS NUMERIC
              AND WS-LP-TOPE-EMPLEADOS IS GREATER THAN ZEROS
              MOVE WS-LP-TOPE-EMPLEADOS     TO WS-TOPE-EMPLEADOS
           END-IF

           IF WS-LP-DIAS-DOMICILIO IS NUMERIC
              AND WS-LP-DIAS-DOMICILIO IS GREATER THAN ZEROS
              MOVE WS-LP-DIAS-DOMICILIO     TO WS-DIAS-DOMICILIO
           END-IF.

      *****************************************************************
      *                   1200-LEE-PARAMETROS-EXIT                    *
      *****************************************************************
       1200-LEE-PARAMETROS-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                               *
      *    - UNA SECCION DEL LISTADO POR CADA TIPO DE ALERTA; UN      *
      *      ERROR DB2 TERMINA EL PROCESO CON RC 8                    *
      *****************************************************************
       2000-PROCESO.

           PERFORM 2100-CUENTAS-COMPARTIDAS
              THRU 2100-CUENTAS-COMPARTIDAS-EXIT

           IF RETURN-CODE IS NOT LESS THAN 8
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2200-CAMBIOS-RECIENTES
              THRU 2200-CAMBIOS-RECIENTES-EXIT

           IF RETURN-CODE IS NOT LESS THAN 8
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2300-USUARIO-DIA
              THRU 2300-USUARIO-DIA-EXIT

           IF RETURN-CODE IS NOT LESS THAN 8
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2400-CAMBIO-DOMICILIO
              THRU 2400-CAMBIO-DOMICILIO-EXIT

           IF RETURN-CODE IS NOT LESS THAN 8
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2500-BAJAS-CON-CUENTA
              THRU 2500-BAJAS-CON-CUENTA-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                   2100-CUENTAS-COMPARTIDAS                    *
      *****************************************************************
       2100-CUENTAS-COMPARTIDAS.

           MOVE '1. CUENTAS COMPARTIDAS POR MAS DE UN EMPLEADO'
                                            TO LIN-SEC-TITULO
           PERFORM 2900-ENCABEZA-SECCION
              THRU 2900-ENCABEZA-SECCION-EXIT

           EXEC SQL
              OPEN CSR-COMPARTIDA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CSR-COMPARTIDA. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 2100-CUENTAS-COMPARTIDAS-EXIT
           END-IF

           SET NO-FIN-CURSOR                TO TRUE
           PERFORM 2110-FETCH-COMPARTIDA
              THRU 2110-FETCH-COMPARTIDA-EXIT

           PERFORM 2120-LISTA-COMPARTIDA
              THRU 2120-LISTA-COMPARTIDA-EXIT
              UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-COMPARTIDA
           END-EXEC

           MOVE CN-SECCION                  TO CN-COMPARTIDAS
           PERFORM 2950-TOTAL-SECCION
              THRU 2950-TOTAL-SECCION-EXIT.

       2100-CUENTAS-COMPARTIDAS-EXIT.
           EXIT.
      *****************************************************************
      *                    2110-FETCH-COMPARTIDA                      *
      *****************************************************************
       2110-FETCH-COMPARTIDA.

           EXEC SQL
              FETCH CSR-COMPARTIDA
               INTO :DCLBNK-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLBNK-BANCO,
                    :DCLBNK-SUCURSAL,
                    :DCLBNK-CUENTA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CSR-COMPARTIDA. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

       2110-FETCH-COMPARTIDA-EXIT.
           EXIT.
      *****************************************************************
      *                    2120-LISTA-COMPARTIDA                      *
      *****************************************************************
       2120-LISTA-COMPARTIDA.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLBNK-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-LASTNAME
           MOVE DCLBNK-BANCO                TO LIN-DET-BANCO
           MOVE DCLBNK-SUCURSAL             TO LIN-DET-SUCURSAL
           MOVE DCLBNK-CUENTA               TO LIN-DET-CUENTA
           MOVE 'LA MISMA CUENTA FIGURA EN OTRO EMPNO'
                                            TO LIN-DET-DETALLE

           PERFORM 2990-GRABA-DETALLE
              THRU 2990-GRABA-DETALLE-EXIT

           PERFORM 2110-FETCH-COMPARTIDA
              THRU 2110-FETCH-COMPARTIDA-EXIT.

       2120-LISTA-COMPARTIDA-EXIT.
           EXIT.
      *****************************************************************
      *                    2200-CAMBIOS-RECIENTES                     *
      *****************************************************************
       2200-CAMBIOS-RECIENTES.

           MOVE '2. CUENTAS DADAS DE ALTA O CAMBIADAS ANTES DE NOMINA'
                                            TO LIN-SEC-TITULO
           PERFORM 2900-ENCABEZA-SECCION
              THRU 2900-ENCABEZA-SECCION-EXIT

           EXEC SQL
              OPEN CSR-RECIENTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CSR-RECIENTE. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 2200-CAMBIOS-RECIENTES-EXIT
           END-IF

           SET NO-FIN-CURSOR                TO TRUE
           PERFORM 2210-FETCH-RECIENTE
              THRU 2210-FETCH-RECIENTE-EXIT

           PERFORM 2220-LISTA-RECIENTE
              THRU 2220-LISTA-RECIENTE-EXIT
              UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-RECIENTE
           END-EXEC

           MOVE CN-SECCION                  TO CN-RECIENTES
           PERFORM 2950-TOTAL-SECCION
              THRU 2950-TOTAL-SECCION-EXIT.

       2200-CAMBIOS-RECIENTES-EXIT.
           EXIT.
      *****************************************************************
      *                     2210-FETCH-RECIENTE                       *
      *****************************************************************
       2210-FETCH-RECIENTE.

           EXEC SQL
              FETCH CSR-RECIENTE
               INTO :DCLBKH-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLBNK-BANCO,
                    :DCLBNK-SUCURSAL,
                    :DCLBNK-CUENTA,
                    :DCLBKH-TIPOCAMBIO,
                    :DCLBKH-FECHACAMBIO,
                    :DCLBKH-USUARIOCAMBIO,
                    :DCLBKH-USUARIOAPROB
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CSR-RECIENTE. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

       2210-FETCH-RECIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                     2220-LISTA-RECIENTE                       *
      *****************************************************************
       2220-LISTA-RECIENTE.

           IF DCLBKH-TIPOCAMBIO EQUAL CT-CAMBIO-ALTA
              MOVE 'ALTA'                   TO WS-TXT-TIPO
           ELSE
              MOVE 'CAMBIO'                 TO WS-TXT-TIPO
           END-IF

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLBKH-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-LASTNAME
           MOVE DCLBNK-BANCO                TO LIN-DET-BANCO
           MOVE DCLBNK-SUCURSAL             TO LIN-DET-SUCURSAL
           MOVE DCLBNK-CUENTA               TO LIN-DET-CUENTA
           MOVE DCLBKH-FECHACAMBIO          TO LIN-DET-FECHA
           MOVE DCLBKH-USUARIOCAMBIO        TO LIN-DET-USUARIO

           STRING WS-TXT-TIPO               DELIMITED BY SPACE
                  ' DE CUENTA - APROBO: '   DELIMITED BY SIZE
                  DCLBKH-USUARIOAPROB       DELIMITED BY SIZE
             INTO LIN-DET-DETALLE
           END-STRING

           PERFORM 2990-GRABA-DETALLE
              THRU 2990-GRABA-DETALLE-EXIT

           PERFORM 2210-FETCH-RECIENTE
              THRU 2210-FETCH-RECIENTE-EXIT.

       2220-LISTA-RECIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-USUARIO-DIA                        *
      *****************************************************************
       2300-USUARIO-DIA.

           MOVE '3. USUARIOS QUE CAMBIARON MUCHAS CUENTAS EN UN DIA'
                                            TO LIN-SEC-TITULO
           PERFORM 2900-ENCABEZA-SECCION
              THRU 2900-ENCABEZA-SECCION-EXIT

           EXEC SQL
              OPEN CSR-USUARIO-DIA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CSR-USUARIO-DIA. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 2300-USUARIO-DIA-EXIT
           END-IF

           SET NO-FIN-CURSOR                TO TRUE
           PERFORM 2310-FETCH-USUARIO-DIA
              THRU 2310-FETCH-USUARIO-DIA-EXIT

           PERFORM 2320-LISTA-USUARIO-DIA
              THRU 2320-LISTA-USUARIO-DIA-EXIT
              UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-USUARIO-DIA
           END-EXEC

           MOVE CN-SECCION                  TO CN-USUARIO-DIA
           PERFORM 2950-TOTAL-SECCION
              THRU 2950-TOTAL-SECCION-EXIT.

       2300-USUARIO-DIA-EXIT.
           EXIT.
      *****************************************************************
      *                   2310-FETCH-USUARIO-DIA                      *
      *****************************************************************
       2310-FETCH-USUARIO-DIA.

           EXEC SQL
              FETCH CSR-USUARIO-DIA
               INTO :DCLBKH-USUARIOCAMBIO,
                    :WS-FECHA-CAMBIO,
                    :WS-CANT-EMPLEADOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CSR-USUARIO-DIA. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

       2310-FETCH-USUARIO-DIA-EXIT.
           EXIT.
      *****************************************************************
      *                   2320-LISTA-USUARIO-DIA                      *
      *****************************************************************
       2320-LISTA-USUARIO-DIA.

           MOVE WS-CANT-EMPLEADOS           TO WS-CANT-EDIT

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE WS-FECHA-CAMBIO             TO LIN-DET-FECHA
           MOVE DCLBKH-USUARIOCAMBIO        TO LIN-DET-USUARIO

           STRING WS-CANT-EDIT              DELIMITED BY SIZE
                  ' EMPLEADOS CON LA CUENTA CAMBIADA EN EL DIA'
                                            DELIMITED BY SIZE
             INTO LIN-DET-DETALLE
           END-STRING

           PERFORM 2990-GRABA-DETALLE
              THRU 2990-GRABA-DETALLE-EXIT

           PERFORM 2310-FETCH-USUARIO-DIA
              THRU 2310-FETCH-USUARIO-DIA-EXIT.

       2320-LISTA-USUARIO-DIA-EXIT.
           EXIT.
      *****************************************************************
      *                    2400-CAMBIO-DOMICILIO                      *
      *****************************************************************
       2400-CAMBIO-DOMICILIO.

           MOVE '4. CAMBIOS DE CUENTA TRAS UN CAMBIO DE DOMICILIO'
                                            TO LIN-SEC-TITULO
           PERFORM 2900-ENCABEZA-SECCION
              THRU 2900-ENCABEZA-SECCION-EXIT

           EXEC SQL
              OPEN CSR-DOMICILIO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CSR-DOMICILIO. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 2400-CAMBIO-DOMICILIO-EXIT
           END-IF

           SET NO-FIN-CURSOR                TO TRUE
           PERFORM 2410-FETCH-DOMICILIO
              THRU 2410-FETCH-DOMICILIO-EXIT

           PERFORM 2420-LISTA-DOMICILIO
              THRU 2420-LISTA-DOMICILIO-EXIT
              UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-DOMICILIO
           END-EXEC

           MOVE CN-SECCION                  TO CN-DOMICILIO
           PERFORM 2950-TOTAL-SECCION
              THRU 2950-TOTAL-SECCION-EXIT.

       2400-CAMBIO-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                    2410-FETCH-DOMICILIO                       *
      *****************************************************************
       2410-FETCH-DOMICILIO.

           EXEC SQL
              FETCH CSR-DOMICILIO
               INTO :DCLBKH-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLBKH-BANCO,
                    :DCLBKH-SUCURSAL,
                    :DCLBKH-CUENTA,
                    :DCLBKH-FECHACAMBIO,
                    :DCLBKH-USUARIOCAMBIO,
                    :WS-FECHA-DOMICILIO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CSR-DOMICILIO. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

       2410-FETCH-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                    2420-LISTA-DOMICILIO                       *
      *                                                               *
      *    - LA CUENTA LISTADA ES LA IMAGEN DEL HISTORICO: EN UN      *
      *      CAMBIO ES LA ANTERIOR, EN UN ALTA LA CARGADA             *
      *****************************************************************
       2420-LISTA-DOMICILIO.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLBKH-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-LASTNAME
           MOVE DCLBKH-BANCO                TO LIN-DET-BANCO
           MOVE DCLBKH-SUCURSAL             TO LIN-DET-SUCURSAL
           MOVE DCLBKH-CUENTA               TO LIN-DET-CUENTA
           MOVE DCLBKH-FECHACAMBIO          TO LIN-DET-FECHA
           MOVE DCLBKH-USUARIOCAMBIO        TO LIN-DET-USUARIO

           STRING 'DOMICILIO CAMBIADO EL '  DELIMITED BY SIZE
                  WS-FECHA-DOMICILIO(1:10)  DELIMITED BY SIZE
             INTO LIN-DET-DETALLE
           END-STRING

           PERFORM 2990-GRABA-DETALLE
              THRU 2990-GRABA-DETALLE-EXIT

           PERFORM 2410-FETCH-DOMICILIO
              THRU 2410-FETCH-DOMICILIO-EXIT.

       2420-LISTA-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                    2500-BAJAS-CON-CUENTA                      *
      *****************************************************************
       2500-BAJAS-CON-CUENTA.

           MOVE '5. EMPLEADOS DADOS DE BAJA CON CUENTA ACTIVA'
                                            TO LIN-SEC-TITULO
           PERFORM 2900-ENCABEZA-SECCION
              THRU 2900-ENCABEZA-SECCION-EXIT

           EXEC SQL
              OPEN CSR-BAJA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CSR-BAJA. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 2500-BAJAS-CON-CUENTA-EXIT
           END-IF

           SET NO-FIN-CURSOR                TO TRUE
           PERFORM 2510-FETCH-BAJA
              THRU 2510-FETCH-BAJA-EXIT

           PERFORM 2520-LISTA-BAJA
              THRU 2520-LISTA-BAJA-EXIT
              UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-BAJA
           END-EXEC

           MOVE CN-SECCION                  TO CN-BAJAS
           PERFORM 2950-TOTAL-SECCION
              THRU 2950-TOTAL-SECCION-EXIT.

       2500-BAJAS-CON-CUENTA-EXIT.
           EXIT.
      *****************************************************************
      *                       2510-FETCH-BAJA                         *
      *****************************************************************
       2510-FETCH-BAJA.

           EXEC SQL
              FETCH CSR-BAJA
               INTO :DCLBNK-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLBNK-BANCO,
                    :DCLBNK-SUCURSAL,
                    :DCLBNK-CUENTA,
                    :DCLEMP-FECHABAJA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CSR-BAJA. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

       2510-FETCH-BAJA-EXIT.
           EXIT.
      *****************************************************************
      *                       2520-LISTA-BAJA                         *
      *****************************************************************
       2520-LISTA-BAJA.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLBNK-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-LASTNAME
           MOVE DCLBNK-BANCO                TO LIN-DET-BANCO
           MOVE DCLBNK-SUCURSAL             TO LIN-DET-SUCURSAL
           MOVE DCLBNK-CUENTA               TO LIN-DET-CUENTA
           MOVE DCLEMP-FECHABAJA            TO LIN-DET-FECHA
           MOVE 'EMPLEADO DADO DE BAJA CON LA CUENTA ACTIVA'
                                            TO LIN-DET-DETALLE

           PERFORM 2990-GRABA-DETALLE
              THRU 2990-GRABA-DETALLE-EXIT

           PERFORM 2510-FETCH-BAJA
              THRU 2510-FETCH-BAJA-EXIT.

       2520-LISTA-BAJA-EXIT.
           EXIT.
      *****************************************************************
      *                    2900-ENCABEZA-SECCION                      *
      *****************************************************************
       2900-ENCABEZA-SECCION.

           MOVE ZEROS                       TO CN-SECCION

           WRITE REG-REPBRF FROM WS-LINEA-BLANCO
           WRITE REG-REPBRF FROM WS-LINEA-SECCION
           WRITE REG-REPBRF FROM WS-LINEA-COLUMNAS.

       2900-ENCABEZA-SECCION-EXIT.
           EXIT.
      *****************************************************************
      *                     2950-TOTAL-SECCION                        *
      *****************************************************************
       2950-TOTAL-SECCION.

           MOVE CN-SECCION                  TO LIN-TSC-CANTIDAD
           WRITE REG-REPBRF FROM WS-LINEA-TOTAL-SECCION.

       2950-TOTAL-SECCION-EXIT.
           EXIT.
      *****************************************************************
      *                     2990-GRABA-DETALLE                        *
      *****************************************************************
       2990-GRABA-DETALLE.

           WRITE REG-REPBRF FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-SECCION
           ADD CT-1                         TO CN-TOTAL-ALERTAS.

       2990-GRABA-DETALLE-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *                                                               *
      *    - CON ALGUNA ALERTA TERMINA CON RC 4: CADENA00 DETIENE LA  *
      *      CADENA ANTES DE NEPAY000 SI EL PASO ESTA DEFINIDO PARA   *
      *      REVISION EN CHNSTEPS                                     *
      *****************************************************************
       3000-FIN.

           MOVE CN-TOTAL-ALERTAS            TO LIN-TOT-ALERTAS
           WRITE REG-REPBRF FROM WS-LINEA-BLANCO
           WRITE REG-REPBRF FROM WS-LINEA-TOTAL

           IF CN-TOTAL-ALERTAS GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEBRF000              *'
           DISPLAY 'CUENTAS COMPARTIDAS:     ' CN-COMPARTIDAS
           DISPLAY 'CAMBIOS RECIENTES:       ' CN-RECIENTES
           DISPLAY 'USUARIO/DIA EXCEDIDOS:   ' CN-USUARIO-DIA
           DISPLAY 'CAMBIOS TRAS DOMICILIO:  ' CN-DOMICILIO
           DISPLAY 'BAJAS CON CUENTA ACTIVA: ' CN-BAJAS
           DISPLAY 'TOTAL DE ALERTAS:        ' CN-TOTAL-ALERTAS
           DISPLAY '***********************************************'

           CLOSE REPBRF

           GOBACK.
