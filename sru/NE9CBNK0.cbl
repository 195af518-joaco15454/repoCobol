      *                          check digit and EMP_BANK_HIST        *
      *                          audit, for the NE22 screen and       *
      *                          the payroll extract.                 *
      * 15/10/2026 gforrich      Dual control: creates and updates    *
      *                          are held in EMP_BANK_PEND until a    *
      *                          different user with approval level   *
      *                          approves them (options A/X/P);       *
      *                          pending changes older than PARMBKP   *
      *                          days expire; EMP_BANK_HIST records   *
      *                          both users.                          *
      * 15/10/2026 gforrich      A user without approval level may    *
      *                          approve or reject a pending change   *
      *                          as delegate of an approver under a   *
      *                          delegation in force (NE9CDLG0),      *
      *                          never on their own data nor on a     *
      *                          change loaded by the delegator;      *
      *                          logged in APPR_DELEG_USE.            *
      * 15/10/2026 gforrich      Changes that reach EMP_BANK (an      *
      *                          approved pending change or a         *
      *                          removal) are also published as       *
      *                          change events through NE9CEVT0.      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
              88 SQLCODE-88-DUPLICATED                   VALUE -803
                                                               -811.

           05 SW-PENDIENTE               PIC X(01) VALUE 'N'.
              88 SI-PENDIENTE                            VALUE 'S'.
              88 NO-PENDIENTE                            VALUE 'N'.

           05 SW-VENCIDO                 PIC X(01) VALUE 'N'.
              88 SI-VENCIDO                              VALUE 'S'.
              88 NO-VENCIDO                              VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-BANCO-ACTIVO            PIC X(01) VALUE 'A'.
           05 CT-BANCO-BAJA              PIC X(01) VALUE 'I'.
           05 CT-ORIGEN                  PIC X(06) VALUE 'ORIGEN'.
           05 CT-PEND-PENDIENTE          PIC X(01) VALUE 'P'.
           05 CT-PEND-APROBADO           PIC X(01) VALUE 'A'.
           05 CT-PEND-RECHAZADO          PIC X(01) VALUE 'R'.
           05 CT-PEND-VENCIDO            PIC X(01) VALUE 'V'.
           05 CT-NE9CUSR0                PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CPRM0                PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMBKP             PIC X(08) VALUE 'PARMBKP'.
           05 CT-NE9CDLG0                PIC X(08) VALUE 'NE9CDLG0'.
           05 CT-TRANSACCION-BNK         PIC X(04) VALUE 'NE37'.
           05 CT-TABLA-DLU               PIC X(08) VALUE 'DELEGUSE'.
           05 CT-NE9CEVT0                PIC X(08) VALUE 'NE9CEVT0'.
           05 CT-TABLA-EVT               PIC X(08) VALUE 'EVTOUTBX'.
      * DIAS QUE UN CAMBIO BANCARIO PUEDE ESPERAR SU APROBACION
      * CUANDO PARAM_CTRL NO TIENE PARMBKP
           05 CT-DIAS-VIGENCIA-DEFECTO   PIC 9(03) VALUE 5.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(05)V9(02) COMP-3.
           05 WS-USUARIO-CAMBIO          PIC X(08) VALUE SPACES.
           05 WS-USUARIO-APROB           PIC X(08) VALUE SPACES.
           05 WS-FECHA-HOY               PIC X(10) VALUE SPACES.
           05 WS-DIAS-PENDIENTE          PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-VIGENCIA           PIC S9(04) COMP VALUE ZERO.
           05 WS-DELEGANTE               PIC X(08) VALUE SPACES.
           05 WS-EVT-TIPO                PIC X(01) VALUE SPACES.

      * SE APLICO UN CAMBIO EN EMP_BANK QUE HAY QUE PUBLICAR
       01  SW-EVT-BANCO                  PIC X(01) VALUE 'N'.
           88 SI-EVT-BANCO                          VALUE 'S'.
           88 NO-EVT-BANCO                          VALUE 'N'.

      * LINEA DEL PARAMETRO PARMBKP DE PARAM_CTRL
       01  WS-LINEA-PARMBKP.
           05 WS-LP-DIAS-VIGENCIA        PIC 9(03).
           05 FILLER                     PIC X(17).

      *****************************************************************
      *        AREA DE TRABAJO DEL DIGITO VERIFICADOR (MODULO 11)     *
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-NO-NUMERICO             PIC X(07) VALUE 'NEE2125'.
           05 ME-CHECK-INVALIDO          PIC X(07) VALUE 'NEE2177'.
           05 ME-YA-PENDIENTE            PIC X(07) VALUE 'NEE2195'.
           05 ME-APROBADOR-IGUAL         PIC X(07) VALUE 'NEE2196'.
           05 ME-SIN-NIVEL-APROB         PIC X(07) VALUE 'NEE2197'.
           05 ME-PENDIENTE-VENCIDO       PIC X(07) VALUE 'NEE2198'.

       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

       01  WS-NEECDLG0-01.
           COPY NEECDLG0.

       01  WS-NEECEVT0-01.
           COPY NEECEVT0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
              INCLUDE NEGTBKH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBKP
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************

           INITIALIZE WS-NEECRET0-01
           MOVE ZEROES                      TO WS-CONTADOR
           MOVE SPACES                      TO WS-DELEGANTE
                                               BNK0-DELEGANTE
           INITIALIZE WS-NEECEVT0-01
           SET NO-EVT-BANCO                 TO TRUE
           SET  RET0-88-OK                  TO TRUE

           IF BNK0-OPCION EQUAL SPACES OR LOW-VALUES
               WHEN BNK0-88-DELETE
                    PERFORM 2400-DELETE-BNK
                       THRU 2400-DELETE-BNK-EXIT
               WHEN BNK0-88-APRUEBA
                    PERFORM 2500-APRUEBA-BNK
                       THRU 2500-APRUEBA-BNK-EXIT
               WHEN BNK0-88-RECHAZA
                    PERFORM 2600-RECHAZA-BNK
                       THRU 2600-RECHAZA-BNK-EXIT
               WHEN BNK0-88-CONSULTA-PEND
                    PERFORM 2700-CONSULTA-PEND
                       THRU 2700-CONSULTA-PEND-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    PERFORM 3000-FIN
           END-EVALUATE

      * SOLO SE PUBLICA LO QUE LLEGA A EMP_BANK (BAJA O PENDIENTE
      * APROBADO); LA CARGA DE UN PENDIENTE NO ES TODAVIA UN CAMBIO
           IF SI-EVT-BANCO
              PERFORM 9200-PUBLICA-EVENTO
                 THRU 9200-PUBLICA-EVENTO-EXIT
           END-IF

           PERFORM 3000-FIN.

      *****************************************************************
      *                       2100-CREATE-BNK                         *
      *                                                                *
      *    - EL ALTA NO SE GRABA EN EMP_BANK: QUEDA PENDIENTE EN      *
      *      EMP_BANK_PEND HASTA SU APROBACION (2500-APRUEBA-BNK)     *
      *****************************************************************
       2100-CREATE-BNK.

           PERFORM 2150-VALIDA-CUENTA
              THRU 2150-VALIDA-CUENTA-EXIT

           PERFORM 2120-VERIFICA-NO-EXISTE
              THRU 2120-VERIFICA-NO-EXISTE-EXIT

           MOVE 'C'                         TO DCLBKP-TIPOCAMBIO
           PERFORM 2800-GRABA-PENDIENTE
              THRU 2800-GRABA-PENDIENTE-EXIT.

       2100-CREATE-BNK-EXIT.
           EXIT.

      *****************************************************************
      *                   2120-VERIFICA-NO-EXISTE                     *
      *****************************************************************
       2120-VERIFICA-NO-EXISTE.

           MOVE BNK0-EMPNO                  TO DCLBNK-EMPNO

           EXEC SQL
              SELECT ESTADO
                INTO :DCLBNK-ESTADO
                FROM NEOSB36.EMP_BANK
               WHERE EMPNO = :DCLBNK-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-NOTFND
                    CONTINUE
               WHEN SQLCODE-88-OK
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-VERIFICA-NO-EXISTE-EXIT.
           EXIT.

      *****************************************************************

      *****************************************************************
      *                       2300-UPDATE-BNK                         *
      *                                                                *
      *    - EL CAMBIO QUEDA PENDIENTE EN EMP_BANK_PEND; LA NOMINA    *
      *      SIGUE USANDO LA ULTIMA CUENTA APROBADA HASTA QUE OTRO    *
      *      USUARIO LO APRUEBE                                       *
      *****************************************************************
       2300-UPDATE-BNK.

           PERFORM 2350-LEE-ANTES-CAMBIO
              THRU 2350-LEE-ANTES-CAMBIO-EXIT

           MOVE 'U'                         TO DCLBKP-TIPOCAMBIO
           PERFORM 2800-GRABA-PENDIENTE
              THRU 2800-GRABA-PENDIENTE-EXIT.

       2300-UPDATE-BNK-EXIT.
           EXIT.
           PERFORM 2350-LEE-ANTES-CAMBIO
              THRU 2350-LEE-ANTES-CAMBIO-EXIT

           IF BNK0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO WS-USUARIO-CAMBIO
           ELSE
              MOVE BNK0-ORIGEN              TO WS-USUARIO-CAMBIO
           END-IF
           MOVE SPACES                      TO WS-USUARIO-APROB

           MOVE 'D'                         TO DCLBKH-TIPOCAMBIO
           PERFORM 9100-GRABA-HISTORICO
              THRU 9100-GRABA-HISTORICO-EXIT
       2400-DELETE-BNK-EXIT.
           EXIT.

      *****************************************************************
      *                      2500-APRUEBA-BNK                         *
      *                                                                *
      *    - SOLO APRUEBA UN USUARIO DISTINTO DEL QUE CARGO EL CAMBIO *
      *      Y CON NIVEL DE APROBACION EN USER_PROFILE                *
      *    - UN PENDIENTE CON MAS DIAS QUE LOS DEL PARAMETRO PARMBKP  *
      *      SE DA POR VENCIDO Y NO SE APLICA                         *
      *    - AL APROBAR SE APLICA EN EMP_BANK Y EL HISTORICO GUARDA   *
      *      AMBOS USUARIOS                                           *
      *****************************************************************
       2500-APRUEBA-BNK.

           PERFORM 2900-LEE-PENDIENTE
              THRU 2900-LEE-PENDIENTE-EXIT

           IF NO-PENDIENTE
              SET RET0-88-COD-AVISO         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE MA-NO-EXISTE             TO RET0-COD-ERROR
              MOVE BNK0-EMPNO               TO RET0-VAR1-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2550-VERIFICA-ORIGEN
              THRU 2550-VERIFICA-ORIGEN-EXIT

           IF BNK0-ORIGEN EQUAL DCLBKP-USUARIOCARGA
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE BNK0-ORIGEN              TO RET0-VAR1-ERROR
              MOVE ME-APROBADOR-IGUAL       TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2560-VERIFICA-NIVEL
              THRU 2560-VERIFICA-NIVEL-EXIT

           PERFORM 2950-VERIFICA-VENCIMIENTO
              THRU 2950-VERIFICA-VENCIMIENTO-EXIT

           IF SI-VENCIDO
              MOVE CT-PEND-VENCIDO          TO DCLBKP-ESTADO
              MOVE SPACES                   TO DCLBKP-USUARIOAPROB
              PERFORM 2530-RESUELVE-PENDIENTE
                 THRU 2530-RESUELVE-PENDIENTE-EXIT
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE BNK0-EMPNO               TO RET0-VAR1-ERROR
              MOVE ME-PENDIENTE-VENCIDO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE DCLBKP-USUARIOCARGA         TO WS-USUARIO-CAMBIO
           MOVE BNK0-ORIGEN                 TO WS-USUARIO-APROB

           EVALUATE DCLBKP-TIPOCAMBIO
               WHEN 'C'
                    PERFORM 2510-APLICA-ALTA
                       THRU 2510-APLICA-ALTA-EXIT
               WHEN 'U'
                    PERFORM 2520-APLICA-CAMBIO
                       THRU 2520-APLICA-CAMBIO-EXIT
           END-EVALUATE

           MOVE CT-PEND-APROBADO            TO DCLBKP-ESTADO
           MOVE BNK0-ORIGEN                 TO DCLBKP-USUARIOAPROB
           PERFORM 2530-RESUELVE-PENDIENTE
              THRU 2530-RESUELVE-PENDIENTE-EXIT

           IF WS-DELEGANTE NOT EQUAL SPACES
              PERFORM 2570-REGISTRA-DELEGACION
                 THRU 2570-REGISTRA-DELEGACION-EXIT
           END-IF

           PERFORM 2970-DEVUELVE-PENDIENTE
              THRU 2970-DEVUELVE-PENDIENTE-EXIT.

       2500-APRUEBA-BNK-EXIT.
           EXIT.

      *****************************************************************
      *                      2510-APLICA-ALTA                         *
      *****************************************************************
       2510-APLICA-ALTA.

           MOVE DCLBKP-EMPNO                TO DCLBNK-EMPNO
           MOVE DCLBKP-BANCO                TO DCLBNK-BANCO
           MOVE DCLBKP-SUCURSAL             TO DCLBNK-SUCURSAL
           MOVE DCLBKP-CUENTA               TO DCLBNK-CUENTA
           MOVE CT-BANCO-ACTIVO             TO DCLBNK-ESTADO

           EXEC SQL
              INSERT INTO NEOSB36.EMP_BANK
              (
                    EMPNO,
                    BANCO,
                    SUCURSAL,
                    CUENTA,
                    ESTADO
              )
              VALUES
              (
                   :DCLBNK-EMPNO,
                   :DCLBNK-BANCO,
                   :DCLBNK-SUCURSAL,
                   :DCLBNK-CUENTA,
                   :DCLBNK-ESTADO
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE 'C'                TO DCLBKH-TIPOCAMBIO
                    PERFORM 9100-GRABA-HISTORICO
                       THRU 9100-GRABA-HISTORICO-EXIT
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    MOVE BNK0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2510-APLICA-ALTA-EXIT.
           EXIT.

      *****************************************************************
      *                     2520-APLICA-CAMBIO                        *
      *****************************************************************
       2520-APLICA-CAMBIO.

           PERFORM 2350-LEE-ANTES-CAMBIO
              THRU 2350-LEE-ANTES-CAMBIO-EXIT

           MOVE 'U'                         TO DCLBKH-TIPOCAMBIO
           PERFORM 9100-GRABA-HISTORICO
              THRU 9100-GRABA-HISTORICO-EXIT

           MOVE DCLBKP-BANCO                TO DCLBNK-BANCO
           MOVE DCLBKP-SUCURSAL             TO DCLBNK-SUCURSAL
           MOVE DCLBKP-CUENTA               TO DCLBNK-CUENTA

           EXEC SQL
              UPDATE NEOSB36.EMP_BANK
                 SET BANCO    = :DCLBNK-BANCO,
                     SUCURSAL = :DCLBNK-SUCURSAL,
                     CUENTA   = :DCLBNK-CUENTA,
                     ESTADO   = :CT-BANCO-ACTIVO
               WHERE EMPNO = :DCLBNK-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       2520-APLICA-CAMBIO-EXIT.
           EXIT.

      *****************************************************************
      *                   2530-RESUELVE-PENDIENTE                     *
      *                                                                *
      *    - CIERRA EL PENDIENTE CON EL ESTADO Y EL APROBADOR YA      *
      *      CARGADOS EN DCLBKP                                       *
      *****************************************************************
       2530-RESUELVE-PENDIENTE.

           EXEC SQL
              UPDATE NEOSB36.EMP_BANK_PEND
                 SET ESTADO       = :DCLBKP-ESTADO,
                     USUARIOAPROB = :DCLBKP-USUARIOAPROB,
                     FECHARESOL   = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLBKP-EMPNO
                 AND FECHACARGA = :DCLBKP-FECHACARGA
                 AND ESTADO     = :CT-PEND-PENDIENTE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       2530-RESUELVE-PENDIENTE-EXIT.
           EXIT.

      *****************************************************************
      *                    2550-VERIFICA-ORIGEN                       *
      *****************************************************************
       2550-VERIFICA-ORIGEN.

           IF BNK0-ORIGEN EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-ORIGEN                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2550-VERIFICA-ORIGEN-EXIT.
           EXIT.

      *****************************************************************
      *                    2560-VERIFICA-NIVEL                        *
      *                                                                *
      *    - EL USUARIO QUE RESUELVE DEBE TENER NIVEL DE APROBACION   *
      *    - SIN ESE NIVEL RESUELVE COMO DELEGADO DE UN APROBADOR CON *
      *      DELEGACION VIGENTE HOY, SALVO SOBRE SUS PROPIOS DATOS O  *
      *      SOBRE UN CAMBIO CARGADO POR EL PROPIO DELEGANTE          *
      *****************************************************************
       2560-VERIFICA-NIVEL.

           INITIALIZE WS-NEECUSR0-01
           MOVE BNK0-ORIGEN                 TO USR0-USUARIO

           CALL CT-NE9CUSR0 USING WS-NEECUSR0-01

           IF USR0-88-OK
              AND NOT USR0-88-APROBACION
              AND USR0-EMPNO NOT EQUAL BNK0-EMPNO
              PERFORM 2565-VERIFICA-DELEGACION
                 THRU 2565-VERIFICA-DELEGACION-EXIT
           END-IF

           IF NOT USR0-88-OK
              OR (NOT USR0-88-APROBACION
                  AND WS-DELEGANTE EQUAL SPACES)
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE BNK0-ORIGEN              TO RET0-VAR1-ERROR
              MOVE ME-SIN-NIVEL-APROB       TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF WS-DELEGANTE EQUAL DCLBKP-USUARIOCARGA
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE WS-DELEGANTE             TO RET0-VAR1-ERROR
              MOVE ME-APROBADOR-IGUAL       TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE WS-DELEGANTE                TO BNK0-DELEGANTE.

       2560-VERIFICA-NIVEL-EXIT.
           EXIT.

      *****************************************************************
      *                  2565-VERIFICA-DELEGACION                     *
      *****************************************************************
       2565-VERIFICA-DELEGACION.

           INITIALIZE WS-NEECDLG0-01
           SET DLG0-88-VERIFICA             TO TRUE
           SET DLG0-88-REQ-NIVEL            TO TRUE
           MOVE BNK0-ORIGEN                 TO DLG0-DELEGADO
           MOVE BNK0-EMPNO                  TO DLG0-EMPNO

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           EVALUATE TRUE
               WHEN DLG0-88-OK
                    MOVE DLG0-DELEGANTE     TO WS-DELEGANTE
               WHEN DLG0-88-ERROR-DB2
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-TABLA-DLU       TO RET0-TABLENAME
                    PERFORM 3000-FIN
           END-EVALUATE.

       2565-VERIFICA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                  2570-REGISTRA-DELEGACION                     *
      *                                                                *
      *    - DEJA EN APPR_DELEG_USE LA RESOLUCION HECHA POR DELEGACION*
      *****************************************************************
       2570-REGISTRA-DELEGACION.

           INITIALIZE WS-NEECDLG0-01
           SET DLG0-88-REGISTRA-USO         TO TRUE
           MOVE BNK0-ORIGEN                 TO DLG0-DELEGADO
           MOVE WS-DELEGANTE                TO DLG0-DELEGANTE
           MOVE CT-TRANSACCION-BNK          TO DLG0-TRANSACCION
           MOVE BNK0-EMPNO                  TO DLG0-EMPNO
           MOVE DCLBKP-ESTADO               TO DLG0-ACCION

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           IF NOT DLG0-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TABLA-DLU             TO RET0-TABLENAME
              PERFORM 3000-FIN
           END-IF.

       2570-REGISTRA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                      2600-RECHAZA-BNK                         *
      *                                                                *
      *    - RECHAZA UN USUARIO CON NIVEL DE APROBACION; EL MISMO     *
      *      USUARIO QUE LO CARGO PUEDE RETIRAR SU CAMBIO             *
      *****************************************************************
       2600-RECHAZA-BNK.

           PERFORM 2900-LEE-PENDIENTE
              THRU 2900-LEE-PENDIENTE-EXIT

           IF NO-PENDIENTE
              SET RET0-88-COD-AVISO         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE MA-NO-EXISTE             TO RET0-COD-ERROR
              MOVE BNK0-EMPNO               TO RET0-VAR1-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2550-VERIFICA-ORIGEN
              THRU 2550-VERIFICA-ORIGEN-EXIT

           IF BNK0-ORIGEN NOT EQUAL DCLBKP-USUARIOCARGA
              PERFORM 2560-VERIFICA-NIVEL
                 THRU 2560-VERIFICA-NIVEL-EXIT
           END-IF

           MOVE CT-PEND-RECHAZADO           TO DCLBKP-ESTADO
           MOVE BNK0-ORIGEN                 TO DCLBKP-USUARIOAPROB
           PERFORM 2530-RESUELVE-PENDIENTE
              THRU 2530-RESUELVE-PENDIENTE-EXIT

           IF WS-DELEGANTE NOT EQUAL SPACES
              PERFORM 2570-REGISTRA-DELEGACION
                 THRU 2570-REGISTRA-DELEGACION-EXIT
           END-IF

           PERFORM 2970-DEVUELVE-PENDIENTE
              THRU 2970-DEVUELVE-PENDIENTE-EXIT.

       2600-RECHAZA-BNK-EXIT.
           EXIT.

      *****************************************************************
      *                     2700-CONSULTA-PEND                        *
      *                                                                *
      *    - DEVUELVE EL CAMBIO PENDIENTE; SI YA SUPERO LOS DIAS DE   *
      *      VIGENCIA SE INFORMA COMO VENCIDO                         *
      *****************************************************************
       2700-CONSULTA-PEND.

           PERFORM 2900-LEE-PENDIENTE
              THRU 2900-LEE-PENDIENTE-EXIT

           IF NO-PENDIENTE
              SET RET0-88-COD-AVISO         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE MA-NO-EXISTE             TO RET0-COD-ERROR
              MOVE BNK0-EMPNO               TO RET0-VAR1-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2950-VERIFICA-VENCIMIENTO
              THRU 2950-VERIFICA-VENCIMIENTO-EXIT

           IF SI-VENCIDO
              MOVE CT-PEND-VENCIDO          TO DCLBKP-ESTADO
           END-IF

           PERFORM 2970-DEVUELVE-PENDIENTE
              THRU 2970-DEVUELVE-PENDIENTE-EXIT.

       2700-CONSULTA-PEND-EXIT.
           EXIT.

      *****************************************************************
      *                    2800-GRABA-PENDIENTE                       *
      *                                                                *
      *    - UN SOLO CAMBIO PENDIENTE POR EMPLEADO; EL ANTERIOR YA    *
      *      VENCIDO SE CIERRA Y DEJA LUGAR AL NUEVO                  *
      *****************************************************************
       2800-GRABA-PENDIENTE.

           MOVE DCLBKP-TIPOCAMBIO           TO BNK0-PEND-TIPO

           PERFORM 2900-LEE-PENDIENTE
              THRU 2900-LEE-PENDIENTE-EXIT

           IF SI-PENDIENTE
              PERFORM 2950-VERIFICA-VENCIMIENTO
                 THRU 2950-VERIFICA-VENCIMIENTO-EXIT
              IF NO-VENCIDO
                 SET RET0-88-COD-ERROR      TO TRUE
                 MOVE CT-RUTINA             TO RET0-PROGRAMA
                 MOVE BNK0-EMPNO            TO RET0-VAR1-ERROR
                 MOVE ME-YA-PENDIENTE       TO RET0-COD-ERROR
                 PERFORM 3000-FIN
              END-IF
              MOVE CT-PEND-VENCIDO          TO DCLBKP-ESTADO
              MOVE SPACES                   TO DCLBKP-USUARIOAPROB
              PERFORM 2530-RESUELVE-PENDIENTE
                 THRU 2530-RESUELVE-PENDIENTE-EXIT
           END-IF

           MOVE BNK0-EMPNO                  TO DCLBKP-EMPNO
           MOVE BNK0-PEND-TIPO              TO DCLBKP-TIPOCAMBIO
           MOVE BNK0-BANCO                  TO DCLBKP-BANCO
           MOVE BNK0-SUCURSAL               TO DCLBKP-SUCURSAL
           MOVE BNK0-CUENTA                 TO DCLBKP-CUENTA
           MOVE CT-PEND-PENDIENTE           TO DCLBKP-ESTADO
           MOVE SPACES                      TO DCLBKP-USUARIOAPROB

           IF BNK0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLBKP-USUARIOCARGA
           ELSE
              MOVE BNK0-ORIGEN              TO DCLBKP-USUARIOCARGA
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.EMP_BANK_PEND
              (
                    EMPNO,
                    FECHACARGA,
                    TIPOCAMBIO,
                    BANCO,
                    SUCURSAL,
                    CUENTA,
                    ESTADO,
                    USUARIOCARGA,
                    USUARIOAPROB,
                    FECHARESOL
              )
              VALUES
              (
                   :DCLBKP-EMPNO,
                    CURRENT TIMESTAMP,
                   :DCLBKP-TIPOCAMBIO,
                   :DCLBKP-BANCO,
                   :DCLBKP-SUCURSAL,
                   :DCLBKP-CUENTA,
                   :DCLBKP-ESTADO,
                   :DCLBKP-USUARIOCARGA,
                   :DCLBKP-USUARIOAPROB,
                    NULL
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    SET BNK0-88-PEND-PENDIENTE TO TRUE
                    MOVE DCLBKP-BANCO       TO BNK0-PEND-BANCO
                    MOVE DCLBKP-SUCURSAL    TO BNK0-PEND-SUCURSAL
                    MOVE DCLBKP-CUENTA      TO BNK0-PEND-CUENTA
                    MOVE DCLBKP-USUARIOCARGA TO BNK0-PEND-USUARIO
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE BNK0-EMPNO         TO RET0-VAR1-ERROR
                    MOVE ME-YA-PENDIENTE    TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2800-GRABA-PENDIENTE-EXIT.
           EXIT.

      *****************************************************************
      *                     2900-LEE-PENDIENTE                        *
      *                                                                *
      *    - CAMBIO EN ESTADO 'P' DEL EMPLEADO, CON LOS DIAS QUE LLEVA*
      *      ESPERANDO APROBACION                                     *
      *****************************************************************
       2900-LEE-PENDIENTE.

           SET NO-PENDIENTE                 TO TRUE
           MOVE BNK0-EMPNO                  TO DCLBKP-EMPNO

           EXEC SQL
              SELECT FECHACARGA,
                     TIPOCAMBIO,
                     BANCO,
                     SUCURSAL,
                     CUENTA,
                     ESTADO,
                     USUARIOCARGA,
                     DAYS(CURRENT DATE) - DAYS(FECHACARGA),
                     CHAR(CURRENT DATE, ISO)
                INTO :DCLBKP-FECHACARGA,
                     :DCLBKP-TIPOCAMBIO,
                     :DCLBKP-BANCO,
                     :DCLBKP-SUCURSAL,
                     :DCLBKP-CUENTA,
                     :DCLBKP-ESTADO,
                     :DCLBKP-USUARIOCARGA,
                     :WS-DIAS-PENDIENTE,
                     :WS-FECHA-HOY
                FROM NEOSB36.EMP_BANK_PEND
               WHERE EMPNO  = :DCLBKP-EMPNO
                 AND ESTADO = :CT-PEND-PENDIENTE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    SET SI-PENDIENTE        TO TRUE
               WHEN SQLCODE-88-NOTFND
                    CONTINUE
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2900-LEE-PENDIENTE-EXIT.
           EXIT.

      *****************************************************************
      *                  2950-VERIFICA-VENCIMIENTO                    *
      *                                                                *
      *    - DIAS DE VIGENCIA DEL PENDIENTE EN PARAM_CTRL (PARAMETRO  *
      *      PARMBKP, PRIMERA LINEA, 3 DIGITOS); SIN VALOR CARGADO SE *
      *      USA EL DEFECTO                                           *
      *****************************************************************
       2950-VERIFICA-VENCIMIENTO.

           SET NO-VENCIDO                   TO TRUE
           MOVE CT-DIAS-VIGENCIA-DEFECTO    TO WS-DIAS-VIGENCIA

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMBKP              TO PRM0-PARAMETRO
           MOVE WS-FECHA-HOY                TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF PRM0-88-OK
              SET IX-PRM0                   TO 1
              MOVE PRM0-LIN-VALOR(IX-PRM0)  TO WS-LINEA-PARMBKP
              IF WS-LP-DIAS-VIGENCIA IS NUMERIC
                 MOVE WS-LP-DIAS-VIGENCIA   TO WS-DIAS-VIGENCIA
              END-IF
           END-IF

           IF WS-DIAS-PENDIENTE IS GREATER THAN WS-DIAS-VIGENCIA
              SET SI-VENCIDO                TO TRUE
           END-IF.

       2950-VERIFICA-VENCIMIENTO-EXIT.
           EXIT.

      *****************************************************************
      *                  2970-DEVUELVE-PENDIENTE                      *
      *****************************************************************
       2970-DEVUELVE-PENDIENTE.

           MOVE DCLBKP-ESTADO               TO BNK0-PEND-ESTADO
           MOVE DCLBKP-TIPOCAMBIO           TO BNK0-PEND-TIPO
           MOVE DCLBKP-BANCO                TO BNK0-PEND-BANCO
           MOVE DCLBKP-SUCURSAL             TO BNK0-PEND-SUCURSAL
           MOVE DCLBKP-CUENTA               TO BNK0-PEND-CUENTA
           MOVE DCLBKP-USUARIOCARGA         TO BNK0-PEND-USUARIO
           MOVE DCLBKP-FECHACARGA           TO BNK0-PEND-FECHA.

       2970-DEVUELVE-PENDIENTE-EXIT.
           EXIT.

      *****************************************************************
      *                      9100-GRABA-HISTORICO                     *
      *                                                                *
      *    - GRABA LA IMAGEN ANTERIOR (O INICIAL EN EL ALTA) DE LOS    *
      *      DATOS BANCARIOS, CON EL USUARIO ORIGINANTE Y EL QUE      *
      *      APROBO EL CAMBIO                                         *
      *****************************************************************
       9100-GRABA-HISTORICO.

           MOVE DCLBKH-TIPOCAMBIO            TO WS-EVT-TIPO
           IF DCLBKH-TIPOCAMBIO NOT EQUAL 'C'
              MOVE DCLBNK                    TO EVT0-IMAGEN-ANTES
           END-IF
           SET SI-EVT-BANCO                  TO TRUE

           MOVE DCLBNK-EMPNO                 TO DCLBKH-EMPNO
           MOVE DCLBNK-BANCO                 TO DCLBKH-BANCO
           MOVE DCLBNK-SUCURSAL              TO DCLBKH-SUCURSAL
           MOVE DCLBNK-CUENTA                TO DCLBKH-CUENTA
           MOVE DCLBNK-ESTADO                TO DCLBKH-ESTADO

           MOVE WS-USUARIO-CAMBIO            TO DCLBKH-USUARIOCAMBIO
           MOVE WS-USUARIO-APROB             TO DCLBKH-USUARIOAPROB

           EXEC SQL
              INSERT INTO NEOSB36.EMP_BANK_HIST
                    ESTADO,
                    TIPOCAMBIO,
                    FECHACAMBIO,
                    USUARIOCAMBIO,
                    USUARIOAPROB
              )
              VALUES
              (
                   :DCLBKH-ESTADO,
                   :DCLBKH-TIPOCAMBIO,
                   CURRENT TIMESTAMP,
                   :DCLBKH-USUARIOCAMBIO,
                   :DCLBKH-USUARIOAPROB
              )
           END-EXEC

       9100-GRABA-HISTORICO-EXIT.
           EXIT.

      *****************************************************************
      *                      9200-PUBLICA-EVENTO                      *
      *                                                               *
      *    - EVENTO DE CAMBIO DE LOS DATOS BANCARIOS; LAS IMAGENES SON*
      *      LA FILA DE EMP_BANK TAL CUAL (FORMATO EVI0-BNK DE        *
      *      NEECEVI0).  EL USUARIO ES EL QUE HIZO EFECTIVO EL CAMBIO *
      *****************************************************************
       9200-PUBLICA-EVENTO.

           SET EVT0-88-BANCO                 TO TRUE
           MOVE BNK0-EMPNO                   TO EVT0-CLAVE
           MOVE BNK0-OPCION                  TO EVT0-OPERACION

           EVALUATE WS-EVT-TIPO
               WHEN 'C'
                    SET EVT0-88-ALTA         TO TRUE
               WHEN 'D'
                    SET EVT0-88-BAJA         TO TRUE
                    MOVE CT-BANCO-BAJA       TO DCLBNK-ESTADO
               WHEN OTHER
                    SET EVT0-88-MODIFICA     TO TRUE
                    MOVE CT-BANCO-ACTIVO     TO DCLBNK-ESTADO
           END-EVALUATE

           MOVE DCLBNK                       TO EVT0-IMAGEN-DESPUES

           IF WS-USUARIO-APROB EQUAL SPACES
              MOVE WS-USUARIO-CAMBIO         TO EVT0-USUARIO
           ELSE
              MOVE WS-USUARIO-APROB          TO EVT0-USUARIO
           END-IF

           CALL CT-NE9CEVT0 USING WS-NEECEVT0-01

           IF NOT EVT0-88-OK
              SET RET0-88-ERR-DB2            TO TRUE
              MOVE CT-RUTINA                 TO RET0-PROGRAMA
              MOVE EVT0-SQLCODE              TO RET0-SQLCODE
              MOVE CT-TABLA-EVT              TO RET0-TABLENAME
              PERFORM 3000-FIN
           END-IF.

       9200-PUBLICA-EVENTO-EXIT.
           EXIT.

      *****************************************************************
      *                           3000-FIN                            *
      *****************************************************************
