      *****************************************************************
      * Program name:    NE9CVRQ0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Vacation requests   *
      *                          against VAC_REQUEST for the NE26     *
      *                          screen: business days counted with   *
      *                          NE9CCAL0, requests over the balance  *
      *                          or overlapping an open EMP_LEAVE     *
      *                          refused at entry, approval only by   *
      *                          the department manager and only the  *
      *                          approved days posted to DIASTOMADOS. *
      * 15/10/2026 gforrich      A user other than the manager may    *
      *                          resolve a request as delegate of the *
      *                          manager under a delegation in force  *
      *                          (NE9CDLG0), never on their own       *
      *                          request; the delegator is returned   *
      *                          in VRQ0-DELEGANTE and logged in      *
      *                          APPR_DELEG_USE.                      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CVRQ0.
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
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      *                    DEFINICION DE SWITCHES                     *
      *****************************************************************
       01 SW-SWITCHES.

           05 SW-SQLCODE                 PIC S9(9) COMP.
              88 SQLCODE-88-OK                           VALUE 0.
              88 SQLCODE-88-NOTFND                       VALUE +100.
              88 SQLCODE-88-DUPLICATED                   VALUE -803
                                                               -811.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CVRQ0'.
           05 CT-NE9CCAL0                PIC X(08) VALUE 'NE9CCAL0'.
           05 CT-TABLA-VRQ               PIC X(08) VALUE 'VAC_REQ'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-FECHA-DESDE             PIC X(11) VALUE 'FECHA DESDE'.
           05 CT-FECHA-HASTA             PIC X(11) VALUE 'FECHA HASTA'.
           05 CT-DIAS-HABILES            PIC X(12) VALUE 'DIAS HABILES'.
           05 CT-EMPSTATUS               PIC X(09) VALUE 'EMPSTATUS'.
           05 CT-APROBADOR               PIC X(09) VALUE 'APROBADOR'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-LICENCIA-ACTIVA         PIC X(01) VALUE 'A'.
           05 CT-SOLICITUD-PENDIENTE     PIC X(01) VALUE 'P'.
           05 CT-SOLICITUD-APROBADA      PIC X(01) VALUE 'A'.
           05 CT-SOLICITUD-RECHAZADA     PIC X(01) VALUE 'R'.
           05 CT-FECHA-ABIERTA           PIC X(10) VALUE '9999-12-31'.
           05 CT-NE9CDLG0                PIC X(08) VALUE 'NE9CDLG0'.
           05 CT-TRANSACCION-VAC         PIC X(04) VALUE 'NE26'.
           05 CT-TABLA-DLU               PIC X(08) VALUE 'DELEGUSE'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-PENDIENTES         PIC S9(06)V9(02) COMP-3.
           05 WS-DIAS-DISPONIBLES        PIC S9(06)V9(02) COMP-3.
           05 WS-APROBADOR-EMPNO         PIC X(06) VALUE SPACES.
           05 WS-GERENTE-EMPNO           PIC X(06) VALUE SPACES.
           05 WS-WORKDEPT                PIC X(03) VALUE SPACES.

       01  WS-NEECCAL0-01.
           COPY NEECCAL0.

       01  WS-NEECDLG0-01.
           COPY NEECDLG0.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-FUERA-RANGO             PIC X(07) VALUE 'NEE2120'.
           05 ME-FUERA-DOMINIO           PIC X(07) VALUE 'NEE2126'.
           05 ME-FECHA-INVALIDA          PIC X(07) VALUE 'NEE2130'.
           05 ME-SALDO-INSUFICIENTE      PIC X(07) VALUE 'NEE2179'.
           05 ME-SUPERPOSICION           PIC X(07) VALUE 'NEE2180'.
           05 ME-NO-ES-GERENTE           PIC X(07) VALUE 'NEE2181'.
           05 ME-YA-RESUELTA             PIC X(07) VALUE 'NEE2182'.
           05 ME-HASTA-ANTERIOR          PIC X(07) VALUE 'NEE2183'.

       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

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
              INCLUDE NEGTDEP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTUSR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVAC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVRQ
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECVRQ-01.
           COPY NEECVRQ0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECVRQ-01 WS-NEECRET0-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           INITIALIZE WS-NEECRET0-01
           SET  RET0-88-OK                  TO TRUE

           IF VRQ0-OPCION EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF VRQ0-EMPNO EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           EVALUATE TRUE
               WHEN VRQ0-88-SOLICITA
                    PERFORM 2100-SOLICITA-VAC
                       THRU 2100-SOLICITA-VAC-EXIT
               WHEN VRQ0-88-CONSULTA
                    PERFORM 2200-CONSULTA-VAC
                       THRU 2200-CONSULTA-VAC-EXIT
               WHEN VRQ0-88-APRUEBA
               WHEN VRQ0-88-RECHAZA
                    PERFORM 2300-RESUELVE-VAC
                       THRU 2300-RESUELVE-VAC-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    MOVE CT-OPCION             TO RET0-VAR1-ERROR
                    MOVE ME-OPCION-INVALIDA    TO RET0-COD-ERROR
                    PERFORM 3000-FIN
           END-EVALUATE

           PERFORM 3000-FIN.

      *****************************************************************
      *                      2100-SOLICITA-VAC                        *
      *                                                                *
      *    - REGISTRA LA SOLICITUD EN ESTADO PENDIENTE DESPUES DE      *
      *      CONTAR LOS DIAS HABILES DEL PERIODO Y VERIFICAR QUE NO    *
      *      SUPERE EL SALDO NI SE SUPERPONGA CON UNA LICENCIA         *
      *      ABIERTA U OTRA SOLICITUD VIGENTE                          *
      *****************************************************************
       2100-SOLICITA-VAC.

           IF VRQ0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF VRQ0-FECHA-HASTA EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-HASTA           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF VRQ0-FECHA-HASTA IS LESS THAN VRQ0-FECHA-DESDE
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-HASTA           TO RET0-VAR1-ERROR
              MOVE ME-HASTA-ANTERIOR        TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2110-LEE-EMPLEADO
              THRU 2110-LEE-EMPLEADO-EXIT

           IF DCLEMP-EMPSTATUS NOT EQUAL CT-EMPSTATUS-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPSTATUS             TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2120-CUENTA-HABILES
              THRU 2120-CUENTA-HABILES-EXIT

           PERFORM 2130-VALIDA-SUPERPOSICION
              THRU 2130-VALIDA-SUPERPOSICION-EXIT

           PERFORM 2140-CALCULA-SALDO
              THRU 2140-CALCULA-SALDO-EXIT

           IF VRQ0-DIAS-HABILES IS GREATER THAN VRQ0-DIAS-SALDO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-DIAS-HABILES          TO RET0-VAR1-ERROR
              MOVE ME-SALDO-INSUFICIENTE    TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE VRQ0-EMPNO                  TO DCLVRQ-EMPNO
           MOVE VRQ0-FECHA-DESDE            TO DCLVRQ-FECHADESDE
           MOVE VRQ0-FECHA-HASTA            TO DCLVRQ-FECHAHASTA
           MOVE VRQ0-DIAS-HABILES           TO DCLVRQ-DIASHABILES
           MOVE CT-SOLICITUD-PENDIENTE      TO DCLVRQ-ESTADO

           IF VRQ0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLVRQ-USUARIOPEDIDO
           ELSE
              MOVE VRQ0-ORIGEN              TO DCLVRQ-USUARIOPEDIDO
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.VAC_REQUEST
              (
                    EMPNO,
                    FECHADESDE,
                    FECHAHASTA,
                    DIASHABILES,
                    ESTADO,
                    USUARIOPEDIDO,
                    FECHAPEDIDO,
                    USUARIORESOL,
                    FECHARESOL
              )
              VALUES
              (
                   :DCLVRQ-EMPNO,
                   :DCLVRQ-FECHADESDE,
                   :DCLVRQ-FECHAHASTA,
                   :DCLVRQ-DIASHABILES,
                   :DCLVRQ-ESTADO,
                   :DCLVRQ-USUARIOPEDIDO,
                   CURRENT TIMESTAMP,
                   NULL,
                   NULL
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    SET VRQ0-88-PENDIENTE   TO TRUE
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    MOVE VRQ0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-SOLICITA-VAC-EXIT.
           EXIT.

      *****************************************************************
      *                     2110-LEE-EMPLEADO                         *
      *****************************************************************
       2110-LEE-EMPLEADO.

           MOVE VRQ0-EMPNO                  TO DCLEMP-EMPNO

           EXEC SQL
              SELECT VALUE(WORKDEPT, ' '),
                     EMPSTATUS
                INTO :DCLEMP-WORKDEPT,
                     :DCLEMP-EMPSTATUS
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLEMP-WORKDEPT    TO WS-WORKDEPT
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE VRQ0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2110-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                    2120-CUENTA-HABILES                        *
      *                                                                *
      *    - CUENTA LOS DIAS HABILES DEL PERIODO CONTRA HOLIDAY_CAL;   *
      *      UN PERIODO SIN DIAS HABILES NO SE REGISTRA                *
      *****************************************************************
       2120-CUENTA-HABILES.

           INITIALIZE WS-NEECCAL0-01
           SET CAL0-88-CUENTA-HABILES       TO TRUE
           MOVE VRQ0-FECHA-DESDE            TO CAL0-FECHA-BASE
           MOVE VRQ0-FECHA-HASTA            TO CAL0-FECHA-HASTA

           CALL CT-NE9CCAL0 USING WS-NEECCAL0-01

           IF NOT CAL0-88-OK
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-FECHA-INVALIDA        TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF CAL0-DIAS-HABILES EQUAL ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-DIAS-HABILES          TO RET0-VAR1-ERROR
              MOVE ME-FUERA-RANGO           TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE CAL0-DIAS-HABILES           TO VRQ0-DIAS-HABILES.

       2120-CUENTA-HABILES-EXIT.
           EXIT.

      *****************************************************************
      *                 2130-VALIDA-SUPERPOSICION                     *
      *                                                                *
      *    - EL PERIODO NO PUEDE PISAR UNA LICENCIA ABIERTA EN         *
      *      EMP_LEAVE NI OTRA SOLICITUD PENDIENTE O APROBADA          *
      *****************************************************************
       2130-VALIDA-SUPERPOSICION.

           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.EMP_LEAVE
               WHERE EMPNO        = :VRQ0-EMPNO
                 AND ESTADO       = :CT-LICENCIA-ACTIVA
                 AND FECHAINICIO <= DATE(:VRQ0-FECHA-HASTA)
                 AND VALUE(FECHARETORNO, DATE(:CT-FECHA-ABIERTA))
                                 >= DATE(:VRQ0-FECHA-DESDE)
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-CONTADOR IS GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-SUPERPOSICION         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.VAC_REQUEST
               WHERE EMPNO       = :VRQ0-EMPNO
                 AND ESTADO     IN (:CT-SOLICITUD-PENDIENTE,
                                    :CT-SOLICITUD-APROBADA)
                 AND FECHADESDE <= DATE(:VRQ0-FECHA-HASTA)
                 AND FECHAHASTA >= DATE(:VRQ0-FECHA-DESDE)
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-CONTADOR IS GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-SUPERPOSICION         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2130-VALIDA-SUPERPOSICION-EXIT.
           EXIT.

      *****************************************************************
      *                    2140-CALCULA-SALDO                         *
      *                                                                *
      *    - SALDO DISPONIBLE = ACREDITADOS - TOMADOS - DIAS YA        *
      *      COMPROMETIDOS EN SOLICITUDES PENDIENTES DE RESOLVER.      *
      *      SIN FILA EN VAC_BALANCE EL SALDO ES CERO.                 *
      *****************************************************************
       2140-CALCULA-SALDO.

           MOVE ZEROS                       TO DCLVAC-DIASACRED
                                               DCLVAC-DIASTOMADOS
                                               WS-DIAS-PENDIENTES
           MOVE VRQ0-EMPNO                  TO DCLVAC-EMPNO

           EXEC SQL
              SELECT DIASACRED,
                     DIASTOMADOS
                INTO :DCLVAC-DIASACRED,
                     :DCLVAC-DIASTOMADOS
                FROM NEOSB36.VAC_BALANCE
               WHERE EMPNO = :DCLVAC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
               WHEN SQLCODE-88-NOTFND
                    CONTINUE
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           EXEC SQL
              SELECT VALUE(SUM(DIASHABILES), 0)
                INTO :WS-DIAS-PENDIENTES
                FROM NEOSB36.VAC_REQUEST
               WHERE EMPNO  = :VRQ0-EMPNO
                 AND ESTADO = :CT-SOLICITUD-PENDIENTE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           COMPUTE VRQ0-DIAS-SALDO = DCLVAC-DIASACRED
                                   - DCLVAC-DIASTOMADOS
                                   - WS-DIAS-PENDIENTES.

       2140-CALCULA-SALDO-EXIT.
           EXIT.

      *****************************************************************
      *                      2200-CONSULTA-VAC                        *
      *                                                                *
      *    - CON FECHA DESDE INFORMADA LEE ESA SOLICITUD; EN BLANCO    *
      *      DEVUELVE LA PENDIENTE MAS ANTIGUA DEL EMPLEADO            *
      *****************************************************************
       2200-CONSULTA-VAC.

           MOVE VRQ0-EMPNO                  TO DCLVRQ-EMPNO

           IF VRQ0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              EXEC SQL
                 SELECT CHAR(FECHADESDE, ISO),
                        CHAR(FECHAHASTA, ISO),
                        DIASHABILES,
                        ESTADO
                   INTO :DCLVRQ-FECHADESDE,
                        :DCLVRQ-FECHAHASTA,
                        :DCLVRQ-DIASHABILES,
                        :DCLVRQ-ESTADO
                   FROM NEOSB36.VAC_REQUEST
                  WHERE EMPNO  = :DCLVRQ-EMPNO
                    AND ESTADO = :CT-SOLICITUD-PENDIENTE
                  ORDER BY FECHADESDE
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE VRQ0-FECHA-DESDE         TO DCLVRQ-FECHADESDE
              EXEC SQL
                 SELECT CHAR(FECHADESDE, ISO),
                        CHAR(FECHAHASTA, ISO),
                        DIASHABILES,
                        ESTADO
                   INTO :DCLVRQ-FECHADESDE,
                        :DCLVRQ-FECHAHASTA,
                        :DCLVRQ-DIASHABILES,
                        :DCLVRQ-ESTADO
                   FROM NEOSB36.VAC_REQUEST
                  WHERE EMPNO      = :DCLVRQ-EMPNO
                    AND FECHADESDE = :DCLVRQ-FECHADESDE
              END-EXEC
           END-IF

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLVRQ-FECHADESDE  TO VRQ0-FECHA-DESDE
                    MOVE DCLVRQ-FECHAHASTA  TO VRQ0-FECHA-HASTA
                    MOVE DCLVRQ-DIASHABILES TO VRQ0-DIAS-HABILES
                    MOVE DCLVRQ-ESTADO      TO VRQ0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE VRQ0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           PERFORM 2140-CALCULA-SALDO
              THRU 2140-CALCULA-SALDO-EXIT.

       2200-CONSULTA-VAC-EXIT.
           EXIT.

      *****************************************************************
      *                      2300-RESUELVE-VAC                        *
      *                                                                *
      *    - APRUEBA O RECHAZA UNA SOLICITUD PENDIENTE.  SOLO LA       *
      *      APROBACION DESCUENTA LOS DIAS DE VAC_BALANCE.             *
      *****************************************************************
       2300-RESUELVE-VAC.

           IF VRQ0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2310-LEE-SOLICITUD
              THRU 2310-LEE-SOLICITUD-EXIT

           MOVE SPACES                      TO VRQ0-DELEGANTE

           PERFORM 2320-VALIDA-APROBADOR
              THRU 2320-VALIDA-APROBADOR-EXIT

           IF VRQ0-88-APRUEBA
              PERFORM 2330-DESCUENTA-SALDO
                 THRU 2330-DESCUENTA-SALDO-EXIT
              MOVE CT-SOLICITUD-APROBADA    TO DCLVRQ-ESTADO
           ELSE
              MOVE CT-SOLICITUD-RECHAZADA   TO DCLVRQ-ESTADO
           END-IF

           MOVE VRQ0-ORIGEN                 TO DCLVRQ-USUARIORESOL

           EXEC SQL
              UPDATE NEOSB36.VAC_REQUEST
                 SET ESTADO       = :DCLVRQ-ESTADO,
                     USUARIORESOL = :DCLVRQ-USUARIORESOL,
                     FECHARESOL   = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLVRQ-EMPNO
                 AND FECHADESDE = :DCLVRQ-FECHADESDE
                 AND ESTADO     = :CT-SOLICITUD-PENDIENTE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLVRQ-ESTADO      TO VRQ0-ESTADO
                    IF VRQ0-DELEGANTE NOT EQUAL SPACES
                       PERFORM 2340-REGISTRA-DELEGACION
                          THRU 2340-REGISTRA-DELEGACION-EXIT
                    END-IF
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-YA-RESUELTA     TO RET0-COD-ERROR
                    MOVE VRQ0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-RESUELVE-VAC-EXIT.
           EXIT.

      *****************************************************************
      *                     2310-LEE-SOLICITUD                        *
      *****************************************************************
       2310-LEE-SOLICITUD.

           MOVE VRQ0-EMPNO                  TO DCLVRQ-EMPNO
           MOVE VRQ0-FECHA-DESDE            TO DCLVRQ-FECHADESDE

           EXEC SQL
              SELECT CHAR(FECHAHASTA, ISO),
                     DIASHABILES,
                     ESTADO
                INTO :DCLVRQ-FECHAHASTA,
                     :DCLVRQ-DIASHABILES,
                     :DCLVRQ-ESTADO
                FROM NEOSB36.VAC_REQUEST
               WHERE EMPNO      = :DCLVRQ-EMPNO
                 AND FECHADESDE = :DCLVRQ-FECHADESDE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLVRQ-FECHAHASTA  TO VRQ0-FECHA-HASTA
                    MOVE DCLVRQ-DIASHABILES TO VRQ0-DIAS-HABILES
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE VRQ0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           IF DCLVRQ-ESTADO NOT EQUAL CT-SOLICITUD-PENDIENTE
              MOVE DCLVRQ-ESTADO            TO VRQ0-ESTADO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE ME-YA-RESUELTA           TO RET0-COD-ERROR
              MOVE VRQ0-EMPNO               TO RET0-VAR1-ERROR
              PERFORM 3000-FIN
           END-IF.

       2310-LEE-SOLICITUD-EXIT.
           EXIT.

      *****************************************************************
      *                   2320-VALIDA-APROBADOR                       *
      *                                                                *
      *    - EL USUARIO FIRMADO DEBE TENER EN SU PERFIL EL EMPNO DEL   *
      *      GERENTE (MGRNO) DEL WORKDEPT DEL EMPLEADO.  SI EL         *
      *      EMPLEADO ES EL PROPIO GERENTE, RESUELVE EL GERENTE DEL    *
      *      DEPARTAMENTO ADMINISTRADOR (ADMRDEPT).                    *
      *    - SI EL FIRMADO NO ES ESE GERENTE, RESUELVE COMO DELEGADO  *
      *      SI EL GERENTE LE DELEGO Y LA DELEGACION ESTA VIGENTE HOY;*
      *      NUNCA SOBRE SUS PROPIAS VACACIONES                       *
      *****************************************************************
       2320-VALIDA-APROBADOR.

           MOVE VRQ0-ORIGEN                 TO DCLUSR-USUARIO

           EXEC SQL
              SELECT VALUE(EMPNO, ' ')
                INTO :DCLUSR-EMPNO
                FROM NEOSB36.USER_PROFILE
               WHERE USUARIO = :DCLUSR-USUARIO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLUSR-EMPNO       TO WS-APROBADOR-EMPNO
               WHEN SQLCODE-88-NOTFND
                    MOVE SPACES             TO WS-APROBADOR-EMPNO
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           PERFORM 2110-LEE-EMPLEADO
              THRU 2110-LEE-EMPLEADO-EXIT

           PERFORM 2325-LEE-GERENTE
              THRU 2325-LEE-GERENTE-EXIT

           IF WS-GERENTE-EMPNO EQUAL VRQ0-EMPNO
              MOVE DCLDEP-ADMRDEPT          TO WS-WORKDEPT
              PERFORM 2325-LEE-GERENTE
                 THRU 2325-LEE-GERENTE-EXIT
           END-IF

           IF WS-APROBADOR-EMPNO NOT EQUAL WS-GERENTE-EMPNO
              AND WS-APROBADOR-EMPNO NOT EQUAL VRQ0-EMPNO
              AND WS-GERENTE-EMPNO NOT EQUAL SPACES
              PERFORM 2328-VERIFICA-DELEGACION
                 THRU 2328-VERIFICA-DELEGACION-EXIT
           END-IF

           IF VRQ0-DELEGANTE NOT EQUAL SPACES
              GO TO 2320-VALIDA-APROBADOR-EXIT
           END-IF

           IF WS-APROBADOR-EMPNO EQUAL SPACES OR LOW-VALUES
              OR WS-APROBADOR-EMPNO NOT EQUAL WS-GERENTE-EMPNO
              OR WS-APROBADOR-EMPNO EQUAL VRQ0-EMPNO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-APROBADOR             TO RET0-VAR1-ERROR
              MOVE ME-NO-ES-GERENTE         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2320-VALIDA-APROBADOR-EXIT.
           EXIT.

      *****************************************************************
      *                     2325-LEE-GERENTE                          *
      *****************************************************************
       2325-LEE-GERENTE.

           MOVE SPACES                      TO WS-GERENTE-EMPNO
           MOVE WS-WORKDEPT                 TO DCLDEP-DEPTNO

           EXEC SQL
              SELECT VALUE(MGRNO, ' '),
                     ADMRDEPT
                INTO :DCLDEP-MGRNO,
                     :DCLDEP-ADMRDEPT
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :DCLDEP-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLDEP-MGRNO       TO WS-GERENTE-EMPNO
               WHEN SQLCODE-88-NOTFND
                    MOVE SPACES             TO DCLDEP-ADMRDEPT
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2325-LEE-GERENTE-EXIT.
           EXIT.

      *****************************************************************
      *                  2328-VERIFICA-DELEGACION                     *
      *****************************************************************
       2328-VERIFICA-DELEGACION.

           INITIALIZE WS-NEECDLG0-01
           SET DLG0-88-VERIFICA             TO TRUE
           SET DLG0-88-REQ-GERENTE          TO TRUE
           MOVE VRQ0-ORIGEN                 TO DLG0-DELEGADO
           MOVE WS-GERENTE-EMPNO            TO DLG0-GERENTE-EMPNO
           MOVE VRQ0-EMPNO                  TO DLG0-EMPNO

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           EVALUATE TRUE
               WHEN DLG0-88-OK
                    MOVE DLG0-DELEGANTE     TO VRQ0-DELEGANTE
               WHEN DLG0-88-ERROR-DB2
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-TABLA-DLU       TO RET0-TABLENAME
                    PERFORM 3000-FIN
           END-EVALUATE.

       2328-VERIFICA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                  2340-REGISTRA-DELEGACION                     *
      *                                                                *
      *    - DEJA EN APPR_DELEG_USE LA RESOLUCION HECHA POR DELEGACION*
      *****************************************************************
       2340-REGISTRA-DELEGACION.

           INITIALIZE WS-NEECDLG0-01
           SET DLG0-88-REGISTRA-USO         TO TRUE
           MOVE VRQ0-ORIGEN                 TO DLG0-DELEGADO
           MOVE VRQ0-DELEGANTE              TO DLG0-DELEGANTE
           MOVE CT-TRANSACCION-VAC          TO DLG0-TRANSACCION
           MOVE VRQ0-EMPNO                  TO DLG0-EMPNO
           MOVE DCLVRQ-ESTADO               TO DLG0-ACCION

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           IF NOT DLG0-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TABLA-DLU             TO RET0-TABLENAME
              PERFORM 3000-FIN
           END-IF.

       2340-REGISTRA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                   2330-DESCUENTA-SALDO                        *
      *                                                                *
      *    - VUELVE A CONTROLAR EL SALDO REAL (ACREDITADOS - TOMADOS)  *
      *      Y POSTEA LOS DIAS APROBADOS EN DIASTOMADOS                *
      *****************************************************************
       2330-DESCUENTA-SALDO.

           MOVE VRQ0-EMPNO                  TO DCLVAC-EMPNO

           EXEC SQL
              SELECT DIASACRED,
                     DIASTOMADOS
                INTO :DCLVAC-DIASACRED,
                     :DCLVAC-DIASTOMADOS
                FROM NEOSB36.VAC_BALANCE
               WHERE EMPNO = :DCLVAC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-SALDO-INSUFICIENTE TO RET0-COD-ERROR
                    MOVE CT-DIAS-HABILES    TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           COMPUTE WS-DIAS-DISPONIBLES = DCLVAC-DIASACRED
                                       - DCLVAC-DIASTOMADOS

           IF DCLVRQ-DIASHABILES IS GREATER THAN WS-DIAS-DISPONIBLES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-DIAS-HABILES          TO RET0-VAR1-ERROR
              MOVE ME-SALDO-INSUFICIENTE    TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           EXEC SQL
              UPDATE NEOSB36.VAC_BALANCE
                 SET DIASTOMADOS = DIASTOMADOS + :DCLVRQ-DIASHABILES
               WHERE EMPNO = :DCLVAC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           COMPUTE VRQ0-DIAS-SALDO = WS-DIAS-DISPONIBLES
                                   - DCLVRQ-DIASHABILES.

       2330-DESCUENTA-SALDO-EXIT.
           EXIT.

      *****************************************************************
      *                           3000-FIN                            *
      *****************************************************************
       3000-FIN.

           IF RET0-COD-ERROR NOT EQUAL SPACES AND LOW-VALUES
              PERFORM 3050-BUSCA-MENSAJE
                 THRU 3050-BUSCA-MENSAJE-EXIT
           END-IF

           GOBACK.

      *****************************************************************
      *                      3050-BUSCA-MENSAJE                       *
      *****************************************************************
       3050-BUSCA-MENSAJE.

           MOVE MSG0-DESCONOCIDO             TO RET0-DESERROR
           SET  MSG0-IX                      TO 1

           PERFORM 3060-COMPARA-MENSAJE
              THRU 3060-COMPARA-MENSAJE-EXIT
              VARYING MSG0-IX FROM 1 BY 1
              UNTIL MSG0-IX GREATER THAN MSG0-CANT-ELEMENTOS.

       3050-BUSCA-MENSAJE-EXIT.
           EXIT.

      *****************************************************************
      *                    3060-COMPARA-MENSAJE                       *
      *****************************************************************
       3060-COMPARA-MENSAJE.

           IF RET0-COD-ERROR EQUAL MSG0-CODIGO (MSG0-IX)
              MOVE MSG0-TEXTO (MSG0-IX)      TO RET0-DESERROR
           END-IF.

       3060-COMPARA-MENSAJE-EXIT.
           EXIT.

      *****************************************************************
      *                          9800-ABEND-DB2                       *
      *****************************************************************
       9800-ABEND-DB2.

           MOVE SQLCAID                     TO RET0-SQLCAID
           MOVE SQLCODE                     TO RET0-SQLCODE
           MOVE SQLERRM                     TO RET0-SQLERRM
           MOVE CT-TABLA-VRQ                TO RET0-TABLENAME

           GOBACK.
