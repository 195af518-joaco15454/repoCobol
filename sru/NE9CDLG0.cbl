      *****************************************************************
      * Program name:    NE9CDLG0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Approval delegation *
      *                          over NEOSB36.APPR_DELEG: an approver *
      *                          registers a delegate user and a date *
      *                          range, the approval steps verify the *
      *                          delegation in force for the signed-on*
      *                          user and log each approval made      *
      *                          under delegation in APPR_DELEG_USE.  *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CDLG0.
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
              88 SQLCODE-88-FECHA-INVALIDA               VALUE -180
                                                               -181.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(09) COMP VALUE ZERO.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-DELEG-ACTIVA            PIC X(01) VALUE 'A'.
           05 CT-DELEG-CANCELADA         PIC X(01) VALUE 'X'.
           05 CT-NIVEL-APROBACION        PIC X(01) VALUE 'A'.
           05 CT-NIVEL-CONSULTA          PIC X(01) VALUE 'C'.

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

           EXEC SQL
              INCLUDE NEGTUSR
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECDLG-01.
           COPY NEECDLG0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECDLG-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           MOVE '00'                        TO DLG0-COD-RET

           IF DLG0-EMPNO EQUAL LOW-VALUES
              MOVE SPACES                   TO DLG0-EMPNO
           END-IF

           EVALUATE TRUE
               WHEN DLG0-88-ALTA
                    PERFORM 2100-ALTA-DELEGACION
                       THRU 2100-ALTA-DELEGACION-EXIT
               WHEN DLG0-88-BAJA
                    PERFORM 2200-BAJA-DELEGACION
                       THRU 2200-BAJA-DELEGACION-EXIT
               WHEN DLG0-88-CONSULTA
                    PERFORM 2300-CONSULTA-DELEGACION
                       THRU 2300-CONSULTA-DELEGACION-EXIT
               WHEN DLG0-88-VERIFICA
                    PERFORM 2400-VERIFICA-DELEGACION
                       THRU 2400-VERIFICA-DELEGACION-EXIT
               WHEN DLG0-88-REGISTRA-USO
                    PERFORM 2500-REGISTRA-USO
                       THRU 2500-REGISTRA-USO-EXIT
               WHEN OTHER
                    MOVE '20'               TO DLG0-COD-RET
           END-EVALUATE

           GOBACK.

      *****************************************************************
      *                   2100-ALTA-DELEGACION                        *
      *                                                               *
      *    - EL DELEGANTE DEBE SER APROBADOR: NIVEL 'A' O GERENTE     *
      *      (MGRNO) DE ALGUN DEPARTAMENTO                            *
      *    - EL DELEGADO DEBE SER OTRO USUARIO REGISTRADO Y CON       *
      *      NIVEL DE MANTENIMIENTO O APROBACION                      *
      *    - LAS FECHAS DEBEN SER VALIDAS, DESDE <= HASTA Y HASTA NO  *
      *      PUEDE SER ANTERIOR A HOY; NO PUEDE SUPERPONERSE CON OTRA *
      *      DELEGACION ACTIVA DEL MISMO DELEGANTE                    *
      *****************************************************************
       2100-ALTA-DELEGACION.

           IF DLG0-DELEGANTE EQUAL SPACES OR LOW-VALUES
              MOVE '10'                     TO DLG0-COD-RET
              GO TO 2100-ALTA-DELEGACION-EXIT
           END-IF

           IF DLG0-DELEGADO EQUAL SPACES OR LOW-VALUES
              OR DLG0-DELEGADO EQUAL DLG0-DELEGANTE
              MOVE '11'                     TO DLG0-COD-RET
              GO TO 2100-ALTA-DELEGACION-EXIT
           END-IF

           IF DLG0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              OR DLG0-FECHA-HASTA EQUAL SPACES OR LOW-VALUES
              MOVE '12'                     TO DLG0-COD-RET
              GO TO 2100-ALTA-DELEGACION-EXIT
           END-IF

           PERFORM 2110-VERIFICA-DELEGANTE
              THRU 2110-VERIFICA-DELEGANTE-EXIT

           IF NOT DLG0-88-OK
              GO TO 2100-ALTA-DELEGACION-EXIT
           END-IF

           PERFORM 2120-VERIFICA-DELEGADO
              THRU 2120-VERIFICA-DELEGADO-EXIT

           IF NOT DLG0-88-OK
              GO TO 2100-ALTA-DELEGACION-EXIT
           END-IF

           PERFORM 2130-VERIFICA-FECHAS
              THRU 2130-VERIFICA-FECHAS-EXIT

           IF NOT DLG0-88-OK
              GO TO 2100-ALTA-DELEGACION-EXIT
           END-IF

           MOVE DLG0-DELEGANTE              TO DCLDLG-DELEGANTE
           MOVE DLG0-FECHA-DESDE            TO DCLDLG-FECHADESDE
           MOVE DLG0-FECHA-HASTA            TO DCLDLG-FECHAHASTA
           MOVE DLG0-DELEGADO               TO DCLDLG-DELEGADO
           MOVE CT-DELEG-ACTIVA             TO DCLDLG-ESTADO

           EXEC SQL
              INSERT INTO NEOSB36.APPR_DELEG
              (
                    DELEGANTE,
                    FECHADESDE,
                    FECHAHASTA,
                    DELEGADO,
                    ESTADO,
                    FECHAALTA,
                    FECHAESTADO
              )
              VALUES
              (
                   :DCLDLG-DELEGANTE,
                   :DCLDLG-FECHADESDE,
                   :DCLDLG-FECHAHASTA,
                   :DCLDLG-DELEGADO,
                   :DCLDLG-ESTADO,
                    CURRENT TIMESTAMP,
                    CURRENT TIMESTAMP
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE CT-DELEG-ACTIVA    TO DLG0-ESTADO
               WHEN SQLCODE-88-DUPLICATED
                    MOVE '13'               TO DLG0-COD-RET
               WHEN OTHER
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
           END-EVALUATE.

       2100-ALTA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                   2110-VERIFICA-DELEGANTE                     *
      *****************************************************************
       2110-VERIFICA-DELEGANTE.

           MOVE DLG0-DELEGANTE              TO DCLUSR-USUARIO
           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.USER_PROFILE U
               WHERE U.USUARIO = :DCLUSR-USUARIO
                 AND (U.NIVEL = :CT-NIVEL-APROBACION
                      OR EXISTS
                         (SELECT 1
                            FROM NEOSB36.DEPT D
                           WHERE D.MGRNO = U.EMPNO))
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN NOT SQLCODE-88-OK
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
               WHEN WS-CONTADOR EQUAL ZEROS
                    MOVE '10'               TO DLG0-COD-RET
           END-EVALUATE.

       2110-VERIFICA-DELEGANTE-EXIT.
           EXIT.

      *****************************************************************
      *                   2120-VERIFICA-DELEGADO                      *
      *****************************************************************
       2120-VERIFICA-DELEGADO.

           MOVE DLG0-DELEGADO               TO DCLUSR-USUARIO

           EXEC SQL
              SELECT NIVEL
                INTO :DCLUSR-NIVEL
                FROM NEOSB36.USER_PROFILE
               WHERE USUARIO = :DCLUSR-USUARIO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    IF DCLUSR-NIVEL EQUAL CT-NIVEL-CONSULTA
                       MOVE '11'            TO DLG0-COD-RET
                    END-IF
               WHEN SQLCODE-88-NOTFND
                    MOVE '11'               TO DLG0-COD-RET
               WHEN OTHER
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
           END-EVALUATE.

       2120-VERIFICA-DELEGADO-EXIT.
           EXIT.

      *****************************************************************
      *                    2130-VERIFICA-FECHAS                       *
      *****************************************************************
       2130-VERIFICA-FECHAS.

           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:DLG0-FECHA-DESDE)
                                     <= DATE(:DLG0-FECHA-HASTA)
                 AND DATE(:DLG0-FECHA-HASTA) >= CURRENT DATE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-FECHA-INVALIDA
                    MOVE '12'               TO DLG0-COD-RET
               WHEN NOT SQLCODE-88-OK
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
               WHEN WS-CONTADOR EQUAL ZEROS
                    MOVE '12'               TO DLG0-COD-RET
           END-EVALUATE

           IF NOT DLG0-88-OK
              GO TO 2130-VERIFICA-FECHAS-EXIT
           END-IF

           MOVE DLG0-DELEGANTE              TO DCLDLG-DELEGANTE
           MOVE DLG0-FECHA-DESDE            TO DCLDLG-FECHADESDE
           MOVE DLG0-FECHA-HASTA            TO DCLDLG-FECHAHASTA
           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.APPR_DELEG
               WHERE DELEGANTE  = :DCLDLG-DELEGANTE
                 AND ESTADO     = :CT-DELEG-ACTIVA
                 AND FECHADESDE <= :DCLDLG-FECHAHASTA
                 AND FECHAHASTA >= :DCLDLG-FECHADESDE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN NOT SQLCODE-88-OK
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
               WHEN WS-CONTADOR IS GREATER THAN ZEROS
                    MOVE '13'               TO DLG0-COD-RET
           END-EVALUATE.

       2130-VERIFICA-FECHAS-EXIT.
           EXIT.

      *****************************************************************
      *                   2200-BAJA-DELEGACION                        *
      *                                                               *
      *    - CANCELA LA DELEGACION ACTIVA Y NO VENCIDA DEL DELEGANTE  *
      *****************************************************************
       2200-BAJA-DELEGACION.

           MOVE DLG0-DELEGANTE              TO DCLDLG-DELEGANTE

           EXEC SQL
              UPDATE NEOSB36.APPR_DELEG
                 SET ESTADO      = :CT-DELEG-CANCELADA,
                     FECHAESTADO = CURRENT TIMESTAMP
               WHERE DELEGANTE   = :DCLDLG-DELEGANTE
                 AND ESTADO      = :CT-DELEG-ACTIVA
                 AND FECHAHASTA >= CURRENT DATE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE CT-DELEG-CANCELADA TO DLG0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    MOVE '20'               TO DLG0-COD-RET
               WHEN OTHER
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
           END-EVALUATE.

       2200-BAJA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                 2300-CONSULTA-DELEGACION                      *
      *                                                               *
      *    - DEVUELVE LA PRIMERA DELEGACION ACTIVA Y NO VENCIDA DEL   *
      *      DELEGANTE                                                *
      *****************************************************************
       2300-CONSULTA-DELEGACION.

           MOVE DLG0-DELEGANTE              TO DCLDLG-DELEGANTE

           EXEC SQL
              SELECT DELEGADO,
                     CHAR(FECHADESDE, ISO),
                     CHAR(FECHAHASTA, ISO),
                     ESTADO
                INTO :DCLDLG-DELEGADO,
                     :DCLDLG-FECHADESDE,
                     :DCLDLG-FECHAHASTA,
                     :DCLDLG-ESTADO
                FROM NEOSB36.APPR_DELEG
               WHERE DELEGANTE   = :DCLDLG-DELEGANTE
                 AND ESTADO      = :CT-DELEG-ACTIVA
                 AND FECHAHASTA >= CURRENT DATE
               ORDER BY FECHADESDE
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLDLG-DELEGADO    TO DLG0-DELEGADO
                    MOVE DCLDLG-FECHADESDE  TO DLG0-FECHA-DESDE
                    MOVE DCLDLG-FECHAHASTA  TO DLG0-FECHA-HASTA
                    MOVE DCLDLG-ESTADO      TO DLG0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    MOVE '20'               TO DLG0-COD-RET
               WHEN OTHER
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
           END-EVALUATE.

       2300-CONSULTA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                 2400-VERIFICA-DELEGACION                      *
      *                                                               *
      *    - BUSCA UNA DELEGACION ACTIVA EN EL DELEGADO CUYO RANGO    *
      *      INCLUYA LA FECHA DE HOY.  EL DELEGANTE DEBE CONSERVAR    *
      *      HOY SU NIVEL DE APROBACION ('N') O SER EL GERENTE PEDIDO *
      *      ('G'), Y NUNCA SER EL EMPLEADO QUE SE ESTA APROBANDO     *
      *****************************************************************
       2400-VERIFICA-DELEGACION.

           MOVE SPACES                      TO DLG0-DELEGANTE
                                               DLG0-DELEGANTE-EMPNO
           MOVE DLG0-DELEGADO               TO DCLDLG-DELEGADO

           IF DLG0-88-REQ-GERENTE
              PERFORM 2420-BUSCA-POR-GERENTE
                 THRU 2420-BUSCA-POR-GERENTE-EXIT
           ELSE
              PERFORM 2410-BUSCA-POR-NIVEL
                 THRU 2410-BUSCA-POR-NIVEL-EXIT
           END-IF

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLDLG-DELEGANTE   TO DLG0-DELEGANTE
                    MOVE DCLUSR-EMPNO       TO DLG0-DELEGANTE-EMPNO
                    MOVE DCLDLG-FECHADESDE  TO DLG0-FECHA-DESDE
                    MOVE DCLDLG-FECHAHASTA  TO DLG0-FECHA-HASTA
                    MOVE CT-DELEG-ACTIVA    TO DLG0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    MOVE '20'               TO DLG0-COD-RET
               WHEN OTHER
                    MOVE '99'               TO DLG0-COD-RET
                    DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
           END-EVALUATE.

       2400-VERIFICA-DELEGACION-EXIT.
           EXIT.

      *****************************************************************
      *                    2410-BUSCA-POR-NIVEL                       *
      *****************************************************************
       2410-BUSCA-POR-NIVEL.

           EXEC SQL
              SELECT G.DELEGANTE,
                     VALUE(U.EMPNO, ' '),
                     CHAR(G.FECHADESDE, ISO),
                     CHAR(G.FECHAHASTA, ISO)
                INTO :DCLDLG-DELEGANTE,
                     :DCLUSR-EMPNO,
                     :DCLDLG-FECHADESDE,
                     :DCLDLG-FECHAHASTA
                FROM NEOSB36.APPR_DELEG   G,
                     NEOSB36.USER_PROFILE U
               WHERE G.DELEGADO  = :DCLDLG-DELEGADO
                 AND G.ESTADO    = :CT-DELEG-ACTIVA
                 AND CURRENT DATE BETWEEN G.FECHADESDE
                                      AND G.FECHAHASTA
                 AND U.USUARIO   = G.DELEGANTE
                 AND U.NIVEL     = :CT-NIVEL-APROBACION
                 AND VALUE(U.EMPNO, ' ') <> :DLG0-EMPNO
               ORDER BY G.FECHADESDE
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       2410-BUSCA-POR-NIVEL-EXIT.
           EXIT.

      *****************************************************************
      *                   2420-BUSCA-POR-GERENTE                      *
      *****************************************************************
       2420-BUSCA-POR-GERENTE.

           EXEC SQL
              SELECT G.DELEGANTE,
                     VALUE(U.EMPNO, ' '),
                     CHAR(G.FECHADESDE, ISO),
                     CHAR(G.FECHAHASTA, ISO)
                INTO :DCLDLG-DELEGANTE,
                     :DCLUSR-EMPNO,
                     :DCLDLG-FECHADESDE,
                     :DCLDLG-FECHAHASTA
                FROM NEOSB36.APPR_DELEG   G,
                     NEOSB36.USER_PROFILE U
               WHERE G.DELEGADO  = :DCLDLG-DELEGADO
                 AND G.ESTADO    = :CT-DELEG-ACTIVA
                 AND CURRENT DATE BETWEEN G.FECHADESDE
                                      AND G.FECHAHASTA
                 AND U.USUARIO   = G.DELEGANTE
                 AND U.EMPNO     = :DLG0-GERENTE-EMPNO
                 AND U.EMPNO    <> :DLG0-EMPNO
               ORDER BY G.FECHADESDE
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       2420-BUSCA-POR-GERENTE-EXIT.
           EXIT.

      *****************************************************************
      *                     2500-REGISTRA-USO                         *
      *                                                               *
      *    - DEJA LA APROBACION HECHA POR DELEGACION PARA AUDITORIA   *
      *****************************************************************
       2500-REGISTRA-USO.

           MOVE DLG0-DELEGADO               TO DCLDLU-DELEGADO
           MOVE DLG0-DELEGANTE              TO DCLDLU-DELEGANTE
           MOVE DLG0-TRANSACCION            TO DCLDLU-TRANSACCION
           MOVE DLG0-EMPNO                  TO DCLDLU-EMPNO
           MOVE DLG0-ACCION                 TO DCLDLU-ACCION

           EXEC SQL
              INSERT INTO NEOSB36.APPR_DELEG_USE
              (
                    DELEGADO,
                    FECHAUSO,
                    DELEGANTE,
                    TRANSACCION,
                    EMPNO,
                    ACCION
              )
              VALUES
              (
                   :DCLDLU-DELEGADO,
                    CURRENT TIMESTAMP,
                   :DCLDLU-DELEGANTE,
                   :DCLDLU-TRANSACCION,
                   :DCLDLU-EMPNO,
                   :DCLDLU-ACCION
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE '99'                     TO DLG0-COD-RET
              DISPLAY 'NE9CDLG0: ERROR DB2. SQLCODE=' SQLCODE
           END-IF.

       2500-REGISTRA-USO-EXIT.
           EXIT.
