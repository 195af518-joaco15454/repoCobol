      *****************************************************************
      * Program name:    NE9CREQ0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Maintenance of the  *
      *                          hiring requisitions                  *
      *                          (NEOSB36.REQUISITION) for the NE34   *
      *                          screen: open, inquire, change and    *
      *                          cancel.  A requisition is opened     *
      *                          only against a free authorized       *
      *                          position of DEPT_POSITIONS (active   *
      *                          staff plus open requisitions below   *
      *                          the authorized headcount); it is     *
      *                          filled by the hire in NE9CEMP0.      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CREQ0.
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
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CREQ0'.
           05 CT-TABLA-REQ               PIC X(08) VALUE 'REQUISIT'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-REQID                   PIC X(05) VALUE 'REQID'.
           05 CT-DEPTNO                  PIC X(06) VALUE 'DEPTNO'.
           05 CT-JOB                     PIC X(03) VALUE 'JOB'.
           05 CT-SALARIO                 PIC X(07) VALUE 'SALARIO'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-JOB-ACTIVO              PIC X(01) VALUE 'A'.
           05 CT-REQ-ABIERTA             PIC X(01) VALUE 'A'.
           05 CT-REQ-CANCELADA           PIC X(01) VALUE 'X'.
           05 CT-FECHA-ABIERTA           PIC X(10) VALUE '9999-12-31'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(09) COMP VALUE ZERO.
           05 WS-OCUPADAS                PIC S9(09) COMP VALUE ZERO.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-DEPTO-INEXISTENTE       PIC X(07) VALUE 'NEE2110'.
           05 ME-JOB-NO-CATALOGADO       PIC X(07) VALUE 'NEE2170'.
           05 ME-FUERA-DE-GRADO          PIC X(07) VALUE 'NEE2174'.
           05 ME-DOTACION-LLENA          PIC X(07) VALUE 'NEE2176'.
           05 ME-REQ-NO-ABIERTA          PIC X(07) VALUE 'NEE2192'.

       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPOS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTGRD
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTREQ
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECREQ-01.
           COPY NEECREQ0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECREQ-01 WS-NEECRET0-01.

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
      *                         1000-INICIO                           *
      *****************************************************************
       1000-INICIO.

           INITIALIZE WS-NEECRET0-01
           MOVE ZEROES                      TO WS-CONTADOR
           SET        RET0-88-OK            TO TRUE

           PERFORM 1200-VALIDA-OBLIGATORIOS
              THRU 1200-VALIDA-OBLIGATORIOS-EXIT.

      *****************************************************************
      *                        1000-INICIO-EXIT                       *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.

      *****************************************************************
      *                  1200-VALIDA-CAMPOS-OBLIGATORIOS              *
      *****************************************************************
       1200-VALIDA-OBLIGATORIOS.

           IF REQ0-OPCION EQUAL SPACES OR LOW-VALUES
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF REQ0-REQID EQUAL SPACES OR LOW-VALUES
              MOVE CT-REQID                 TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF NOT REQ0-88-CREATE AND NOT REQ0-88-UPDATE
              GO TO 1200-VALIDA-OBLIGATORIOS-EXIT
           END-IF

           IF REQ0-88-CREATE
              AND (REQ0-DEPTNO EQUAL SPACES OR LOW-VALUES)
              MOVE CT-DEPTNO                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF REQ0-JOB EQUAL SPACES OR LOW-VALUES
              MOVE CT-JOB                   TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF REQ0-SALARIO NOT GREATER THAN ZEROS
              MOVE CT-SALARIO               TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF.

       1200-VALIDA-OBLIGATORIOS-EXIT.
           EXIT.

      *****************************************************************
      *                       1290-FALTA-CAMPO                        *
      *                                                                *
      *    - DEVUELVE CAMPO OBLIGATORIO CON EL NOMBRE DEL CAMPO YA     *
      *      CARGADO EN RET0-VAR1-ERROR Y TERMINA                      *
      *****************************************************************
       1290-FALTA-CAMPO.

           SET RET0-88-COD-ERROR            TO TRUE
           MOVE CT-RUTINA                   TO RET0-PROGRAMA
           MOVE ME-CAMPO-OBLIGATORIO        TO RET0-COD-ERROR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           EVALUATE TRUE
               WHEN REQ0-88-CREATE
                    PERFORM 2100-CREATE-REQ
                       THRU 2100-CREATE-REQ-EXIT
               WHEN REQ0-88-READ
                    PERFORM 2200-READ-REQ
                       THRU 2200-READ-REQ-EXIT
               WHEN REQ0-88-UPDATE
                    PERFORM 2300-UPDATE-REQ
                       THRU 2300-UPDATE-REQ-EXIT
               WHEN REQ0-88-DELETE
                    PERFORM 2400-CANCELA-REQ
                       THRU 2400-CANCELA-REQ-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    MOVE CT-OPCION             TO RET0-VAR1-ERROR
                    MOVE ME-OPCION-INVALIDA    TO RET0-COD-ERROR

                    PERFORM 3000-FIN

           END-EVALUATE.

      *****************************************************************
      *                         2000-PROCESO-EXIT                     *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.

      *****************************************************************
      *                        2100-CREATE-REQ                        *
      *                                                                *
      *    - APERTURA DE LA REQUISICION, CON FECHA DE HOY Y SIN        *
      *      EMPLEADO NI FECHA DE CIERRE                               *
      *****************************************************************
       2100-CREATE-REQ.

           PERFORM 2110-VALIDA-DEPTO
              THRU 2110-VALIDA-DEPTO-EXIT

           PERFORM 2120-VALIDA-PUESTO
              THRU 2120-VALIDA-PUESTO-EXIT

           PERFORM 2130-VALIDA-POSICION-LIBRE
              THRU 2130-VALIDA-POSICION-LIBRE-EXIT

           MOVE REQ0-REQID                  TO DCLREQ-REQID
           MOVE REQ0-DEPTNO                 TO DCLREQ-DEPTNO
           MOVE REQ0-JOB                    TO DCLREQ-JOB
           MOVE REQ0-SALARIO                TO DCLREQ-SALARIO
           MOVE CT-REQ-ABIERTA              TO DCLREQ-ESTADO
           MOVE SPACES                      TO DCLREQ-EMPNO
           MOVE CT-FECHA-ABIERTA            TO DCLREQ-FECHACIERRE

           PERFORM 2150-ARMA-USUARIO
              THRU 2150-ARMA-USUARIO-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.REQUISITION
              (
                    REQID,
                    DEPTNO,
                    JOB,
                    SALARIO,
                    FECHAAPERTURA,
                    ESTADO,
                    EMPNO,
                    FECHACIERRE,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLREQ-REQID,
                   :DCLREQ-DEPTNO,
                   :DCLREQ-JOB,
                   :DCLREQ-SALARIO,
                   CURRENT DATE,
                   :DCLREQ-ESTADO,
                   :DCLREQ-EMPNO,
                   :DCLREQ-FECHACIERRE,
                   :DCLREQ-USUARIOCAMBIO,
                   CURRENT TIMESTAMP
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLREQ-ESTADO      TO REQ0-ESTADO
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    MOVE REQ0-REQID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-CREATE-REQ-EXIT.
           EXIT.

      *****************************************************************
      *                      2110-VALIDA-DEPTO                        *
      *****************************************************************
       2110-VALIDA-DEPTO.

           MOVE ZEROES                      TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :REQ0-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-CONTADOR EQUAL ZEROES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE REQ0-DEPTNO              TO RET0-VAR1-ERROR
              MOVE ME-DEPTO-INEXISTENTE     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-DEPTO-EXIT.
           EXIT.

      *****************************************************************
      *                      2120-VALIDA-PUESTO                       *
      *                                                                *
      *    - EL PUESTO DEBE ESTAR VIGENTE EN JOB_CATALOG Y EL SALARIO  *
      *      PEDIDO DENTRO DEL GRADO DEL PUESTO, SI LO TIENE           *
      *****************************************************************
       2120-VALIDA-PUESTO.

           MOVE ZEROES                      TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.JOB_CATALOG
               WHERE JOBCODE = :REQ0-JOB
                 AND ESTADO  = :CT-JOB-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-CONTADOR EQUAL ZEROES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-JOB                   TO RET0-VAR1-ERROR
              MOVE ME-JOB-NO-CATALOGADO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE REQ0-JOB                    TO DCLGRD-JOBCODE

           EXEC SQL
              SELECT GRADOMIN,
                     GRADOMAX
                INTO :DCLGRD-GRADOMIN,
                     :DCLGRD-GRADOMAX
                FROM NEOSB36.SALARY_GRADE
               WHERE JOBCODE = :DCLGRD-JOBCODE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    IF REQ0-SALARIO IS LESS THAN DCLGRD-GRADOMIN
                       OR REQ0-SALARIO IS GREATER THAN DCLGRD-GRADOMAX
                       SET RET0-88-COD-ERROR TO TRUE
                       MOVE CT-RUTINA        TO RET0-PROGRAMA
                       MOVE CT-SALARIO       TO RET0-VAR1-ERROR
                       MOVE ME-FUERA-DE-GRADO TO RET0-COD-ERROR
                       PERFORM 3000-FIN
                    END-IF
               WHEN SQLCODE-88-NOTFND
                    CONTINUE
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-VALIDA-PUESTO-EXIT.
           EXIT.

      *****************************************************************
      *                  2130-VALIDA-POSICION-LIBRE                   *
      *                                                                *
      *    - EL DEPARTAMENTO DEBE TENER DOTACION AUTORIZADA Y UNA      *
      *      POSICION LIBRE: ACTIVOS MAS REQUISICIONES ABIERTAS POR    *
      *      DEBAJO DE LOS AUTORIZADOS.  SIN FILA EN DEPT_POSITIONS    *
      *      NO HAY POSICION QUE CUBRIR                                *
      *****************************************************************
       2130-VALIDA-POSICION-LIBRE.

           MOVE REQ0-DEPTNO                 TO DCLPOS-DEPTNO

           EXEC SQL
              SELECT AUTORIZADOS
                INTO :DCLPOS-AUTORIZADOS
                FROM NEOSB36.DEPT_POSITIONS
               WHERE DEPTNO = :DCLPOS-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    MOVE ZEROES             TO DCLPOS-AUTORIZADOS
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           MOVE ZEROES                      TO WS-OCUPADAS

           EXEC SQL
              SELECT (SELECT COUNT(*)
                        FROM NEOSB36.EMP
                       WHERE WORKDEPT  = :DCLPOS-DEPTNO
                         AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.REQUISITION
                       WHERE DEPTNO = :DCLPOS-DEPTNO
                         AND ESTADO = :CT-REQ-ABIERTA)
                INTO :WS-OCUPADAS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-OCUPADAS IS NOT LESS THAN DCLPOS-AUTORIZADOS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE REQ0-DEPTNO              TO RET0-VAR1-ERROR
              MOVE ME-DOTACION-LLENA        TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2130-VALIDA-POSICION-LIBRE-EXIT.
           EXIT.

      *****************************************************************
      *                       2150-ARMA-USUARIO                       *
      *****************************************************************
       2150-ARMA-USUARIO.

           IF REQ0-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLREQ-USUARIOCAMBIO
           ELSE
              MOVE REQ0-USUARIO             TO DCLREQ-USUARIOCAMBIO
           END-IF.

       2150-ARMA-USUARIO-EXIT.
           EXIT.

      *****************************************************************
      *                        2200-READ-REQ                          *
      *****************************************************************
       2200-READ-REQ.

           MOVE REQ0-REQID                  TO DCLREQ-REQID

           EXEC SQL
              SELECT DEPTNO,
                     JOB,
                     SALARIO,
                     CHAR(FECHAAPERTURA, ISO),
                     ESTADO,
                     EMPNO,
                     CHAR(FECHACIERRE, ISO)
                INTO :DCLREQ-DEPTNO,
                     :DCLREQ-JOB,
                     :DCLREQ-SALARIO,
                     :DCLREQ-FECHAAPERTURA,
                     :DCLREQ-ESTADO,
                     :DCLREQ-EMPNO,
                     :DCLREQ-FECHACIERRE
                FROM NEOSB36.REQUISITION
               WHERE REQID = :DCLREQ-REQID
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLREQ-DEPTNO      TO REQ0-DEPTNO
                    MOVE DCLREQ-ESTADO      TO REQ0-ESTADO
                    MOVE DCLREQ-EMPNO       TO REQ0-EMPNO
                    MOVE DCLREQ-FECHAAPERTURA
                                            TO REQ0-FECHA-APERTURA
                    IF DCLREQ-FECHACIERRE EQUAL CT-FECHA-ABIERTA
                       MOVE SPACES          TO REQ0-FECHA-CIERRE
                    ELSE
                       MOVE DCLREQ-FECHACIERRE
                                            TO REQ0-FECHA-CIERRE
                    END-IF
                    IF REQ0-88-READ
                       MOVE DCLREQ-JOB      TO REQ0-JOB
                       MOVE DCLREQ-SALARIO  TO REQ0-SALARIO
                    END-IF
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE REQ0-REQID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-READ-REQ-EXIT.
           EXIT.

      *****************************************************************
      *                      2250-VALIDA-ABIERTA                      *
      *                                                                *
      *    - SOLO UNA REQUISICION ABIERTA SE MODIFICA O CANCELA        *
      *****************************************************************
       2250-VALIDA-ABIERTA.

           PERFORM 2200-READ-REQ
              THRU 2200-READ-REQ-EXIT

           IF NOT REQ0-88-ABIERTA
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE REQ0-REQID               TO RET0-VAR1-ERROR
              MOVE ME-REQ-NO-ABIERTA        TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2250-VALIDA-ABIERTA-EXIT.
           EXIT.

      *****************************************************************
      *                        2300-UPDATE-REQ                        *
      *                                                                *
      *    - CAMBIA EL PUESTO O EL SALARIO PEDIDO DE UNA REQUISICION   *
      *      ABIERTA.  EL DEPARTAMENTO NO CAMBIA: LA POSICION ES DEL   *
      *      DEPARTAMENTO QUE LA ABRIO                                 *
      *****************************************************************
       2300-UPDATE-REQ.

           PERFORM 2250-VALIDA-ABIERTA
              THRU 2250-VALIDA-ABIERTA-EXIT

           PERFORM 2120-VALIDA-PUESTO
              THRU 2120-VALIDA-PUESTO-EXIT

           MOVE REQ0-REQID                  TO DCLREQ-REQID
           MOVE REQ0-JOB                    TO DCLREQ-JOB
           MOVE REQ0-SALARIO                TO DCLREQ-SALARIO

           PERFORM 2150-ARMA-USUARIO
              THRU 2150-ARMA-USUARIO-EXIT

           EXEC SQL
              UPDATE NEOSB36.REQUISITION
                 SET JOB           = :DCLREQ-JOB,
                     SALARIO       = :DCLREQ-SALARIO,
                     USUARIOCAMBIO = :DCLREQ-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE REQID  = :DCLREQ-REQID
                 AND ESTADO = :CT-REQ-ABIERTA
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REQ-NO-ABIERTA  TO RET0-COD-ERROR
                    MOVE REQ0-REQID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-UPDATE-REQ-EXIT.
           EXIT.

      *****************************************************************
      *                       2400-CANCELA-REQ                        *
      *                                                                *
      *    - CANCELACION (ESTADO = 'X') CON FECHA DE CIERRE DE HOY;    *
      *      LIBERA LA POSICION.  EL REGISTRO SE CONSERVA              *
      *****************************************************************
       2400-CANCELA-REQ.

           PERFORM 2250-VALIDA-ABIERTA
              THRU 2250-VALIDA-ABIERTA-EXIT

           MOVE REQ0-REQID                  TO DCLREQ-REQID

           PERFORM 2150-ARMA-USUARIO
              THRU 2150-ARMA-USUARIO-EXIT

           EXEC SQL
              UPDATE NEOSB36.REQUISITION
                 SET ESTADO        = :CT-REQ-CANCELADA,
                     FECHACIERRE   = CURRENT DATE,
                     USUARIOCAMBIO = :DCLREQ-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE REQID  = :DCLREQ-REQID
                 AND ESTADO = :CT-REQ-ABIERTA
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE CT-REQ-CANCELADA   TO REQ0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REQ-NO-ABIERTA  TO RET0-COD-ERROR
                    MOVE REQ0-REQID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-CANCELA-REQ-EXIT.
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
      *                                                                *
      *    - TRADUCE EL CODIGO NEA/NEE DEVUELTO A UN TEXTO LEGIBLE    *
      *      PARA QUE LOS PROGRAMAS QUE CONSUMEN NEECRET0 NO TENGAN   *
      *      QUE MOSTRAR EL CODIGO EN FORMA CRUDA                     *
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
           MOVE CT-TABLA-REQ                TO RET0-TABLENAME

           GOBACK.
