      *****************************************************************
      * Program name:    NE9CCWK0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Maintenance of the  *
      *                          contingent worker register           *
      *                          (NEOSB36.CONT_WORKER: contractors    *
      *                          and agency temps, kept out of EMP)   *
      *                          for the NE31 screen: add, inquire,   *
      *                          change and close a contract.  The    *
      *                          department must exist and the        *
      *                          sponsoring manager must be an active *
      *                          employee.                            *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CCWK0.
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
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CCWK0'.
           05 CT-TABLA-CWK               PIC X(08) VALUE 'CONTWORK'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-CWKID                   PIC X(05) VALUE 'CWKID'.
           05 CT-NOMBRE                  PIC X(06) VALUE 'NOMBRE'.
           05 CT-AGENCIA                 PIC X(07) VALUE 'AGENCIA'.
           05 CT-DEPTNO                  PIC X(06) VALUE 'DEPTNO'.
           05 CT-FECHA-INICIO            PIC X(12) VALUE 'FECHA INICIO'.
           05 CT-FECHA-FIN               PIC X(09) VALUE 'FECHA FIN'.
           05 CT-TARIFA                  PIC X(06) VALUE 'TARIFA'.
           05 CT-MGRNO                   PIC X(05) VALUE 'MGRNO'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-CWK-ACTIVO              PIC X(01) VALUE 'A'.
           05 CT-CWK-CERRADO             PIC X(01) VALUE 'C'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(09) COMP VALUE ZERO.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-DEPTO-INEXISTENTE       PIC X(07) VALUE 'NEE2110'.
           05 ME-MGRNO-NO-ACTIVO         PIC X(07) VALUE 'NEE2140'.
           05 ME-FECHA-INVALIDA          PIC X(07) VALUE 'NEE2130'.
           05 ME-FECHAS-INVERTIDAS       PIC X(07) VALUE 'NEE2183'.

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
              INCLUDE NEGTCWK
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECCWK-01.
           COPY NEECCWK0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECCWK-01 WS-NEECRET0-01.

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

           IF CWK0-OPCION EQUAL SPACES OR LOW-VALUES
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CWK0-CWKID EQUAL SPACES OR LOW-VALUES
              MOVE CT-CWKID                 TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF NOT CWK0-88-CREATE AND NOT CWK0-88-UPDATE
              GO TO 1200-VALIDA-OBLIGATORIOS-EXIT
           END-IF

           IF CWK0-NOMBRE EQUAL SPACES OR LOW-VALUES
              MOVE CT-NOMBRE                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CWK0-AGENCIA EQUAL SPACES OR LOW-VALUES
              MOVE CT-AGENCIA               TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CWK0-DEPTNO EQUAL SPACES OR LOW-VALUES
              MOVE CT-DEPTNO                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CWK0-FECHA-INICIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-FECHA-INICIO          TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CWK0-FECHA-FIN EQUAL SPACES OR LOW-VALUES
              MOVE CT-FECHA-FIN             TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CWK0-TARIFA-DIARIA NOT GREATER THAN ZEROS
              MOVE CT-TARIFA                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CWK0-MGRNO EQUAL SPACES OR LOW-VALUES
              MOVE CT-MGRNO                 TO RET0-VAR1-ERROR
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
               WHEN CWK0-88-CREATE
                    PERFORM 2100-CREATE-CWK
                       THRU 2100-CREATE-CWK-EXIT
               WHEN CWK0-88-READ
                    PERFORM 2200-READ-CWK
                       THRU 2200-READ-CWK-EXIT
               WHEN CWK0-88-UPDATE
                    PERFORM 2300-UPDATE-CWK
                       THRU 2300-UPDATE-CWK-EXIT
               WHEN CWK0-88-DELETE
                    PERFORM 2400-CIERRA-CWK
                       THRU 2400-CIERRA-CWK-EXIT
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
      *                        2100-CREATE-CWK                        *
      *                                                                *
      *    - ALTA DE UN CONTRATO, SIEMPRE ACTIVO                       *
      *****************************************************************
       2100-CREATE-CWK.

           PERFORM 2110-VALIDA-CONTRATO
              THRU 2110-VALIDA-CONTRATO-EXIT

           PERFORM 2150-ARMA-DCLGEN
              THRU 2150-ARMA-DCLGEN-EXIT

           MOVE CT-CWK-ACTIVO               TO DCLCWK-ESTADO

           EXEC SQL
              INSERT INTO NEOSB36.CONT_WORKER
              (
                    CWKID,
                    NOMBRE,
                    AGENCIA,
                    DEPTNO,
                    FECHAINICIO,
                    FECHAFIN,
                    TARIFADIARIA,
                    MGRNO,
                    ESTADO,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLCWK-CWKID,
                   :DCLCWK-NOMBRE,
                   :DCLCWK-AGENCIA,
                   :DCLCWK-DEPTNO,
                   :DCLCWK-FECHAINICIO,
                   :DCLCWK-FECHAFIN,
                   :DCLCWK-TARIFADIARIA,
                   :DCLCWK-MGRNO,
                   :DCLCWK-ESTADO,
                   :DCLCWK-USUARIOCAMBIO,
                   CURRENT TIMESTAMP
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLCWK-ESTADO      TO CWK0-ESTADO
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    MOVE CWK0-CWKID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-INICIO    TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-CREATE-CWK-EXIT.
           EXIT.

      *****************************************************************
      *                     2110-VALIDA-CONTRATO                      *
      *                                                                *
      *    - LA FECHA FIN NO PUEDE SER ANTERIOR AL INICIO, EL          *
      *      DEPARTAMENTO DEBE EXISTIR Y EL GERENTE QUE PATROCINA EL   *
      *      CONTRATO DEBE SER UN EMPLEADO ACTIVO                      *
      *****************************************************************
       2110-VALIDA-CONTRATO.

           IF CWK0-FECHA-FIN IS LESS THAN CWK0-FECHA-INICIO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-FIN             TO RET0-VAR1-ERROR
              MOVE ME-FECHAS-INVERTIDAS     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE ZEROES                      TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :CWK0-DEPTNO
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
              MOVE CWK0-DEPTNO              TO RET0-VAR1-ERROR
              MOVE ME-DEPTO-INEXISTENTE     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE CWK0-MGRNO                  TO DCLEMP-EMPNO

           EXEC SQL
              SELECT EMPSTATUS
                INTO :DCLEMP-EMPSTATUS
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    MOVE SPACES             TO DCLEMP-EMPSTATUS
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           IF DCLEMP-EMPSTATUS NOT EQUAL CT-EMPSTATUS-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CWK0-MGRNO               TO RET0-VAR1-ERROR
              MOVE ME-MGRNO-NO-ACTIVO       TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-CONTRATO-EXIT.
           EXIT.

      *****************************************************************
      *                       2150-ARMA-DCLGEN                        *
      *****************************************************************
       2150-ARMA-DCLGEN.

           MOVE CWK0-CWKID                  TO DCLCWK-CWKID
           MOVE CWK0-NOMBRE                 TO DCLCWK-NOMBRE
           MOVE CWK0-AGENCIA                TO DCLCWK-AGENCIA
           MOVE CWK0-DEPTNO                 TO DCLCWK-DEPTNO
           MOVE CWK0-FECHA-INICIO           TO DCLCWK-FECHAINICIO
           MOVE CWK0-FECHA-FIN              TO DCLCWK-FECHAFIN
           MOVE CWK0-TARIFA-DIARIA          TO DCLCWK-TARIFADIARIA
           MOVE CWK0-MGRNO                  TO DCLCWK-MGRNO

           IF CWK0-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLCWK-USUARIOCAMBIO
           ELSE
              MOVE CWK0-USUARIO             TO DCLCWK-USUARIOCAMBIO
           END-IF.

       2150-ARMA-DCLGEN-EXIT.
           EXIT.

      *****************************************************************
      *                        2200-READ-CWK                          *
      *****************************************************************
       2200-READ-CWK.

           MOVE CWK0-CWKID                  TO DCLCWK-CWKID

           EXEC SQL
              SELECT NOMBRE,
                     AGENCIA,
                     DEPTNO,
                     CHAR(FECHAINICIO, ISO),
                     CHAR(FECHAFIN, ISO),
                     TARIFADIARIA,
                     MGRNO,
                     ESTADO
                INTO :DCLCWK-NOMBRE,
                     :DCLCWK-AGENCIA,
                     :DCLCWK-DEPTNO,
                     :DCLCWK-FECHAINICIO,
                     :DCLCWK-FECHAFIN,
                     :DCLCWK-TARIFADIARIA,
                     :DCLCWK-MGRNO,
                     :DCLCWK-ESTADO
                FROM NEOSB36.CONT_WORKER
               WHERE CWKID = :DCLCWK-CWKID
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLCWK-NOMBRE      TO CWK0-NOMBRE
                    MOVE DCLCWK-AGENCIA     TO CWK0-AGENCIA
                    MOVE DCLCWK-DEPTNO      TO CWK0-DEPTNO
                    MOVE DCLCWK-FECHAINICIO TO CWK0-FECHA-INICIO
                    MOVE DCLCWK-FECHAFIN    TO CWK0-FECHA-FIN
                    MOVE DCLCWK-TARIFADIARIA
                                            TO CWK0-TARIFA-DIARIA
                    MOVE DCLCWK-MGRNO       TO CWK0-MGRNO
                    MOVE DCLCWK-ESTADO      TO CWK0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE CWK0-CWKID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-READ-CWK-EXIT.
           EXIT.

      *****************************************************************
      *                        2300-UPDATE-CWK                        *
      *                                                                *
      *    - MODIFICA EL CONTRATO (PRORROGA, CAMBIO DE TARIFA, DE      *
      *      DEPARTAMENTO O DE GERENTE).  CON ESTADO 'A' SE REABRE UN  *
      *      CONTRATO CERRADO; SIN ESTADO VALIDO QUEDA ACTIVO          *
      *****************************************************************
       2300-UPDATE-CWK.

           PERFORM 2110-VALIDA-CONTRATO
              THRU 2110-VALIDA-CONTRATO-EXIT

           PERFORM 2150-ARMA-DCLGEN
              THRU 2150-ARMA-DCLGEN-EXIT

           IF CWK0-88-ACTIVO OR CWK0-88-CERRADO
              MOVE CWK0-ESTADO              TO DCLCWK-ESTADO
           ELSE
              MOVE CT-CWK-ACTIVO            TO DCLCWK-ESTADO
           END-IF

           EXEC SQL
              UPDATE NEOSB36.CONT_WORKER
                 SET NOMBRE        = :DCLCWK-NOMBRE,
                     AGENCIA       = :DCLCWK-AGENCIA,
                     DEPTNO        = :DCLCWK-DEPTNO,
                     FECHAINICIO   = :DCLCWK-FECHAINICIO,
                     FECHAFIN      = :DCLCWK-FECHAFIN,
                     TARIFADIARIA  = :DCLCWK-TARIFADIARIA,
                     MGRNO         = :DCLCWK-MGRNO,
                     ESTADO        = :DCLCWK-ESTADO,
                     USUARIOCAMBIO = :DCLCWK-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE CWKID = :DCLCWK-CWKID
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLCWK-ESTADO      TO CWK0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE CWK0-CWKID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-INICIO    TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-UPDATE-CWK-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-CIERRA-CWK                        *
      *                                                                *
      *    - CIERRE DEL CONTRATO (ESTADO = 'C').  EL REGISTRO SE       *
      *      CONSERVA COMO HISTORIA; SOLO SE CIERRA UNO ACTIVO         *
      *****************************************************************
       2400-CIERRA-CWK.

           MOVE CWK0-CWKID                  TO DCLCWK-CWKID

           IF CWK0-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLCWK-USUARIOCAMBIO
           ELSE
              MOVE CWK0-USUARIO             TO DCLCWK-USUARIOCAMBIO
           END-IF

           EXEC SQL
              UPDATE NEOSB36.CONT_WORKER
                 SET ESTADO        = :CT-CWK-CERRADO,
                     USUARIOCAMBIO = :DCLCWK-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE CWKID  = :DCLCWK-CWKID
                 AND ESTADO = :CT-CWK-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE CT-CWK-CERRADO     TO CWK0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE CWK0-CWKID         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-CIERRA-CWK-EXIT.
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
           MOVE CT-TABLA-CWK                TO RET0-TABLENAME

           GOBACK.
