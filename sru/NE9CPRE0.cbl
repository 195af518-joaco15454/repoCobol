      *****************************************************************
      * Program name:    NE9CPRE0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Employee loans and  *
      *                          salary advances against EMP_LOAN for *
      *                          the NE29 screen: grant, inquire,     *
      *                          change the instalment of an active   *
      *                          loan or cancel one with no           *
      *                          instalment deducted yet.  Balance is *
      *                          reduced by the NEPRE000 batch.       *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CPRE0.
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
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CPRE0'.
           05 CT-TABLA-PRE               PIC X(08) VALUE 'EMP_LOAN'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-NRO-PRESTAMO            PIC X(12) VALUE
                                                   'NRO PRESTAMO'.
           05 CT-TIPO-PRESTAMO           PIC X(13) VALUE
                                                   'TIPO PRESTAMO'.
           05 CT-CAPITAL                 PIC X(07) VALUE 'CAPITAL'.
           05 CT-CUOTA                   PIC X(05) VALUE 'CUOTA'.
           05 CT-PERIODO-INICIO          PIC X(14) VALUE
                                                   'PERIODO INICIO'.
           05 CT-EMPSTATUS               PIC X(09) VALUE 'EMPSTATUS'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-PRESTAMO-ACTIVO         PIC X(01) VALUE 'A'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(09) COMP VALUE ZERO.
           05 WS-PERIODO                 PIC X(06).
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PERIODO-ANIO         PIC 9(04).
              10 WS-PERIODO-MES          PIC 9(02).

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-FUERA-DOMINIO           PIC X(07) VALUE 'NEE2126'.
           05 ME-CON-CUOTAS              PIC X(07) VALUE 'NEE2186'.
           05 ME-CUOTA-SUPERA            PIC X(07) VALUE 'NEE2187'.
           05 ME-NO-ACTIVO               PIC X(07) VALUE 'NEE2188'.

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
              INCLUDE NEGTLON
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECPRE-01.
           COPY NEECPRE0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECPRE-01 WS-NEECRET0-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           INITIALIZE WS-NEECRET0-01
           SET  RET0-88-OK                  TO TRUE

           IF PRE0-OPCION EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF PRE0-EMPNO EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF PRE0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO PRE0-ORIGEN
           END-IF

           EVALUATE TRUE
               WHEN PRE0-88-ALTA
                    PERFORM 2100-ALTA-PRE
                       THRU 2100-ALTA-PRE-EXIT
               WHEN PRE0-88-CONSULTA
                    PERFORM 2200-CONSULTA-PRE
                       THRU 2200-CONSULTA-PRE-EXIT
               WHEN PRE0-88-MODIFICA
                    PERFORM 2300-MODIFICA-PRE
                       THRU 2300-MODIFICA-PRE-EXIT
               WHEN PRE0-88-BAJA
                    PERFORM 2400-BAJA-PRE
                       THRU 2400-BAJA-PRE-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    MOVE CT-OPCION             TO RET0-VAR1-ERROR
                    MOVE ME-OPCION-INVALIDA    TO RET0-COD-ERROR
                    PERFORM 3000-FIN
           END-EVALUATE

           PERFORM 3000-FIN.

      *****************************************************************
      *                        2100-ALTA-PRE                          *
      *                                                                *
      *    - OTORGA EL PRESTAMO O ADELANTO A UN EMPLEADO ACTIVO.  EL   *
      *      NUMERO ES CORRELATIVO POR EMPLEADO Y EL SALDO INICIAL ES  *
      *      EL CAPITAL.  UN ADELANTO SE CARGA CON CUOTA = CAPITAL     *
      *      PARA QUE SE RECUPERE EN UN SOLO PERIODO.                  *
      *****************************************************************
       2100-ALTA-PRE.

           PERFORM 2110-VALIDA-DATOS
              THRU 2110-VALIDA-DATOS-EXIT

           PERFORM 2120-LEE-EMPLEADO
              THRU 2120-LEE-EMPLEADO-EXIT

           IF DCLEMP-EMPSTATUS NOT EQUAL CT-EMPSTATUS-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPSTATUS             TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2130-ASIGNA-NUMERO
              THRU 2130-ASIGNA-NUMERO-EXIT

           MOVE PRE0-CAPITAL                TO PRE0-SALDO
           SET  PRE0-88-ACTIVO              TO TRUE

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.EMP_LOAN
              (
                    EMPNO,
                    NROPRESTAMO,
                    TIPOPRESTAMO,
                    CAPITAL,
                    CUOTA,
                    PERIODOINICIO,
                    SALDO,
                    ESTADO,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLLON-EMPNO,
                   :DCLLON-NROPRESTAMO,
                   :DCLLON-TIPOPRESTAMO,
                   :DCLLON-CAPITAL,
                   :DCLLON-CUOTA,
                   :DCLLON-PERIODOINICIO,
                   :DCLLON-SALDO,
                   :DCLLON-ESTADO,
                   :DCLLON-USUARIOCAMBIO,
                   CURRENT TIMESTAMP
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    MOVE PRE0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-ALTA-PRE-EXIT.
           EXIT.

      *****************************************************************
      *                     2110-VALIDA-DATOS                         *
      *****************************************************************
       2110-VALIDA-DATOS.

           IF NOT PRE0-88-TIPO-VALIDO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TIPO-PRESTAMO         TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF PRE0-CAPITAL NOT GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-CAPITAL               TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF PRE0-88-ADELANTO
              MOVE PRE0-CAPITAL             TO PRE0-CUOTA
           END-IF

           PERFORM 2115-VALIDA-CUOTA
              THRU 2115-VALIDA-CUOTA-EXIT

           MOVE PRE0-PERIODO-INICIO         TO WS-PERIODO

           IF WS-PERIODO NOT NUMERIC
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PERIODO-INICIO        TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF WS-PERIODO-MES LESS THAN 1 OR
              WS-PERIODO-MES GREATER THAN 12
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PERIODO-INICIO        TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-DATOS-EXIT.
           EXIT.

      *****************************************************************
      *                     2115-VALIDA-CUOTA                         *
      *****************************************************************
       2115-VALIDA-CUOTA.

           IF PRE0-CUOTA NOT GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-CUOTA                 TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF PRE0-CUOTA GREATER THAN PRE0-CAPITAL
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-CUOTA                 TO RET0-VAR1-ERROR
              MOVE ME-CUOTA-SUPERA          TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2115-VALIDA-CUOTA-EXIT.
           EXIT.

      *****************************************************************
      *                     2120-LEE-EMPLEADO                         *
      *****************************************************************
       2120-LEE-EMPLEADO.

           MOVE PRE0-EMPNO                  TO DCLEMP-EMPNO

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
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE PRE0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                     2130-ASIGNA-NUMERO                        *
      *****************************************************************
       2130-ASIGNA-NUMERO.

           MOVE PRE0-EMPNO                  TO DCLLON-EMPNO

           EXEC SQL
              SELECT VALUE(MAX(NROPRESTAMO), 0) + 1
                INTO :DCLLON-NROPRESTAMO
                FROM NEOSB36.EMP_LOAN
               WHERE EMPNO = :DCLLON-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           MOVE DCLLON-NROPRESTAMO          TO PRE0-NRO-PRESTAMO.

       2130-ASIGNA-NUMERO-EXIT.
           EXIT.

      *****************************************************************
      *                      2200-CONSULTA-PRE                        *
      *                                                                *
      *    - CON NUMERO INFORMADO LEE ESE PRESTAMO; EN CERO DEVUELVE   *
      *      EL ULTIMO OTORGADO AL EMPLEADO                            *
      *****************************************************************
       2200-CONSULTA-PRE.

           PERFORM 2210-LEE-PRESTAMO
              THRU 2210-LEE-PRESTAMO-EXIT

           MOVE DCLLON-NROPRESTAMO          TO PRE0-NRO-PRESTAMO
           MOVE DCLLON-TIPOPRESTAMO         TO PRE0-TIPO
           MOVE DCLLON-CAPITAL              TO PRE0-CAPITAL
           MOVE DCLLON-CUOTA                TO PRE0-CUOTA
           MOVE DCLLON-PERIODOINICIO        TO PRE0-PERIODO-INICIO
           MOVE DCLLON-SALDO                TO PRE0-SALDO
           MOVE DCLLON-ESTADO               TO PRE0-ESTADO.

       2200-CONSULTA-PRE-EXIT.
           EXIT.

      *****************************************************************
      *                      2210-LEE-PRESTAMO                        *
      *****************************************************************
       2210-LEE-PRESTAMO.

           MOVE PRE0-EMPNO                  TO DCLLON-EMPNO

           IF PRE0-NRO-PRESTAMO EQUAL ZEROS
              EXEC SQL
                 SELECT NROPRESTAMO,
                        TIPOPRESTAMO,
                        CAPITAL,
                        CUOTA,
                        PERIODOINICIO,
                        SALDO,
                        ESTADO
                   INTO :DCLLON-NROPRESTAMO,
                        :DCLLON-TIPOPRESTAMO,
                        :DCLLON-CAPITAL,
                        :DCLLON-CUOTA,
                        :DCLLON-PERIODOINICIO,
                        :DCLLON-SALDO,
                        :DCLLON-ESTADO
                   FROM NEOSB36.EMP_LOAN
                  WHERE EMPNO = :DCLLON-EMPNO
                  ORDER BY NROPRESTAMO DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE PRE0-NRO-PRESTAMO        TO DCLLON-NROPRESTAMO
              EXEC SQL
                 SELECT NROPRESTAMO,
                        TIPOPRESTAMO,
                        CAPITAL,
                        CUOTA,
                        PERIODOINICIO,
                        SALDO,
                        ESTADO
                   INTO :DCLLON-NROPRESTAMO,
                        :DCLLON-TIPOPRESTAMO,
                        :DCLLON-CAPITAL,
                        :DCLLON-CUOTA,
                        :DCLLON-PERIODOINICIO,
                        :DCLLON-SALDO,
                        :DCLLON-ESTADO
                   FROM NEOSB36.EMP_LOAN
                  WHERE EMPNO       = :DCLLON-EMPNO
                    AND NROPRESTAMO = :DCLLON-NROPRESTAMO
              END-EXEC
           END-IF

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE PRE0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2210-LEE-PRESTAMO-EXIT.
           EXIT.

      *****************************************************************
      *                      2300-MODIFICA-PRE                        *
      *                                                                *
      *    - SOLO SE REPACTA LA CUOTA DE UN PRESTAMO ACTIVO; CAPITAL,  *
      *      TIPO Y PERIODO DE INICIO NO CAMBIAN.  LA NUEVA CUOTA NO   *
      *      PUEDE SUPERAR EL CAPITAL ORIGINAL.                        *
      *****************************************************************
       2300-MODIFICA-PRE.

           IF PRE0-NRO-PRESTAMO EQUAL ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-PRESTAMO          TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2210-LEE-PRESTAMO
              THRU 2210-LEE-PRESTAMO-EXIT

           IF DCLLON-ESTADO NOT EQUAL CT-PRESTAMO-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-PRESTAMO          TO RET0-VAR1-ERROR
              MOVE ME-NO-ACTIVO             TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE DCLLON-CAPITAL              TO PRE0-CAPITAL

           PERFORM 2115-VALIDA-CUOTA
              THRU 2115-VALIDA-CUOTA-EXIT

           MOVE PRE0-CUOTA                  TO DCLLON-CUOTA
           MOVE PRE0-ORIGEN                 TO DCLLON-USUARIOCAMBIO

           EXEC SQL
              UPDATE NEOSB36.EMP_LOAN
                 SET CUOTA         = :DCLLON-CUOTA,
                     USUARIOCAMBIO = :DCLLON-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO       = :DCLLON-EMPNO
                 AND NROPRESTAMO = :DCLLON-NROPRESTAMO
                 AND ESTADO      = :CT-PRESTAMO-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLLON-TIPOPRESTAMO TO PRE0-TIPO
                    MOVE DCLLON-PERIODOINICIO
                                            TO PRE0-PERIODO-INICIO
                    MOVE DCLLON-SALDO       TO PRE0-SALDO
                    MOVE DCLLON-ESTADO      TO PRE0-ESTADO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-NO-ACTIVO       TO RET0-COD-ERROR
                    MOVE CT-NRO-PRESTAMO    TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-MODIFICA-PRE-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-BAJA-PRE                          *
      *                                                                *
      *    - ANULA UN PRESTAMO CARGADO POR ERROR.  SI YA TIENE CUOTAS  *
      *      EN LOAN_DEDUCT NO SE BORRA: EL SALDO SE RECUPERA POR      *
      *      NOMINA O EN LA LIQUIDACION FINAL.                         *
      *****************************************************************
       2400-BAJA-PRE.

           IF PRE0-NRO-PRESTAMO EQUAL ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-PRESTAMO          TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE PRE0-EMPNO                  TO DCLLON-EMPNO
           MOVE PRE0-NRO-PRESTAMO           TO DCLLON-NROPRESTAMO
           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.LOAN_DEDUCT
               WHERE EMPNO       = :DCLLON-EMPNO
                 AND NROPRESTAMO = :DCLLON-NROPRESTAMO
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
              MOVE CT-NRO-PRESTAMO          TO RET0-VAR1-ERROR
              MOVE ME-CON-CUOTAS            TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           EXEC SQL
              DELETE FROM NEOSB36.EMP_LOAN
               WHERE EMPNO       = :DCLLON-EMPNO
                 AND NROPRESTAMO = :DCLLON-NROPRESTAMO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE PRE0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-BAJA-PRE-EXIT.
           EXIT.

      *****************************************************************
      *                       9000-MOVER-CAMPOS                       *
      *****************************************************************
       9000-MOVER-CAMPOS.

           MOVE PRE0-EMPNO                  TO DCLLON-EMPNO
           MOVE PRE0-NRO-PRESTAMO           TO DCLLON-NROPRESTAMO
           MOVE PRE0-TIPO                   TO DCLLON-TIPOPRESTAMO
           MOVE PRE0-CAPITAL                TO DCLLON-CAPITAL
           MOVE PRE0-CUOTA                  TO DCLLON-CUOTA
           MOVE PRE0-PERIODO-INICIO         TO DCLLON-PERIODOINICIO
           MOVE PRE0-SALDO                  TO DCLLON-SALDO
           MOVE PRE0-ESTADO                 TO DCLLON-ESTADO
           MOVE PRE0-ORIGEN                 TO DCLLON-USUARIOCAMBIO.

       9000-MOVER-CAMPOS-EXIT.
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
           MOVE CT-TABLA-PRE                TO RET0-TABLENAME

           GOBACK.
