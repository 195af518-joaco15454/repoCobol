      *****************************************************************
      * Program name:    NE9CDIS0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Maintenance of the  *
      *                          effective-dated split of an          *
      *                          employee's cost across departments   *
      *                          (EMP_DEPT_ALLOC) for the NE30        *
      *                          screen: add, inquire, change the     *
      *                          percentage or delete one department  *
      *                          of a split, returning the split      *
      *                          total after the change.              *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CDIS0.
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
              88 SQLCODE-88-FECHA-INVALIDA               VALUE -180
                                                               -181.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CDIS0'.
           05 CT-TABLA-DIS               PIC X(08) VALUE 'EMPDALOC'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-FECHA-DESDE             PIC X(11) VALUE 'FECHA DESDE'.
           05 CT-DEPTNO                  PIC X(06) VALUE 'DEPTNO'.
           05 CT-PORCENTAJE              PIC X(10) VALUE 'PORCENTAJE'.
           05 CT-EMPSTATUS               PIC X(09) VALUE 'EMPSTATUS'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-100                     PIC 9(03) VALUE 100.

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
           05 ME-FUERA-DOMINIO           PIC X(07) VALUE 'NEE2126'.
           05 ME-FECHA-INVALIDA          PIC X(07) VALUE 'NEE2130'.

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
              INCLUDE NEGTDIS
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECDIS-01.
           COPY NEECDIS0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECDIS-01 WS-NEECRET0-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           INITIALIZE WS-NEECRET0-01
           SET  RET0-88-OK                  TO TRUE

           IF DIS0-OPCION EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF DIS0-EMPNO EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF DIS0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF DIS0-DEPTNO EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-DEPTNO                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF DIS0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DIS0-ORIGEN
           END-IF

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

           EVALUATE TRUE
               WHEN DIS0-88-ALTA
                    PERFORM 2100-ALTA-DIS
                       THRU 2100-ALTA-DIS-EXIT
               WHEN DIS0-88-CONSULTA
                    PERFORM 2200-CONSULTA-DIS
                       THRU 2200-CONSULTA-DIS-EXIT
               WHEN DIS0-88-MODIFICA
                    PERFORM 2300-MODIFICA-DIS
                       THRU 2300-MODIFICA-DIS-EXIT
               WHEN DIS0-88-BAJA
                    PERFORM 2400-BAJA-DIS
                       THRU 2400-BAJA-DIS-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    MOVE CT-OPCION             TO RET0-VAR1-ERROR
                    MOVE ME-OPCION-INVALIDA    TO RET0-COD-ERROR
                    PERFORM 3000-FIN
           END-EVALUATE

           PERFORM 2500-TOTAL-REPARTO
              THRU 2500-TOTAL-REPARTO-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                        2100-ALTA-DIS                          *
      *                                                                *
      *    - AGREGA UN DEPARTAMENTO AL REPARTO DE LA FECHA DESDE.  EL  *
      *      EMPLEADO DEBE ESTAR ACTIVO Y EL DEPARTAMENTO EXISTIR.     *
      *      LA SUMA DEL REPARTO NO SE EXIGE AQUI: SE CARGA FILA POR   *
      *      FILA Y NESPL000 INFORMA LOS QUE NO CIERRAN EN 100.        *
      *****************************************************************
       2100-ALTA-DIS.

           PERFORM 2110-VALIDA-PORCENTAJE
              THRU 2110-VALIDA-PORCENTAJE-EXIT

           PERFORM 2120-LEE-EMPLEADO
              THRU 2120-LEE-EMPLEADO-EXIT

           IF DCLEMP-EMPSTATUS NOT EQUAL CT-EMPSTATUS-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPSTATUS             TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2130-LEE-DEPARTAMENTO
              THRU 2130-LEE-DEPARTAMENTO-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.EMP_DEPT_ALLOC
              (
                    EMPNO,
                    FECHADESDE,
                    DEPTNO,
                    PORCENTAJE,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLDIS-EMPNO,
                   :DCLDIS-FECHADESDE,
                   :DCLDIS-DEPTNO,
                   :DCLDIS-PORCENTAJE,
                   :DCLDIS-USUARIOCAMBIO,
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
                    MOVE DIS0-DEPTNO        TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-DESDE     TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-ALTA-DIS-EXIT.
           EXIT.

      *****************************************************************
      *                   2110-VALIDA-PORCENTAJE                      *
      *****************************************************************
       2110-VALIDA-PORCENTAJE.

           IF DIS0-PORCENTAJE NOT GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PORCENTAJE            TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF DIS0-PORCENTAJE GREATER THAN CT-100
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PORCENTAJE            TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-PORCENTAJE-EXIT.
           EXIT.

      *****************************************************************
      *                     2120-LEE-EMPLEADO                         *
      *****************************************************************
       2120-LEE-EMPLEADO.

           MOVE DIS0-EMPNO                  TO DCLEMP-EMPNO

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
                    MOVE DIS0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                   2130-LEE-DEPARTAMENTO                       *
      *****************************************************************
       2130-LEE-DEPARTAMENTO.

           MOVE DIS0-DEPTNO                 TO DCLDEP-DEPTNO

           EXEC SQL
              SELECT DEPTNO
                INTO :DCLDEP-DEPTNO
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :DCLDEP-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-DEPTNO          TO RET0-VAR1-ERROR
                    MOVE ME-DEPTO-INEXISTENTE
                                            TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2130-LEE-DEPARTAMENTO-EXIT.
           EXIT.

      *****************************************************************
      *                      2200-CONSULTA-DIS                        *
      *****************************************************************
       2200-CONSULTA-DIS.

           EXEC SQL
              SELECT PORCENTAJE
                INTO :DCLDIS-PORCENTAJE
                FROM NEOSB36.EMP_DEPT_ALLOC
               WHERE EMPNO      = :DCLDIS-EMPNO
                 AND FECHADESDE = :DCLDIS-FECHADESDE
                 AND DEPTNO     = :DCLDIS-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLDIS-PORCENTAJE  TO DIS0-PORCENTAJE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DIS0-DEPTNO        TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-DESDE     TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-CONSULTA-DIS-EXIT.
           EXIT.

      *****************************************************************
      *                      2300-MODIFICA-DIS                        *
      *****************************************************************
       2300-MODIFICA-DIS.

           PERFORM 2110-VALIDA-PORCENTAJE
              THRU 2110-VALIDA-PORCENTAJE-EXIT

           EXEC SQL
              UPDATE NEOSB36.EMP_DEPT_ALLOC
                 SET PORCENTAJE    = :DCLDIS-PORCENTAJE,
                     USUARIOCAMBIO = :DCLDIS-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLDIS-EMPNO
                 AND FECHADESDE = :DCLDIS-FECHADESDE
                 AND DEPTNO     = :DCLDIS-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DIS0-DEPTNO        TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-DESDE     TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-MODIFICA-DIS-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-BAJA-DIS                          *
      *****************************************************************
       2400-BAJA-DIS.

           EXEC SQL
              DELETE FROM NEOSB36.EMP_DEPT_ALLOC
               WHERE EMPNO      = :DCLDIS-EMPNO
                 AND FECHADESDE = :DCLDIS-FECHADESDE
                 AND DEPTNO     = :DCLDIS-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DIS0-DEPTNO        TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-DESDE     TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-BAJA-DIS-EXIT.
           EXIT.

      *****************************************************************
      *                     2500-TOTAL-REPARTO                        *
      *                                                                *
      *    - DEVUELVE LA SUMA DEL REPARTO DE LA FECHA DESDE, PARA QUE  *
      *      LA PANTALLA MUESTRE CUANTO FALTA O SOBRA PARA EL 100      *
      *****************************************************************
       2500-TOTAL-REPARTO.

           EXEC SQL
              SELECT VALUE(SUM(PORCENTAJE), 0)
                INTO :DIS0-TOTAL-REPARTO
                FROM NEOSB36.EMP_DEPT_ALLOC
               WHERE EMPNO      = :DCLDIS-EMPNO
                 AND FECHADESDE = :DCLDIS-FECHADESDE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       2500-TOTAL-REPARTO-EXIT.
           EXIT.

      *****************************************************************
      *                       9000-MOVER-CAMPOS                       *
      *****************************************************************
       9000-MOVER-CAMPOS.

           MOVE DIS0-EMPNO                  TO DCLDIS-EMPNO
           MOVE DIS0-FECHA-DESDE            TO DCLDIS-FECHADESDE
           MOVE DIS0-DEPTNO                 TO DCLDIS-DEPTNO
           MOVE DIS0-PORCENTAJE             TO DCLDIS-PORCENTAJE
           MOVE DIS0-ORIGEN                 TO DCLDIS-USUARIOCAMBIO.

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
           MOVE CT-TABLA-DIS                TO RET0-TABLENAME

           GOBACK.
