      *****************************************************************
      * Program name:    NE9CSUC0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Maintenance of the  *
      *                          manager succession plan              *
      *                          (NEOSB36.SUCCESSION) for the NE32    *
      *                          screen: nominate, inquire, change    *
      *                          the readiness of and remove the      *
      *                          successors of a department manager   *
      *                          position.  A successor must be an    *
      *                          active employee other than the       *
      *                          current manager.                     *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CSUC0.
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
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CSUC0'.
           05 CT-TABLA-SUC               PIC X(10) VALUE 'SUCCESSION'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-DEPTNO                  PIC X(06) VALUE 'DEPTNO'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-PREPARACION             PIC X(11) VALUE 'PREPARACION'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-MGRNO                   PIC X(06) VALUE SPACES.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-DEPTO-INEXISTENTE       PIC X(07) VALUE 'NEE2110'.
           05 ME-FUERA-DOMINIO           PIC X(07) VALUE 'NEE2126'.
           05 ME-SUCESOR-NO-ACTIVO       PIC X(07) VALUE 'NEE2190'.
           05 ME-SUCESOR-ES-GERENTE      PIC X(07) VALUE 'NEE2191'.

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
              INCLUDE NEGTSUC
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECSUC-01.
           COPY NEECSUC0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECSUC-01 WS-NEECRET0-01.

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

           IF SUC0-OPCION EQUAL SPACES OR LOW-VALUES
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF SUC0-DEPTNO EQUAL SPACES OR LOW-VALUES
              MOVE CT-DEPTNO                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF SUC0-EMPNO EQUAL SPACES OR LOW-VALUES
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF NOT SUC0-88-CREATE AND NOT SUC0-88-UPDATE
              GO TO 1200-VALIDA-OBLIGATORIOS-EXIT
           END-IF

           IF SUC0-PREPARACION EQUAL SPACES OR LOW-VALUES
              MOVE CT-PREPARACION           TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF NOT SUC0-88-PREPARACION-OK
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PREPARACION           TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
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
               WHEN SUC0-88-CREATE
                    PERFORM 2100-CREATE-SUC
                       THRU 2100-CREATE-SUC-EXIT
               WHEN SUC0-88-READ
                    PERFORM 2200-READ-SUC
                       THRU 2200-READ-SUC-EXIT
               WHEN SUC0-88-UPDATE
                    PERFORM 2300-UPDATE-SUC
                       THRU 2300-UPDATE-SUC-EXIT
               WHEN SUC0-88-DELETE
                    PERFORM 2400-DELETE-SUC
                       THRU 2400-DELETE-SUC-EXIT
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
      *                        2100-CREATE-SUC                        *
      *                                                                *
      *    - NOMINA UN SUCESOR PARA EL PUESTO DE GERENTE DEL DEPTO     *
      *****************************************************************
       2100-CREATE-SUC.

           PERFORM 2110-VALIDA-NOMINACION
              THRU 2110-VALIDA-NOMINACION-EXIT

           PERFORM 2150-ARMA-DCLGEN
              THRU 2150-ARMA-DCLGEN-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.SUCCESSION
              (
                    DEPTNO,
                    EMPNO,
                    PREPARACION,
                    FECHANOMINA,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLSUC-DEPTNO,
                   :DCLSUC-EMPNO,
                   :DCLSUC-PREPARACION,
                   CURRENT DATE,
                   :DCLSUC-USUARIOCAMBIO,
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
                    MOVE SUC0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-CREATE-SUC-EXIT.
           EXIT.

      *****************************************************************
      *                    2110-VALIDA-NOMINACION                     *
      *                                                                *
      *    - EL DEPARTAMENTO DEBE EXISTIR                              *
      *    - EL SUCESOR DEBE SER UN EMPLEADO ACTIVO Y NO PUEDE SER EL  *
      *      GERENTE ACTUAL DEL DEPARTAMENTO                           *
      *****************************************************************
       2110-VALIDA-NOMINACION.

           MOVE SPACES                      TO WS-MGRNO

           EXEC SQL
              SELECT VALUE(MGRNO, ' ')
                INTO :WS-MGRNO
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :SUC0-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE SUC0-DEPTNO        TO RET0-VAR1-ERROR
                    MOVE ME-DEPTO-INEXISTENTE
                                            TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           IF SUC0-EMPNO EQUAL WS-MGRNO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE SUC0-EMPNO               TO RET0-VAR1-ERROR
              MOVE ME-SUCESOR-ES-GERENTE    TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2120-LEE-SUCESOR
              THRU 2120-LEE-SUCESOR-EXIT

           IF DCLEMP-EMPSTATUS NOT EQUAL CT-EMPSTATUS-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE SUC0-EMPNO               TO RET0-VAR1-ERROR
              MOVE ME-SUCESOR-NO-ACTIVO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-NOMINACION-EXIT.
           EXIT.

      *****************************************************************
      *                       2120-LEE-SUCESOR                        *
      *                                                                *
      *    - APELLIDO Y SITUACION DEL SUCESOR; SI NO EXISTE QUEDA      *
      *      SIN SITUACION                                             *
      *****************************************************************
       2120-LEE-SUCESOR.

           MOVE SUC0-EMPNO                  TO DCLEMP-EMPNO

           EXEC SQL
              SELECT LASTNAME,
                     EMPSTATUS
                INTO :DCLEMP-LASTNAME,
                     :DCLEMP-EMPSTATUS
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLEMP-LASTNAME    TO SUC0-LASTNAME
               WHEN SQLCODE-88-NOTFND
                    MOVE SPACES             TO DCLEMP-LASTNAME
                                               DCLEMP-EMPSTATUS
                                               SUC0-LASTNAME
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-LEE-SUCESOR-EXIT.
           EXIT.

      *****************************************************************
      *                       2150-ARMA-DCLGEN                        *
      *****************************************************************
       2150-ARMA-DCLGEN.

           MOVE SUC0-DEPTNO                 TO DCLSUC-DEPTNO
           MOVE SUC0-EMPNO                  TO DCLSUC-EMPNO
           MOVE SUC0-PREPARACION            TO DCLSUC-PREPARACION

           IF SUC0-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLSUC-USUARIOCAMBIO
           ELSE
              MOVE SUC0-USUARIO             TO DCLSUC-USUARIOCAMBIO
           END-IF.

       2150-ARMA-DCLGEN-EXIT.
           EXIT.

      *****************************************************************
      *                        2200-READ-SUC                          *
      *****************************************************************
       2200-READ-SUC.

           MOVE SUC0-DEPTNO                 TO DCLSUC-DEPTNO
           MOVE SUC0-EMPNO                  TO DCLSUC-EMPNO

           EXEC SQL
              SELECT PREPARACION,
                     CHAR(FECHANOMINA, ISO)
                INTO :DCLSUC-PREPARACION,
                     :DCLSUC-FECHANOMINA
                FROM NEOSB36.SUCCESSION
               WHERE DEPTNO = :DCLSUC-DEPTNO
                 AND EMPNO  = :DCLSUC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLSUC-PREPARACION TO SUC0-PREPARACION
                    MOVE DCLSUC-FECHANOMINA TO SUC0-FECHA-NOMINA
                    PERFORM 2120-LEE-SUCESOR
                       THRU 2120-LEE-SUCESOR-EXIT
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE SUC0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-READ-SUC-EXIT.
           EXIT.

      *****************************************************************
      *                        2300-UPDATE-SUC                        *
      *                                                                *
      *    - CAMBIA LA PREPARACION DEL SUCESOR NOMINADO                *
      *****************************************************************
       2300-UPDATE-SUC.

           PERFORM 2150-ARMA-DCLGEN
              THRU 2150-ARMA-DCLGEN-EXIT

           EXEC SQL
              UPDATE NEOSB36.SUCCESSION
                 SET PREPARACION   = :DCLSUC-PREPARACION,
                     USUARIOCAMBIO = :DCLSUC-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE DEPTNO = :DCLSUC-DEPTNO
                 AND EMPNO  = :DCLSUC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE SUC0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-UPDATE-SUC-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-DELETE-SUC                        *
      *                                                                *
      *    - QUITA LA NOMINACION DEL SUCESOR                           *
      *****************************************************************
       2400-DELETE-SUC.

           MOVE SUC0-DEPTNO                 TO DCLSUC-DEPTNO
           MOVE SUC0-EMPNO                  TO DCLSUC-EMPNO

           EXEC SQL
              DELETE FROM NEOSB36.SUCCESSION
               WHERE DEPTNO = :DCLSUC-DEPTNO
                 AND EMPNO  = :DCLSUC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE SUC0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-DELETE-SUC-EXIT.
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
           MOVE CT-TABLA-SUC                TO RET0-TABLENAME

           GOBACK.
