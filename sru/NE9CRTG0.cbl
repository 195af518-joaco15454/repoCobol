      *****************************************************************
      * Program name:    NE9CRTG0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Yearly performance  *
      *                          rating (1 to 5) per employee against *
      *                          EMP_RATING for the NE28 screen: only *
      *                          the manager of the employee's        *
      *                          department may record or change it.  *
      *                          DEMO01 applies it through the merit  *
      *                          matrix (NERTG000 extract).           *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CRTG0.
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
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CRTG0'.
           05 CT-TABLA-RTG               PIC X(08) VALUE 'EMP_RTG'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-ANIO                    PIC X(04) VALUE 'ANIO'.
           05 CT-CALIFICACION            PIC X(12) VALUE 'CALIFICACION'.
           05 CT-EMPSTATUS               PIC X(09) VALUE 'EMPSTATUS'.
           05 CT-CALIFICADOR             PIC X(11) VALUE 'CALIFICADOR'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-ANIO-MINIMO             PIC 9(04) VALUE 2000.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CALIFICADOR-EMPNO       PIC X(06) VALUE SPACES.
           05 WS-GERENTE-EMPNO           PIC X(06) VALUE SPACES.
           05 WS-WORKDEPT                PIC X(03) VALUE SPACES.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-FUERA-DOMINIO           PIC X(07) VALUE 'NEE2126'.
           05 ME-NO-ES-GERENTE           PIC X(07) VALUE 'NEE2184'.

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
              INCLUDE NEGTRTG
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECRTG-01.
           COPY NEECRTG0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECRTG-01 WS-NEECRET0-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           INITIALIZE WS-NEECRET0-01
           SET  RET0-88-OK                  TO TRUE

           IF RTG0-OPCION EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF RTG0-EMPNO EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           EVALUATE TRUE
               WHEN RTG0-88-ALTA
                    PERFORM 2100-ALTA-RTG
                       THRU 2100-ALTA-RTG-EXIT
               WHEN RTG0-88-CONSULTA
                    PERFORM 2200-CONSULTA-RTG
                       THRU 2200-CONSULTA-RTG-EXIT
               WHEN RTG0-88-MODIFICA
                    PERFORM 2300-MODIFICA-RTG
                       THRU 2300-MODIFICA-RTG-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    MOVE CT-OPCION             TO RET0-VAR1-ERROR
                    MOVE ME-OPCION-INVALIDA    TO RET0-COD-ERROR
                    PERFORM 3000-FIN
           END-EVALUATE

           PERFORM 3000-FIN.

      *****************************************************************
      *                        2100-ALTA-RTG                          *
      *                                                                *
      *    - REGISTRA LA CALIFICACION DEL ANIO DE UN EMPLEADO ACTIVO,  *
      *      SOLO SI QUIEN CALIFICA ES EL GERENTE DE SU DEPARTAMENTO   *
      *****************************************************************
       2100-ALTA-RTG.

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

           PERFORM 2130-VALIDA-CALIFICADOR
              THRU 2130-VALIDA-CALIFICADOR-EXIT

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.EMP_RATING
              (
                    EMPNO,
                    ANIO,
                    CALIFICACION,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLRTG-EMPNO,
                   :DCLRTG-ANIO,
                   :DCLRTG-CALIFICACION,
                   :DCLRTG-USUARIOCAMBIO,
                   CURRENT TIMESTAMP
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE RTG0-ORIGEN        TO RTG0-USUARIO-CAMBIO
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    MOVE RTG0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-ALTA-RTG-EXIT.
           EXIT.

      *****************************************************************
      *                     2110-VALIDA-DATOS                         *
      *****************************************************************
       2110-VALIDA-DATOS.

           IF RTG0-ANIO NOT NUMERIC
              OR RTG0-ANIO EQUAL ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-ANIO                  TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF RTG0-ANIO IS LESS THAN CT-ANIO-MINIMO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-ANIO                  TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF RTG0-CALIFICACION NOT NUMERIC
              OR NOT RTG0-88-CALIF-VALIDA
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-CALIFICACION          TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-DATOS-EXIT.
           EXIT.

      *****************************************************************
      *                     2120-LEE-EMPLEADO                         *
      *****************************************************************
       2120-LEE-EMPLEADO.

           MOVE RTG0-EMPNO                  TO DCLEMP-EMPNO

           EXEC SQL
              SELECT EMPSTATUS,
                     VALUE(WORKDEPT, ' ')
                INTO :DCLEMP-EMPSTATUS,
                     :DCLEMP-WORKDEPT
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
                    MOVE RTG0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                  2130-VALIDA-CALIFICADOR                      *
      *                                                                *
      *    - EL USUARIO FIRMADO DEBE TENER EN SU PERFIL EL EMPNO DEL   *
      *      GERENTE (MGRNO) DEL WORKDEPT DEL EMPLEADO.  AL PROPIO     *
      *      GERENTE LO CALIFICA EL GERENTE DEL DEPARTAMENTO           *
      *      ADMINISTRADOR (ADMRDEPT); NADIE SE CALIFICA A SI MISMO.   *
      *****************************************************************
       2130-VALIDA-CALIFICADOR.

           MOVE RTG0-ORIGEN                 TO DCLUSR-USUARIO

           EXEC SQL
              SELECT VALUE(EMPNO, ' ')
                INTO :DCLUSR-EMPNO
                FROM NEOSB36.USER_PROFILE
               WHERE USUARIO = :DCLUSR-USUARIO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLUSR-EMPNO       TO WS-CALIFICADOR-EMPNO
               WHEN SQLCODE-88-NOTFND
                    MOVE SPACES             TO WS-CALIFICADOR-EMPNO
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           PERFORM 2135-LEE-GERENTE
              THRU 2135-LEE-GERENTE-EXIT

           IF WS-GERENTE-EMPNO EQUAL RTG0-EMPNO
              MOVE DCLDEP-ADMRDEPT          TO WS-WORKDEPT
              PERFORM 2135-LEE-GERENTE
                 THRU 2135-LEE-GERENTE-EXIT
           END-IF

           IF WS-CALIFICADOR-EMPNO EQUAL SPACES OR LOW-VALUES
              OR WS-CALIFICADOR-EMPNO NOT EQUAL WS-GERENTE-EMPNO
              OR WS-CALIFICADOR-EMPNO EQUAL RTG0-EMPNO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-CALIFICADOR           TO RET0-VAR1-ERROR
              MOVE ME-NO-ES-GERENTE         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2130-VALIDA-CALIFICADOR-EXIT.
           EXIT.

      *****************************************************************
      *                     2135-LEE-GERENTE                          *
      *****************************************************************
       2135-LEE-GERENTE.

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

       2135-LEE-GERENTE-EXIT.
           EXIT.

      *****************************************************************
      *                      2200-CONSULTA-RTG                        *
      *                                                                *
      *    - CON ANIO INFORMADO LEE ESA CALIFICACION; EN CEROS         *
      *      DEVUELVE LA ULTIMA REGISTRADA DEL EMPLEADO                *
      *****************************************************************
       2200-CONSULTA-RTG.

           MOVE RTG0-EMPNO                  TO DCLRTG-EMPNO

           IF RTG0-ANIO NOT NUMERIC
              OR RTG0-ANIO EQUAL ZEROS
              EXEC SQL
                 SELECT ANIO,
                        CALIFICACION,
                        USUARIOCAMBIO
                   INTO :DCLRTG-ANIO,
                        :DCLRTG-CALIFICACION,
                        :DCLRTG-USUARIOCAMBIO
                   FROM NEOSB36.EMP_RATING
                  WHERE EMPNO = :DCLRTG-EMPNO
                  ORDER BY ANIO DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE RTG0-ANIO                TO DCLRTG-ANIO
              EXEC SQL
                 SELECT ANIO,
                        CALIFICACION,
                        USUARIOCAMBIO
                   INTO :DCLRTG-ANIO,
                        :DCLRTG-CALIFICACION,
                        :DCLRTG-USUARIOCAMBIO
                   FROM NEOSB36.EMP_RATING
                  WHERE EMPNO = :DCLRTG-EMPNO
                    AND ANIO  = :DCLRTG-ANIO
              END-EXEC
           END-IF

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLRTG-ANIO        TO RTG0-ANIO
                    MOVE DCLRTG-CALIFICACION TO RTG0-CALIFICACION
                    MOVE DCLRTG-USUARIOCAMBIO TO RTG0-USUARIO-CAMBIO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE RTG0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-CONSULTA-RTG-EXIT.
           EXIT.

      *****************************************************************
      *                      2300-MODIFICA-RTG                        *
      *                                                                *
      *    - CORRIGE LA CALIFICACION DE UN ANIO YA REGISTRADO, CON EL  *
      *      MISMO CONTROL DE GERENTE QUE EL ALTA                      *
      *****************************************************************
       2300-MODIFICA-RTG.

           PERFORM 2110-VALIDA-DATOS
              THRU 2110-VALIDA-DATOS-EXIT

           PERFORM 2120-LEE-EMPLEADO
              THRU 2120-LEE-EMPLEADO-EXIT

           PERFORM 2130-VALIDA-CALIFICADOR
              THRU 2130-VALIDA-CALIFICADOR-EXIT

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

           EXEC SQL
              UPDATE NEOSB36.EMP_RATING
                 SET CALIFICACION  = :DCLRTG-CALIFICACION,
                     USUARIOCAMBIO = :DCLRTG-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO = :DCLRTG-EMPNO
                 AND ANIO  = :DCLRTG-ANIO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE RTG0-ORIGEN        TO RTG0-USUARIO-CAMBIO
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE RTG0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-MODIFICA-RTG-EXIT.
           EXIT.

      *****************************************************************
      *                       9000-MOVER-CAMPOS                       *
      *****************************************************************
       9000-MOVER-CAMPOS.

           MOVE RTG0-EMPNO                  TO DCLRTG-EMPNO
           MOVE RTG0-ANIO                   TO DCLRTG-ANIO
           MOVE RTG0-CALIFICACION           TO DCLRTG-CALIFICACION
           MOVE RTG0-ORIGEN                 TO DCLRTG-USUARIOCAMBIO.

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
           MOVE CT-TABLA-RTG                TO RET0-TABLENAME

           GOBACK.
