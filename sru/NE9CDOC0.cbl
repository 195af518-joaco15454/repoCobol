      *****************************************************************
      * Program name:    NE9CDOC0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Maintenance of the  *
      *                          employee documents with an expiry    *
      *                          (licences, certifications, work      *
      *                          permits) in NEOSB36.EMP_DOCUMENT for *
      *                          the NE33 screen: add, inquire,       *
      *                          renew and remove.                    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CDOC0.
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
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CDOC0'.
           05 CT-TABLA-DOC               PIC X(08) VALUE 'EMPDOCUM'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-TIPODOC                 PIC X(07) VALUE 'TIPODOC'.
           05 CT-NRODOC                  PIC X(06) VALUE 'NRODOC'.
           05 CT-FECHA-EMISION           PIC X(13)
                                         VALUE 'FECHA EMISION'.
           05 CT-FECHA-VENCE             PIC X(11) VALUE 'FECHA VENCE'.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
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
              INCLUDE NEGTDOC
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECDOC-01.
           COPY NEECDOC0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECDOC-01 WS-NEECRET0-01.

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

           IF DOC0-OPCION EQUAL SPACES OR LOW-VALUES
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF DOC0-EMPNO EQUAL SPACES OR LOW-VALUES
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF DOC0-TIPODOC EQUAL SPACES OR LOW-VALUES
              MOVE CT-TIPODOC               TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF NOT DOC0-88-CREATE AND NOT DOC0-88-UPDATE
              GO TO 1200-VALIDA-OBLIGATORIOS-EXIT
           END-IF

           IF DOC0-NRODOC EQUAL SPACES OR LOW-VALUES
              MOVE CT-NRODOC                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF DOC0-FECHA-EMISION EQUAL SPACES OR LOW-VALUES
              MOVE CT-FECHA-EMISION         TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF DOC0-FECHA-VENCE EQUAL SPACES OR LOW-VALUES
              MOVE CT-FECHA-VENCE           TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF DOC0-FECHA-VENCE IS LESS THAN DOC0-FECHA-EMISION
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-VENCE           TO RET0-VAR1-ERROR
              MOVE ME-FECHAS-INVERTIDAS     TO RET0-COD-ERROR
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
               WHEN DOC0-88-CREATE
                    PERFORM 2100-CREATE-DOC
                       THRU 2100-CREATE-DOC-EXIT
               WHEN DOC0-88-READ
                    PERFORM 2200-READ-DOC
                       THRU 2200-READ-DOC-EXIT
               WHEN DOC0-88-UPDATE
                    PERFORM 2300-UPDATE-DOC
                       THRU 2300-UPDATE-DOC-EXIT
               WHEN DOC0-88-DELETE
                    PERFORM 2400-DELETE-DOC
                       THRU 2400-DELETE-DOC-EXIT
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
      *                        2100-CREATE-DOC                        *
      *****************************************************************
       2100-CREATE-DOC.

           PERFORM 2120-LEE-EMPLEADO
              THRU 2120-LEE-EMPLEADO-EXIT

           PERFORM 2150-ARMA-DCLGEN
              THRU 2150-ARMA-DCLGEN-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.EMP_DOCUMENT
              (
                    EMPNO,
                    TIPODOC,
                    NRODOC,
                    FECHAEMISION,
                    FECHAVENCE,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLDOC-EMPNO,
                   :DCLDOC-TIPODOC,
                   :DCLDOC-NRODOC,
                   :DCLDOC-FECHAEMISION,
                   :DCLDOC-FECHAVENCE,
                   :DCLDOC-USUARIOCAMBIO,
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
                    MOVE DOC0-TIPODOC       TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-VENCE     TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-CREATE-DOC-EXIT.
           EXIT.

      *****************************************************************
      *                       2120-LEE-EMPLEADO                       *
      *                                                                *
      *    - EL EMPLEADO DEBE EXISTIR EN NEOSB36.EMP                   *
      *****************************************************************
       2120-LEE-EMPLEADO.

           MOVE DOC0-EMPNO                  TO DCLEMP-EMPNO

           EXEC SQL
              SELECT LASTNAME
                INTO :DCLEMP-LASTNAME
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLEMP-LASTNAME    TO DOC0-LASTNAME
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DOC0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                       2150-ARMA-DCLGEN                        *
      *****************************************************************
       2150-ARMA-DCLGEN.

           MOVE DOC0-EMPNO                  TO DCLDOC-EMPNO
           MOVE DOC0-TIPODOC                TO DCLDOC-TIPODOC
           MOVE DOC0-NRODOC                 TO DCLDOC-NRODOC
           MOVE DOC0-FECHA-EMISION          TO DCLDOC-FECHAEMISION
           MOVE DOC0-FECHA-VENCE            TO DCLDOC-FECHAVENCE

           IF DOC0-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLDOC-USUARIOCAMBIO
           ELSE
              MOVE DOC0-USUARIO             TO DCLDOC-USUARIOCAMBIO
           END-IF.

       2150-ARMA-DCLGEN-EXIT.
           EXIT.

      *****************************************************************
      *                        2200-READ-DOC                          *
      *****************************************************************
       2200-READ-DOC.

           MOVE DOC0-EMPNO                  TO DCLDOC-EMPNO
           MOVE DOC0-TIPODOC                TO DCLDOC-TIPODOC

           EXEC SQL
              SELECT NRODOC,
                     CHAR(FECHAEMISION, ISO),
                     CHAR(FECHAVENCE, ISO)
                INTO :DCLDOC-NRODOC,
                     :DCLDOC-FECHAEMISION,
                     :DCLDOC-FECHAVENCE
                FROM NEOSB36.EMP_DOCUMENT
               WHERE EMPNO   = :DCLDOC-EMPNO
                 AND TIPODOC = :DCLDOC-TIPODOC
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLDOC-NRODOC      TO DOC0-NRODOC
                    MOVE DCLDOC-FECHAEMISION
                                            TO DOC0-FECHA-EMISION
                    MOVE DCLDOC-FECHAVENCE  TO DOC0-FECHA-VENCE
                    PERFORM 2120-LEE-EMPLEADO
                       THRU 2120-LEE-EMPLEADO-EXIT
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DOC0-TIPODOC       TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-READ-DOC-EXIT.
           EXIT.

      *****************************************************************
      *                        2300-UPDATE-DOC                        *
      *                                                                *
      *    - RENOVACION: NUEVO NUMERO Y FECHAS DEL DOCUMENTO           *
      *****************************************************************
       2300-UPDATE-DOC.

           PERFORM 2150-ARMA-DCLGEN
              THRU 2150-ARMA-DCLGEN-EXIT

           EXEC SQL
              UPDATE NEOSB36.EMP_DOCUMENT
                 SET NRODOC        = :DCLDOC-NRODOC,
                     FECHAEMISION  = :DCLDOC-FECHAEMISION,
                     FECHAVENCE    = :DCLDOC-FECHAVENCE,
                     USUARIOCAMBIO = :DCLDOC-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO   = :DCLDOC-EMPNO
                 AND TIPODOC = :DCLDOC-TIPODOC
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DOC0-TIPODOC       TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN SQLCODE-88-FECHA-INVALIDA
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-VENCE     TO RET0-VAR1-ERROR
                    MOVE ME-FECHA-INVALIDA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-UPDATE-DOC-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-DELETE-DOC                        *
      *****************************************************************
       2400-DELETE-DOC.

           MOVE DOC0-EMPNO                  TO DCLDOC-EMPNO
           MOVE DOC0-TIPODOC                TO DCLDOC-TIPODOC

           EXEC SQL
              DELETE FROM NEOSB36.EMP_DOCUMENT
               WHERE EMPNO   = :DCLDOC-EMPNO
                 AND TIPODOC = :DCLDOC-TIPODOC
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DOC0-TIPODOC       TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-DELETE-DOC-EXIT.
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
           MOVE CT-TABLA-DOC                TO RET0-TABLENAME

           GOBACK.
