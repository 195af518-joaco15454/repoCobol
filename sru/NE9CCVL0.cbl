      *****************************************************************
      * Program name:    NE9CCVL0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Employment          *
      *                          certificate requests                 *
      *                          (NEOSB36.CERT_LETTER) for the NE35   *
      *                          screen: queue a request (with or     *
      *                          without salary, addressee) for the   *
      *                          NECVL000 print, and inquire the      *
      *                          employee's last request.             *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CCVL0.
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

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CCVL0'.
           05 CT-TABLA-CVL               PIC X(08) VALUE 'CERTLETT'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-TIPOCARTA               PIC X(09) VALUE 'TIPOCARTA'.
           05 CT-DESTINATARIO            PIC X(12) VALUE 'DESTINATARIO'.
           05 CT-CVL-PENDIENTE           PIC X(01) VALUE 'P'.
           05 CT-FECHA-NULA              PIC X(10) VALUE '0001-01-01'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-FIRSTNME                PIC X(12) VALUE SPACES.
           05 WS-LASTNAME                PIC X(15) VALUE SPACES.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-TIPO-CARTA              PIC X(07) VALUE 'NEE2194'.

       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTCVL
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECCVL-01.
           COPY NEECCVL0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECCVL-01 WS-NEECRET0-01.

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

           IF CVL0-OPCION EQUAL SPACES OR LOW-VALUES
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF CVL0-EMPNO EQUAL SPACES OR LOW-VALUES
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              PERFORM 1290-FALTA-CAMPO
           END-IF

           IF NOT CVL0-88-CREATE
              GO TO 1200-VALIDA-OBLIGATORIOS-EXIT
           END-IF

           IF NOT CVL0-88-CON-SUELDO AND NOT CVL0-88-SIN-SUELDO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TIPOCARTA             TO RET0-VAR1-ERROR
              MOVE ME-TIPO-CARTA            TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF CVL0-DESTINATARIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-DESTINATARIO          TO RET0-VAR1-ERROR
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
               WHEN CVL0-88-CREATE
                    PERFORM 2100-CREATE-CVL
                       THRU 2100-CREATE-CVL-EXIT
               WHEN CVL0-88-READ
                    PERFORM 2200-READ-CVL
                       THRU 2200-READ-CVL-EXIT
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
      *                        2100-CREATE-CVL                        *
      *                                                                *
      *    - EL PEDIDO QUEDA PENDIENTE, SIN NUMERO NI FECHA DE         *
      *      EMISION; LOS ASIGNA LA IMPRESION NECVL000                 *
      *    - SE ACEPTAN EMPLEADOS DADOS DE BAJA: EL CERTIFICADO        *
      *      INFORMA ENTONCES LA FECHA DE EGRESO                       *
      *****************************************************************
       2100-CREATE-CVL.

           PERFORM 2110-LEE-EMPLEADO
              THRU 2110-LEE-EMPLEADO-EXIT

           MOVE CVL0-EMPNO                  TO DCLCVL-EMPNO
           MOVE CVL0-TIPOCARTA              TO DCLCVL-TIPOCARTA
           MOVE CVL0-DESTINATARIO           TO DCLCVL-DESTINATARIO
           MOVE CT-CVL-PENDIENTE            TO DCLCVL-ESTADO
           MOVE ZEROS                       TO DCLCVL-NROCARTA
           MOVE CT-FECHA-NULA               TO DCLCVL-FECHAEMISION

           IF CVL0-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLCVL-USUARIO
           ELSE
              MOVE CVL0-USUARIO             TO DCLCVL-USUARIO
           END-IF

           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
                INTO :DCLCVL-FECHAPEDIDO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.CERT_LETTER
              (
                    EMPNO,
                    FECHAPEDIDO,
                    TIPOCARTA,
                    DESTINATARIO,
                    USUARIO,
                    ESTADO,
                    NROCARTA,
                    FECHAEMISION
              )
              VALUES
              (
                   :DCLCVL-EMPNO,
                   :DCLCVL-FECHAPEDIDO,
                   :DCLCVL-TIPOCARTA,
                   :DCLCVL-DESTINATARIO,
                   :DCLCVL-USUARIO,
                   :DCLCVL-ESTADO,
                   :DCLCVL-NROCARTA,
                   :DCLCVL-FECHAEMISION
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           MOVE DCLCVL-FECHAPEDIDO          TO CVL0-FECHAPEDIDO
           MOVE DCLCVL-ESTADO               TO CVL0-ESTADO
           MOVE DCLCVL-NROCARTA             TO CVL0-NROCARTA
           MOVE SPACES                      TO CVL0-FECHAEMISION.

       2100-CREATE-CVL-EXIT.
           EXIT.

      *****************************************************************
      *                      2110-LEE-EMPLEADO                        *
      *****************************************************************
       2110-LEE-EMPLEADO.

           EXEC SQL
              SELECT FIRSTNME,
                     LASTNAME
                INTO :WS-FIRSTNME,
                     :WS-LASTNAME
                FROM NEOSB36.EMP
               WHERE EMPNO = :CVL0-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    STRING WS-FIRSTNME DELIMITED BY SPACE
                           ' '         DELIMITED BY SIZE
                           WS-LASTNAME DELIMITED BY SIZE
                      INTO CVL0-NOMBRE
                    END-STRING
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE CVL0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2110-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                         2200-READ-CVL                         *
      *                                                                *
      *    - ULTIMO PEDIDO DEL EMPLEADO                                *
      *****************************************************************
       2200-READ-CVL.

           PERFORM 2110-LEE-EMPLEADO
              THRU 2110-LEE-EMPLEADO-EXIT

           MOVE CVL0-EMPNO                  TO DCLCVL-EMPNO

           EXEC SQL
              SELECT CHAR(C.FECHAPEDIDO),
                     C.TIPOCARTA,
                     C.DESTINATARIO,
                     C.USUARIO,
                     C.ESTADO,
                     C.NROCARTA,
                     CHAR(C.FECHAEMISION, ISO)
                INTO :DCLCVL-FECHAPEDIDO,
                     :DCLCVL-TIPOCARTA,
                     :DCLCVL-DESTINATARIO,
                     :DCLCVL-USUARIO,
                     :DCLCVL-ESTADO,
                     :DCLCVL-NROCARTA,
                     :DCLCVL-FECHAEMISION
                FROM NEOSB36.CERT_LETTER AS C
               WHERE C.EMPNO       = :DCLCVL-EMPNO
                 AND C.FECHAPEDIDO =
                     (SELECT MAX(M.FECHAPEDIDO)
                        FROM NEOSB36.CERT_LETTER AS M
                       WHERE M.EMPNO = :DCLCVL-EMPNO)
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLCVL-FECHAPEDIDO TO CVL0-FECHAPEDIDO
                    MOVE DCLCVL-TIPOCARTA   TO CVL0-TIPOCARTA
                    MOVE DCLCVL-DESTINATARIO
                                            TO CVL0-DESTINATARIO
                    MOVE DCLCVL-USUARIO     TO CVL0-USUARIO
                    MOVE DCLCVL-ESTADO      TO CVL0-ESTADO
                    MOVE DCLCVL-NROCARTA    TO CVL0-NROCARTA
                    IF CVL0-88-EMITIDA
                       MOVE DCLCVL-FECHAEMISION
                                            TO CVL0-FECHAEMISION
                    ELSE
                       MOVE SPACES          TO CVL0-FECHAEMISION
                    END-IF
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE CVL0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-READ-CVL-EXIT.
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
           MOVE CT-TABLA-CVL                TO RET0-TABLENAME

           GOBACK.
