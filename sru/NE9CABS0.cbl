      *****************************************************************
      * Program name:    NE9CABS0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Short-term absences *
      *                          (sickness, accident, family, errands)*
      *                          against EMP_ABSENCE for the NE27     *
      *                          screen and the NEABL000 loader: days *
      *                          lost counted with NE9CCAL0, periods  *
      *                          overlapping another absence or an    *
      *                          open EMP_LEAVE refused.              *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CABS0.
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
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CABS0'.
           05 CT-NE9CCAL0                PIC X(08) VALUE 'NE9CCAL0'.
           05 CT-TABLA-ABS               PIC X(08) VALUE 'EMP_ABS'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-FECHA-DESDE             PIC X(11) VALUE 'FECHA DESDE'.
           05 CT-FECHA-HASTA             PIC X(11) VALUE 'FECHA HASTA'.
           05 CT-TIPO-AUSENCIA           PIC X(13) VALUE
                                                   'TIPO AUSENCIA'.
           05 CT-CERTIFICADO             PIC X(11) VALUE 'CERTIFICADO'.
           05 CT-EMPSTATUS               PIC X(09) VALUE 'EMPSTATUS'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-LICENCIA-ACTIVA         PIC X(01) VALUE 'A'.
           05 CT-FECHA-ABIERTA           PIC X(10) VALUE '9999-12-31'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(09) COMP VALUE ZERO.

       01  WS-NEECCAL0-01.
           COPY NEECCAL0.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-FUERA-DOMINIO           PIC X(07) VALUE 'NEE2126'.
           05 ME-FECHA-INVALIDA          PIC X(07) VALUE 'NEE2130'.
           05 ME-SUPERPOSICION           PIC X(07) VALUE 'NEE2180'.
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
              INCLUDE NEGTABS
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECABS-01.
           COPY NEECABS0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECABS-01 WS-NEECRET0-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           INITIALIZE WS-NEECRET0-01
           SET  RET0-88-OK                  TO TRUE

           IF ABS0-OPCION EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF ABS0-EMPNO EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF ABS0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO ABS0-ORIGEN
           END-IF

           EVALUATE TRUE
               WHEN ABS0-88-ALTA
                    PERFORM 2100-ALTA-ABS
                       THRU 2100-ALTA-ABS-EXIT
               WHEN ABS0-88-CONSULTA
                    PERFORM 2200-CONSULTA-ABS
                       THRU 2200-CONSULTA-ABS-EXIT
               WHEN ABS0-88-MODIFICA
                    PERFORM 2300-MODIFICA-ABS
                       THRU 2300-MODIFICA-ABS-EXIT
               WHEN ABS0-88-BAJA
                    PERFORM 2400-BAJA-ABS
                       THRU 2400-BAJA-ABS-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    MOVE CT-OPCION             TO RET0-VAR1-ERROR
                    MOVE ME-OPCION-INVALIDA    TO RET0-COD-ERROR
                    PERFORM 3000-FIN
           END-EVALUATE

           PERFORM 3000-FIN.

      *****************************************************************
      *                        2100-ALTA-ABS                          *
      *                                                                *
      *    - REGISTRA LA AUSENCIA DESPUES DE VALIDAR LOS DATOS,        *
      *      CONTROLAR QUE NO PISE OTRA AUSENCIA NI UNA LICENCIA       *
      *      ABIERTA Y CONTAR LOS DIAS HABILES PERDIDOS                *
      *****************************************************************
       2100-ALTA-ABS.

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

           MOVE SPACES                      TO DCLABS-FECHADESDE

           PERFORM 2130-VALIDA-SUPERPOSICION
              THRU 2130-VALIDA-SUPERPOSICION-EXIT

           PERFORM 2140-CUENTA-HABILES
              THRU 2140-CUENTA-HABILES-EXIT

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.EMP_ABSENCE
              (
                    EMPNO,
                    FECHADESDE,
                    FECHAHASTA,
                    TIPOAUSENCIA,
                    CERTIFICADO,
                    DIASPERDIDOS,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLABS-EMPNO,
                   :DCLABS-FECHADESDE,
                   :DCLABS-FECHAHASTA,
                   :DCLABS-TIPOAUSENCIA,
                   :DCLABS-CERTIFICADO,
                   :DCLABS-DIASPERDIDOS,
                   :DCLABS-USUARIOCAMBIO,
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
                    MOVE ABS0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-ALTA-ABS-EXIT.
           EXIT.

      *****************************************************************
      *                     2110-VALIDA-DATOS                         *
      *****************************************************************
       2110-VALIDA-DATOS.

           IF ABS0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF ABS0-FECHA-HASTA EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-HASTA           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF ABS0-FECHA-HASTA IS LESS THAN ABS0-FECHA-DESDE
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-HASTA           TO RET0-VAR1-ERROR
              MOVE ME-HASTA-ANTERIOR        TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF NOT ABS0-88-TIPO-VALIDO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TIPO-AUSENCIA         TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF NOT ABS0-88-CON-CERTIFICADO AND
              NOT ABS0-88-SIN-CERTIFICADO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-CERTIFICADO           TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-DATOS-EXIT.
           EXIT.

      *****************************************************************
      *                     2120-LEE-EMPLEADO                         *
      *****************************************************************
       2120-LEE-EMPLEADO.

           MOVE ABS0-EMPNO                  TO DCLEMP-EMPNO

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
                    MOVE ABS0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                 2130-VALIDA-SUPERPOSICION                     *
      *                                                                *
      *    - EL PERIODO NO PUEDE PISAR UNA LICENCIA ABIERTA EN         *
      *      EMP_LEAVE NI OTRA AUSENCIA DEL EMPLEADO.  EN LA           *
      *      MODIFICACION DCLABS-FECHADESDE TRAE LA CLAVE DE LA PROPIA *
      *      AUSENCIA PARA EXCLUIRLA; EN EL ALTA VIENE EN BLANCO.      *
      *****************************************************************
       2130-VALIDA-SUPERPOSICION.

           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.EMP_LEAVE
               WHERE EMPNO        = :ABS0-EMPNO
                 AND ESTADO       = :CT-LICENCIA-ACTIVA
                 AND FECHAINICIO <= DATE(:ABS0-FECHA-HASTA)
                 AND VALUE(FECHARETORNO, DATE(:CT-FECHA-ABIERTA))
                                 >= DATE(:ABS0-FECHA-DESDE)
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

           IF DCLABS-FECHADESDE EQUAL SPACES
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CONTADOR
                   FROM NEOSB36.EMP_ABSENCE
                  WHERE EMPNO       = :ABS0-EMPNO
                    AND FECHADESDE <= DATE(:ABS0-FECHA-HASTA)
                    AND FECHAHASTA >= DATE(:ABS0-FECHA-DESDE)
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CONTADOR
                   FROM NEOSB36.EMP_ABSENCE
                  WHERE EMPNO       = :ABS0-EMPNO
                    AND FECHADESDE <> DATE(:DCLABS-FECHADESDE)
                    AND FECHADESDE <= DATE(:ABS0-FECHA-HASTA)
                    AND FECHAHASTA >= DATE(:ABS0-FECHA-DESDE)
              END-EXEC
           END-IF

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
      *                    2140-CUENTA-HABILES                        *
      *                                                                *
      *    - LOS DIAS PERDIDOS SON LOS HABILES DEL PERIODO CONTRA      *
      *      HOLIDAY_CAL.  UNA AUSENCIA EN DIAS NO LABORABLES SE       *
      *      REGISTRA IGUAL (CUENTA COMO OCURRENCIA) CON CERO DIAS.    *
      *****************************************************************
       2140-CUENTA-HABILES.

           INITIALIZE WS-NEECCAL0-01
           SET CAL0-88-CUENTA-HABILES       TO TRUE
           MOVE ABS0-FECHA-DESDE            TO CAL0-FECHA-BASE
           MOVE ABS0-FECHA-HASTA            TO CAL0-FECHA-HASTA

           CALL CT-NE9CCAL0 USING WS-NEECCAL0-01

           IF NOT CAL0-88-OK
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-FECHA-INVALIDA        TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE CAL0-DIAS-HABILES           TO ABS0-DIAS-PERDIDOS.

       2140-CUENTA-HABILES-EXIT.
           EXIT.

      *****************************************************************
      *                      2200-CONSULTA-ABS                        *
      *                                                                *
      *    - CON FECHA DESDE INFORMADA LEE ESA AUSENCIA; EN BLANCO     *
      *      DEVUELVE LA ULTIMA REGISTRADA DEL EMPLEADO                *
      *****************************************************************
       2200-CONSULTA-ABS.

           MOVE ABS0-EMPNO                  TO DCLABS-EMPNO

           IF ABS0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              EXEC SQL
                 SELECT CHAR(FECHADESDE, ISO),
                        CHAR(FECHAHASTA, ISO),
                        TIPOAUSENCIA,
                        CERTIFICADO,
                        DIASPERDIDOS
                   INTO :DCLABS-FECHADESDE,
                        :DCLABS-FECHAHASTA,
                        :DCLABS-TIPOAUSENCIA,
                        :DCLABS-CERTIFICADO,
                        :DCLABS-DIASPERDIDOS
                   FROM NEOSB36.EMP_ABSENCE
                  WHERE EMPNO = :DCLABS-EMPNO
                  ORDER BY FECHADESDE DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE ABS0-FECHA-DESDE         TO DCLABS-FECHADESDE
              EXEC SQL
                 SELECT CHAR(FECHADESDE, ISO),
                        CHAR(FECHAHASTA, ISO),
                        TIPOAUSENCIA,
                        CERTIFICADO,
                        DIASPERDIDOS
                   INTO :DCLABS-FECHADESDE,
                        :DCLABS-FECHAHASTA,
                        :DCLABS-TIPOAUSENCIA,
                        :DCLABS-CERTIFICADO,
                        :DCLABS-DIASPERDIDOS
                   FROM NEOSB36.EMP_ABSENCE
                  WHERE EMPNO      = :DCLABS-EMPNO
                    AND FECHADESDE = :DCLABS-FECHADESDE
              END-EXEC
           END-IF

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLABS-FECHADESDE  TO ABS0-FECHA-DESDE
                    MOVE DCLABS-FECHAHASTA  TO ABS0-FECHA-HASTA
                    MOVE DCLABS-TIPOAUSENCIA TO ABS0-TIPO
                    MOVE DCLABS-CERTIFICADO TO ABS0-CERTIFICADO
                    MOVE DCLABS-DIASPERDIDOS TO ABS0-DIAS-PERDIDOS
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE ABS0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2200-CONSULTA-ABS-EXIT.
           EXIT.

      *****************************************************************
      *                      2300-MODIFICA-ABS                        *
      *                                                                *
      *    - LA FECHA DESDE ES CLAVE Y NO SE MODIFICA; SE PUEDEN       *
      *      CAMBIAR FECHA HASTA, TIPO Y CERTIFICADO (P.EJ. CUANDO EL  *
      *      EMPLEADO PRESENTA EL CERTIFICADO MEDICO DESPUES)          *
      *****************************************************************
       2300-MODIFICA-ABS.

           PERFORM 2110-VALIDA-DATOS
              THRU 2110-VALIDA-DATOS-EXIT

           MOVE ABS0-FECHA-DESDE            TO DCLABS-FECHADESDE

           PERFORM 2130-VALIDA-SUPERPOSICION
              THRU 2130-VALIDA-SUPERPOSICION-EXIT

           PERFORM 2140-CUENTA-HABILES
              THRU 2140-CUENTA-HABILES-EXIT

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

           EXEC SQL
              UPDATE NEOSB36.EMP_ABSENCE
                 SET FECHAHASTA    = :DCLABS-FECHAHASTA,
                     TIPOAUSENCIA  = :DCLABS-TIPOAUSENCIA,
                     CERTIFICADO   = :DCLABS-CERTIFICADO,
                     DIASPERDIDOS  = :DCLABS-DIASPERDIDOS,
                     USUARIOCAMBIO = :DCLABS-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLABS-EMPNO
                 AND FECHADESDE = :DCLABS-FECHADESDE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE ABS0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-MODIFICA-ABS-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-BAJA-ABS                          *
      *                                                                *
      *    - ELIMINA UNA AUSENCIA CARGADA POR ERROR                    *
      *****************************************************************
       2400-BAJA-ABS.

           IF ABS0-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-FECHA-DESDE           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE ABS0-EMPNO                  TO DCLABS-EMPNO
           MOVE ABS0-FECHA-DESDE            TO DCLABS-FECHADESDE

           EXEC SQL
              DELETE FROM NEOSB36.EMP_ABSENCE
               WHERE EMPNO      = :DCLABS-EMPNO
                 AND FECHADESDE = :DCLABS-FECHADESDE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE ABS0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-BAJA-ABS-EXIT.
           EXIT.

      *****************************************************************
      *                       9000-MOVER-CAMPOS                       *
      *****************************************************************
       9000-MOVER-CAMPOS.

           MOVE ABS0-EMPNO                  TO DCLABS-EMPNO
           MOVE ABS0-FECHA-DESDE            TO DCLABS-FECHADESDE
           MOVE ABS0-FECHA-HASTA            TO DCLABS-FECHAHASTA
           MOVE ABS0-TIPO                   TO DCLABS-TIPOAUSENCIA
           MOVE ABS0-CERTIFICADO            TO DCLABS-CERTIFICADO
           MOVE ABS0-DIAS-PERDIDOS          TO DCLABS-DIASPERDIDOS
           MOVE ABS0-ORIGEN                 TO DCLABS-USUARIOCAMBIO.

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
           MOVE CT-TABLA-ABS                TO RET0-TABLENAME

           GOBACK.
