      *****************************************************************
      * Program name:    NE1C3700                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Review screen for   *
      *                          pending bank detail changes          *
      *                          (transaction NE37): shows the        *
      *                          approved account next to the change  *
      *                          awaiting approval and approves ('A') *
      *                          or rejects ('X') it through NE9CBNK0,*
      *                          which requires a second user with    *
      *                          approval level.                      *
      * 15/10/2026 gforrich      Each PF6 inquiry of an employee's    *
      *                          approved and pending bank details is *
      *                          logged in ACCESS_LOG via NE9CACC0.   *
      * 15/10/2026 gforrich      Tells when the change was approved   *
      *                          under an approval delegation.        *
      *****************************************************************
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3700.
       AUTHOR. NEORIS.
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
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-MENSAJE                    PIC X(40) VALUE SPACES.
           05 WS-LARGO                      PIC S9(4) COMP.
           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3700'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE37'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3700'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3701'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDBNK                    PIC X(08) VALUE 'NE9CBNK0'.
           05 CT-CRUDEMP                    PIC X(08) VALUE 'NE9CEMP0'.
           05 CT-NE9CACC0                   PIC X(08) VALUE 'NE9CACC0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECBNK-01.
           COPY NEECBNK0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
       01  WS-NEECEMP0-01.
           COPY NEECEMP0.
       01  WS-NEECACC0-01.
           COPY NEECACC0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3700.

      *****************************************************************
      *                    DEFINICION DE LINKAGE                      *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-EMPNO                      PIC X(06).
           05 CA-PRIMERA-VEZ                PIC X(01).
              88 CA-88-PRIMERA-VEZ                    VALUE 'S'.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           PERFORM 0500-DETERMINA-IDIOMA
              THRU 0500-DETERMINA-IDIOMA-EXIT

           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                   0500-DETERMINA-IDIOMA                       *
      *****************************************************************
       0500-DETERMINA-IDIOMA.

           EXEC CICS
                ASSIGN USERID(WS-USUARIO)
                NOHANDLE
           END-EXEC

           INITIALIZE WS-NEECUSR0-01
           MOVE WS-USUARIO                  TO USR0-USUARIO

           CALL CT-NE9CUSR0 USING WS-NEECUSR0-01

           MOVE USR0-IDIOMA                 TO WS-IDIOMA

           IF USR0-88-INGLES
              MOVE CT-MAPA-INGLES           TO WS-MAPA
           ELSE
              MOVE CT-MAPA                  TO WS-MAPA
           END-IF
           .
       0500-DETERMINA-IDIOMA-EXIT.
           EXIT.
      *****************************************************************
      *                        1000-INICIO                            *
      *****************************************************************
       1000-INICIO.

           INITIALIZE WS-VARIABLE

           IF EIBCALEN EQUAL ZERO
              PERFORM 1100-SEND-MAP-ONLY
                 THRU 1100-SEND-MAP-ONLY-EXIT
              PERFORM 1200-RETURN-TRANS
           ELSE
              IF EIBCALEN IS LESS THAN LENGTH OF DFHCOMMAREA
                 PERFORM 9200-COMMAREA-INVALIDA
                    THRU 9200-COMMAREA-INVALIDA-EXIT
              ELSE
                 MOVE DFHCOMMAREA           TO WS-COMMAREA
                 IF CA-88-PRIMERA-VEZ
                    PERFORM 1100-SEND-MAP-ONLY
                       THRU 1100-SEND-MAP-ONLY-EXIT
                    MOVE 'N'                TO WS-CA-PRIMERA-VEZ
                    PERFORM 1200-RETURN-TRANS
                 END-IF
              END-IF
           END-IF.

       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                     1100-SEND-MAP-ONLY                        *
      *****************************************************************
       1100-SEND-MAP-ONLY.

           MOVE LOW-VALUES                  TO NEM370MI

           EXEC CICS
                SEND MAP(WS-MAPA)
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.

       1100-SEND-MAP-ONLY-EXIT.
           EXIT.
      *****************************************************************
      *                     1200-RETURN-TRANS                         *
      *****************************************************************
       1200-RETURN-TRANS.

           MOVE LENGTH OF WS-COMMAREA       TO WS-LARGO

           EXEC CICS
                RETURN
                TRANSID(CT-TRANSACCION)
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LARGO)
           END-EXEC.

      *****************************************************************
      *                       2000-PROCESO                            *
      *****************************************************************
       2000-PROCESO.

           EXEC CICS
                RECEIVE MAP(WS-MAPA)
                   INTO (NEM370MI)
               NOHANDLE
           END-EXEC

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
               WHEN DFHRESP(MAPFAIL)
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-ERROR-MAPA
           END-EVALUATE

           EVALUATE EIBAID
               WHEN DFHPF6
                    PERFORM 2150-RECUPERA-BNK
                       THRU 2150-RECUPERA-BNK-EXIT
               WHEN DFHPF5
                    PERFORM 2100-RESUELVE-BNK
                       THRU 2100-RESUELVE-BNK-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-BNK
                       THRU 2200-LIMPIA-BNK-EXIT
               WHEN DFHPF3
                    PERFORM 2300-REGRESA-MENU
                       THRU 2300-REGRESA-MENU-EXIT
               WHEN OTHER
                    PERFORM 9100-OPCION-NO-VALIDA
                       THRU 9100-OPCION-NO-VALIDA-EXIT
           END-EVALUATE.

       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-RESUELVE-BNK                         *
      *                                                               *
      *    - OPCION 'A' APRUEBA EL CAMBIO PENDIENTE Y 'X' LO RECHAZA. *
      *      NE9CBNK0 EXIGE QUE EL APROBADOR SEA OTRO USUARIO Y CON   *
      *      NIVEL DE APROBACION                                      *
      *****************************************************************
       2100-RESUELVE-BNK.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-MANTENIMIENTO
              AND NOT USR0-88-APROBACION
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN AUTORIZACION DE MANTENIM.' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM370MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-RESUELVE-BNK-EXIT
           END-IF

           IF OPCIONI NOT EQUAL 'A' AND
              OPCIONI NOT EQUAL 'X'
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'OPCION DEBE SER A O X'  TO MSGO
           ELSE
              IF EMPNOI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO EMPNOH
                 MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
              ELSE
                 PERFORM 2110-ARMA-NEECBNK0
                    THRU 2110-ARMA-NEECBNK0-EXIT

                 PERFORM 5100-CALL-DB-BNK
                    THRU 5100-CALL-DB-BNK-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK AND BNK0-88-PEND-APROBADO
                      AND BNK0-DELEGANTE NOT EQUAL SPACES
                          PERFORM 2170-MUEVE-PENDIENTE
                             THRU 2170-MUEVE-PENDIENTE-EXIT
                          MOVE 'CAMBIO APROBADO POR DELEGACION' TO MSGO
                     WHEN RET0-88-OK AND BNK0-88-PEND-APROBADO
                          PERFORM 2170-MUEVE-PENDIENTE
                             THRU 2170-MUEVE-PENDIENTE-EXIT
                          MOVE 'CAMBIO APROBADO Y APLICADO' TO MSGO
                     WHEN RET0-88-OK
                          PERFORM 2170-MUEVE-PENDIENTE
                             THRU 2170-MUEVE-PENDIENTE-EXIT
                          MOVE 'CAMBIO RECHAZADO'  TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO OPCIONH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM370MO)
                NOHANDLE
           END-EXEC.

       2100-RESUELVE-BNK-EXIT.
           EXIT.
      *****************************************************************
      *                   2105-VERIFICA-PERFIL                        *
      *****************************************************************
       2105-VERIFICA-PERFIL.

           EXEC CICS
                ASSIGN USERID(WS-USUARIO)
                NOHANDLE
           END-EXEC

           INITIALIZE WS-NEECUSR0-01
           MOVE WS-USUARIO                  TO USR0-USUARIO

           CALL CT-NE9CUSR0 USING WS-NEECUSR0-01
           .
       2105-VERIFICA-PERFIL-EXIT.
           EXIT.
      *****************************************************************
      *                    2110-ARMA-NEECBNK0                         *
      *****************************************************************
       2110-ARMA-NEECBNK0.

           INITIALIZE WS-NEECBNK-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'A'
                    SET BNK0-88-APRUEBA     TO TRUE
               WHEN 'X'
                    SET BNK0-88-RECHAZA     TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO BNK0-ORIGEN
           MOVE EMPNOI                      TO BNK0-EMPNO
           .
       2110-ARMA-NEECBNK0-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-BNK                          *
      *                                                               *
      *    - MUESTRA LA CUENTA APROBADA (LA QUE USA LA NOMINA) JUNTO  *
      *      AL CAMBIO QUE ESPERA APROBACION                          *
      *****************************************************************
       2150-RECUPERA-BNK.

           MOVE SPACES                      TO NOMBREO
                                               ACTBCOO
                                               ACTSUCO
                                               ACTCTAO
                                               PNDTIPO
                                               PNDESTO
                                               PNDBCOO
                                               PNDSUCO
                                               PNDCTAO
                                               PNDUSRO
                                               PNDFECO

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
              GO TO 2150-RECUPERA-BNK-ENVIA
           END-IF

      * TODA CONSULTA QUEDA REGISTRADA; SIN REGISTRO NO SE MUESTRAN
      * DATOS
           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           INITIALIZE WS-NEECACC0-01
           SET ACC0-88-PERMITIDO            TO TRUE
           PERFORM 4900-REGISTRA-ACCESO
              THRU 4900-REGISTRA-ACCESO-EXIT

           IF NOT ACC0-88-OK
              MOVE 'ERROR AL REGISTRAR EL ACCESO' TO MSGO
              GO TO 2150-RECUPERA-BNK-ENVIA
           END-IF

           INITIALIZE WS-NEECEMP0-01
           INITIALIZE WS-NEECRET0-01
           SET  DEP0-88-READ                TO TRUE
           MOVE EMPNOI                      TO DEP0-EMPNO

           PERFORM 5200-CALL-DB-EMP
              THRU 5200-CALL-DB-EMP-EXIT

           IF NOT RET0-88-OK
              MOVE DFHBLINK                 TO EMPNOH
              PERFORM 8500-TRADUCE-ERROR
                 THRU 8500-TRADUCE-ERROR-EXIT
              GO TO 2150-RECUPERA-BNK-ENVIA
           END-IF

           STRING DEP0-FIRSTNME DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  DEP0-LASTNAME DELIMITED BY SIZE
             INTO NOMBREO
           END-STRING

           MOVE EMPNOI                      TO WS-CA-EMPNO

           INITIALIZE WS-NEECBNK-01
           INITIALIZE WS-NEECRET0-01
           SET  BNK0-88-READ                TO TRUE
           MOVE EMPNOI                      TO BNK0-EMPNO

           PERFORM 5100-CALL-DB-BNK
              THRU 5100-CALL-DB-BNK-EXIT

           IF RET0-88-OK
              MOVE BNK0-BANCO               TO ACTBCOO
              MOVE BNK0-SUCURSAL            TO ACTSUCO
              MOVE BNK0-CUENTA              TO ACTCTAO
           ELSE
              MOVE 'SIN CUENTA APROBADA'    TO ACTCTAO
           END-IF

           INITIALIZE WS-NEECBNK-01
           INITIALIZE WS-NEECRET0-01
           SET  BNK0-88-CONSULTA-PEND       TO TRUE
           MOVE EMPNOI                      TO BNK0-EMPNO

           PERFORM 5100-CALL-DB-BNK
              THRU 5100-CALL-DB-BNK-EXIT

           EVALUATE TRUE
               WHEN RET0-88-OK AND BNK0-88-PEND-VENCIDO
                    PERFORM 2170-MUEVE-PENDIENTE
                       THRU 2170-MUEVE-PENDIENTE-EXIT
                    MOVE 'EL CAMBIO PENDIENTE ESTA VENCIDO' TO MSGO
               WHEN RET0-88-OK
                    PERFORM 2170-MUEVE-PENDIENTE
                       THRU 2170-MUEVE-PENDIENTE-EXIT
                    MOVE 'CAMBIO PENDIENTE DE APROBACION' TO MSGO
               WHEN RET0-88-COD-AVISO
                    MOVE 'NO HAY CAMBIOS PENDIENTES' TO MSGO
               WHEN OTHER
                    PERFORM 8500-TRADUCE-ERROR
                       THRU 8500-TRADUCE-ERROR-EXIT
           END-EVALUATE.

       2150-RECUPERA-BNK-ENVIA.

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM370MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-BNK-EXIT.
           EXIT.
      *****************************************************************
      *                    4900-REGISTRA-ACCESO                       *
      *                                                               *
      *    - DEJA EN ACCESS_LOG EL USUARIO, LA TERMINAL, EL EMPNO     *
      *      PEDIDO Y SI EL ACCESO SE PERMITIO (ACC0-RESULTADO YA     *
      *      CARGADO POR EL LLAMADOR)                                 *
      *****************************************************************
       4900-REGISTRA-ACCESO.

           MOVE WS-USUARIO                   TO ACC0-USUARIO
           MOVE EIBTRMID                    TO ACC0-TERMINAL
           MOVE CT-TRANSACCION              TO ACC0-TRANSACCION
           MOVE EMPNOI                       TO ACC0-EMPNO

           CALL CT-NE9CACC0 USING WS-NEECACC0-01
           .
       4900-REGISTRA-ACCESO-EXIT.
           EXIT.
      *****************************************************************
      *                  2170-MUEVE-PENDIENTE                         *
      *****************************************************************
       2170-MUEVE-PENDIENTE.

           MOVE BNK0-PEND-TIPO              TO PNDTIPO
           MOVE BNK0-PEND-ESTADO            TO PNDESTO
           MOVE BNK0-PEND-BANCO             TO PNDBCOO
           MOVE BNK0-PEND-SUCURSAL          TO PNDSUCO
           MOVE BNK0-PEND-CUENTA            TO PNDCTAO
           MOVE BNK0-PEND-USUARIO           TO PNDUSRO
           MOVE BNK0-PEND-FECHA             TO PNDFECO
           .
       2170-MUEVE-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-BNK                          *
      *****************************************************************
       2200-LIMPIA-BNK.

           MOVE DFHBLINK                    TO NEM370MI
           MOVE LOW-VALUES                  TO NEM370MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-BNK-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM370MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM370MO

              EXEC CICS START
                   TRANSID(CT-NE10)
                   END-EXEC.
      *
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
               WHEN DFHRESP(MAPFAIL)
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-ERROR-MAPA
           END-EVALUATE.
       2300-REGRESA-MENU-EXIT.
            EXIT.
      *****************************************************************
      *                          CALL BNK TABLE                       *
      *****************************************************************
       5100-CALL-DB-BNK.

            CALL CT-CRUDBNK USING WS-NEECBNK-01,
                                  WS-NEECRET0-01.
       5100-CALL-DB-BNK-EXIT.
           EXIT.
      *****************************************************************
      *                          CALL EMP TABLE                       *
      *****************************************************************
       5200-CALL-DB-EMP.

            CALL CT-CRUDEMP USING NEECDEP0,
                                  NEECRET0.
       5200-CALL-DB-EMP-EXIT.
           EXIT.
      *****************************************************************
      *                     8500-TRADUCE-ERROR                        *
      *****************************************************************
       8500-TRADUCE-ERROR.

           IF RET0-COD-ERROR EQUAL SPACES OR LOW-VALUES
              MOVE RET0-DESERROR            TO MSGO
              GO TO 8500-TRADUCE-ERROR-EXIT
           END-IF

           INITIALIZE WS-NEECTXT0-01
           MOVE RET0-COD-ERROR              TO TXT0-COD-ERROR
           MOVE WS-IDIOMA                   TO TXT0-IDIOMA

           CALL CT-NE9CMSG0 USING WS-NEECTXT0-01

           MOVE TXT0-TEXTO                  TO MSGO
           .
       8500-TRADUCE-ERROR-EXIT.
           EXIT.
      *****************************************************************
      *                      9000-ERROR-MAPA                          *
      *****************************************************************
       9000-ERROR-MAPA.

           MOVE DFHBLINK                    TO NEM370MI
           MOVE 'ERROR EN MAPA'             TO NEM370MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM370MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM370MI
           MOVE 'OPTION NO VALIDA'          TO NEM370MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM370MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM370MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM370MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM370MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
       9200-COMMAREA-INVALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                          3000-FIN                             *
      *****************************************************************
       3000-FIN.

           EXEC CICS
                RETURN
           END-EXEC.
