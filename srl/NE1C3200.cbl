      *****************************************************************
      * Program name:    NE1C3200                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Succession plan     *
      *                          screen (transaction NE32): nominate  *
      *                          a successor for a department manager *
      *                          position, retrieve it, change its    *
      *                          readiness (1 ready now, 2 in 1-2     *
      *                          years, 3 in 3 or more years) or      *
      *                          remove it, through NE9CSUC0.         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3200.
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
              10 WS-CA-DEPTNO               PIC X(03).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3200'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE32'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3200'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3201'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDSUC                    PIC X(08) VALUE 'NE9CSUC0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECSUC-01.
           COPY NEECSUC0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3200.

      *****************************************************************
      *                    DEFINICION DE LINKAGE                      *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-DEPTNO                     PIC X(03).
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

           MOVE LOW-VALUES                  TO NEM320MI

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
                   INTO (NEM320MI)
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
                    PERFORM 2150-RECUPERA-SUC
                       THRU 2150-RECUPERA-SUC-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-SUC
                       THRU 2100-GRABAR-SUC-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-SUC
                       THRU 2200-LIMPIA-SUC-EXIT
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
      *                      2100-GRABAR-SUC                          *
      *                                                                *
      *    - OPCION 'C' NOMINA AL SUCESOR, 'U' CAMBIA SU PREPARACION   *
      *      Y 'D' QUITA LA NOMINACION                                 *
      *    - ARMA EL AREA NEECSUC0 CON LOS DATOS DEL MAPA              *
      *    - LLAMA A NE9CSUC0 Y MUESTRA EL RESULTADO                   *
      *****************************************************************
       2100-GRABAR-SUC.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-MANTENIMIENTO
              AND NOT USR0-88-APROBACION
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN AUTORIZACION DE MANTENIM.' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM320MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-GRABAR-SUC-EXIT
           END-IF

           IF OPCIONI NOT EQUAL 'C' AND
              OPCIONI NOT EQUAL 'U' AND
              OPCIONI NOT EQUAL 'D'
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'OPCION DEBE SER C, U O D' TO MSGO
           ELSE
              IF DEPTNOI EQUAL SPACES OR LOW-VALUES
                 OR EMPNOI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO DEPTNOH
                 MOVE 'DEBE INFORMAR DEPTNO Y EMPNO' TO MSGO
              ELSE
                 PERFORM 2110-ARMA-NEECSUC0
                    THRU 2110-ARMA-NEECSUC0-EXIT

                 PERFORM 5100-CALL-DB-SUC
                    THRU 5100-CALL-DB-SUC-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          MOVE SUC0-LASTNAME TO LASTNAMEO
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO EMPNOH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM320MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-SUC-EXIT.
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
      *                    2110-ARMA-NEECSUC0                         *
      *****************************************************************
       2110-ARMA-NEECSUC0.

           INITIALIZE WS-NEECSUC-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'C'
                    SET SUC0-88-CREATE      TO TRUE
               WHEN 'U'
                    SET SUC0-88-UPDATE      TO TRUE
               WHEN 'D'
                    SET SUC0-88-DELETE      TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO SUC0-USUARIO
           MOVE DEPTNOI                     TO SUC0-DEPTNO
           MOVE EMPNOI                      TO SUC0-EMPNO
           MOVE PREPARI                     TO SUC0-PREPARACION
           .
       2110-ARMA-NEECSUC0-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-SUC                          *
      *****************************************************************
       2150-RECUPERA-SUC.

           IF DEPTNOI EQUAL SPACES OR LOW-VALUES
              OR EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO DEPTNOH
              MOVE 'DEBE INFORMAR DEPTNO Y EMPNO' TO MSGO
           ELSE
              INITIALIZE WS-NEECSUC-01
              INITIALIZE WS-NEECRET0-01
              SET  SUC0-88-READ             TO TRUE
              MOVE DEPTNOI                  TO SUC0-DEPTNO
              MOVE EMPNOI                   TO SUC0-EMPNO

              PERFORM 5100-CALL-DB-SUC
                 THRU 5100-CALL-DB-SUC-EXIT

              EVALUATE TRUE
                  WHEN RET0-88-OK
                       MOVE SUC0-PREPARACION
                                            TO PREPARO
                       MOVE SUC0-LASTNAME   TO LASTNAMEO
                       MOVE SUC0-FECHA-NOMINA
                                            TO FNOMINAO
                       MOVE DEPTNOI         TO WS-CA-DEPTNO
                       MOVE 'SUCESOR RECUPERADO' TO MSGO
                  WHEN OTHER
                       MOVE DFHBLINK        TO EMPNOH
                       PERFORM 8500-TRADUCE-ERROR
                          THRU 8500-TRADUCE-ERROR-EXIT
              END-EVALUATE
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM320MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-SUC-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-SUC                          *
      *****************************************************************
       2200-LIMPIA-SUC.

           MOVE DFHBLINK                    TO NEM320MI
           MOVE LOW-VALUES                  TO NEM320MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-SUC-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM320MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM320MO

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
      *                    CALL SUCCESSION TABLE                      *
      *****************************************************************
       5100-CALL-DB-SUC.

            CALL CT-CRUDSUC USING WS-NEECSUC-01,
                                  WS-NEECRET0-01.
       5100-CALL-DB-SUC-EXIT.
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

           MOVE DFHBLINK                    TO NEM320MI
           MOVE 'ERROR EN MAPA'             TO NEM320MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM320MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM320MI
           MOVE 'OPTION NO VALIDA'          TO NEM320MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM320MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM320MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM320MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM320MO)
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
