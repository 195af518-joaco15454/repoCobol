      *****************************************************************
      * Program name:    NE1C3100                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Hiring requisition  *
      *                          screen (transaction NE34): open a    *
      *                          requisition against a free           *
      *                          authorized position, retrieve it,    *
      *                          change job or requested salary, or   *
      *                          cancel it, through NE9CREQ0.         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3400.
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
           05 WS-IMPORTE-NUM                PIC 9(07)V9(02).
           05 WS-IMPORTE-ALFA REDEFINES WS-IMPORTE-NUM
                                            PIC X(09).
           05 WS-COMMAREA.
              10 WS-CA-REQID                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3400'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE34'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3400'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3401'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDREQ                    PIC X(08) VALUE 'NE9CREQ0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECREQ-01.
           COPY NEECREQ0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3400.

      *****************************************************************
      *                    DEFINICION DE LINKAGE                      *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-REQID                      PIC X(06).
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

           MOVE LOW-VALUES                  TO NEM340MI

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
                   INTO (NEM340MI)
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
                    PERFORM 2150-RECUPERA-REQ
                       THRU 2150-RECUPERA-REQ-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-REQ
                       THRU 2100-GRABAR-REQ-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-REQ
                       THRU 2200-LIMPIA-REQ-EXIT
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
      *                      2100-GRABAR-REQ                          *
      *                                                                *
      *    - OPCION 'C' ABRE LA REQUISICION, 'U' CAMBIA EL PUESTO O EL *
      *      SALARIO PEDIDO Y 'D' LA CANCELA                           *
      *    - ARMA EL AREA NEECREQ0 CON LOS DATOS DEL MAPA              *
      *    - LLAMA A NE9CREQ0 Y MUESTRA EL RESULTADO                   *
      *****************************************************************
       2100-GRABAR-REQ.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-MANTENIMIENTO
              AND NOT USR0-88-APROBACION
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN AUTORIZACION DE MANTENIM.' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM340MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-GRABAR-REQ-EXIT
           END-IF

           IF OPCIONI NOT EQUAL 'C' AND
              OPCIONI NOT EQUAL 'U' AND
              OPCIONI NOT EQUAL 'D'
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'OPCION DEBE SER C, U O D' TO MSGO
           ELSE
              IF REQIDI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO REQIDH
                 MOVE 'DEBE INFORMAR EL REQID' TO MSGO
              ELSE
                 PERFORM 2110-ARMA-NEECREQ0
                    THRU 2110-ARMA-NEECREQ0-EXIT

                 PERFORM 5100-CALL-DB-REQ
                    THRU 5100-CALL-DB-REQ-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          MOVE REQ0-ESTADO   TO ESTADOO
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO REQIDH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM340MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-REQ-EXIT.
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
      *                    2110-ARMA-NEECREQ0                         *
      *****************************************************************
       2110-ARMA-NEECREQ0.

           INITIALIZE WS-NEECREQ-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'C'
                    SET REQ0-88-CREATE      TO TRUE
               WHEN 'U'
                    SET REQ0-88-UPDATE      TO TRUE
               WHEN 'D'
                    SET REQ0-88-DELETE      TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO REQ0-USUARIO
           MOVE REQIDI                      TO REQ0-REQID
           MOVE DEPTNOI                     TO REQ0-DEPTNO
           MOVE JOBI                        TO REQ0-JOB

           IF SALARIOI IS NUMERIC
              MOVE SALARIOI                 TO WS-IMPORTE-ALFA
              MOVE WS-IMPORTE-NUM           TO REQ0-SALARIO
           END-IF
           .
       2110-ARMA-NEECREQ0-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-REQ                          *
      *****************************************************************
       2150-RECUPERA-REQ.

           IF REQIDI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO REQIDH
              MOVE 'DEBE INFORMAR EL REQID' TO MSGO
           ELSE
              INITIALIZE WS-NEECREQ-01
              INITIALIZE WS-NEECRET0-01
              SET  REQ0-88-READ             TO TRUE
              MOVE REQIDI                   TO REQ0-REQID

              PERFORM 5100-CALL-DB-REQ
                 THRU 5100-CALL-DB-REQ-EXIT

              EVALUATE TRUE
                  WHEN RET0-88-OK
                       MOVE REQ0-DEPTNO     TO DEPTNOO
                       MOVE REQ0-JOB        TO JOBO
                       MOVE REQ0-SALARIO    TO WS-IMPORTE-NUM
                       MOVE WS-IMPORTE-ALFA TO SALARIOO
                       MOVE REQ0-FECHA-APERTURA
                                            TO FAPERTO
                       MOVE REQ0-ESTADO     TO ESTADOO
                       MOVE REQ0-EMPNO      TO EMPNOO
                       MOVE REQ0-FECHA-CIERRE
                                            TO FCIERREO
                       MOVE REQIDI          TO WS-CA-REQID
                       MOVE 'REQUISICION RECUPERADA' TO MSGO
                  WHEN OTHER
                       MOVE DFHBLINK        TO REQIDH
                       PERFORM 8500-TRADUCE-ERROR
                          THRU 8500-TRADUCE-ERROR-EXIT
              END-EVALUATE
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM340MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-REQ-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-REQ                          *
      *****************************************************************
       2200-LIMPIA-REQ.

           MOVE DFHBLINK                    TO NEM340MI
           MOVE LOW-VALUES                  TO NEM340MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-REQ-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM340MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM340MO

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
      *                    CALL REQUISITION TABLE                     *
      *****************************************************************
       5100-CALL-DB-REQ.

            CALL CT-CRUDREQ USING WS-NEECREQ-01,
                                  WS-NEECRET0-01.
       5100-CALL-DB-REQ-EXIT.
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

           MOVE DFHBLINK                    TO NEM340MI
           MOVE 'ERROR EN MAPA'             TO NEM340MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM340MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM340MI
           MOVE 'OPTION NO VALIDA'          TO NEM340MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM340MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM340MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM340MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM340MO)
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
