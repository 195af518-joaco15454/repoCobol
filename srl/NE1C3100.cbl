      *****************************************************************
      * Program name:    NE1C3100                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Maintenance screen  *
      *                          for contractors and agency temps     *
      *                          (transaction NE31): add, retrieve,   *
      *                          change and close contracts in        *
      *                          NEOSB36.CONT_WORKER through the      *
      *                          NE9CCWK0 routine.                    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3100.
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
              10 WS-CA-CWKID                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3100'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE31'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3100'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3101'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDCWK                    PIC X(08) VALUE 'NE9CCWK0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECCWK-01.
           COPY NEECCWK0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3100.

      *****************************************************************
      *                    DEFINICION DE LINKAGE                      *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-CWKID                      PIC X(06).
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

           MOVE LOW-VALUES                  TO NEM310MI

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
                   INTO (NEM310MI)
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
                    PERFORM 2150-RECUPERA-CWK
                       THRU 2150-RECUPERA-CWK-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-CWK
                       THRU 2100-GRABAR-CWK-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-CWK
                       THRU 2200-LIMPIA-CWK-EXIT
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
      *                      2100-GRABAR-CWK                          *
      *                                                                *
      *    - OPCION 'C' DA DE ALTA EL CONTRATO, 'U' LO MODIFICA        *
      *      (PRORROGA, TARIFA, DEPARTAMENTO, GERENTE) Y 'D' LO CIERRA *
      *    - ARMA EL AREA NEECCWK0 CON LOS DATOS DEL MAPA              *
      *    - LLAMA A NE9CCWK0 Y MUESTRA EL RESULTADO                   *
      *****************************************************************
       2100-GRABAR-CWK.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-MANTENIMIENTO
              AND NOT USR0-88-APROBACION
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN AUTORIZACION DE MANTENIM.' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM310MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-GRABAR-CWK-EXIT
           END-IF

           IF OPCIONI NOT EQUAL 'C' AND
              OPCIONI NOT EQUAL 'U' AND
              OPCIONI NOT EQUAL 'D'
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'OPCION DEBE SER C, U O D' TO MSGO
           ELSE
              IF CWKIDI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO CWKIDH
                 MOVE 'DEBE INFORMAR EL CWKID' TO MSGO
              ELSE
                 PERFORM 2110-ARMA-NEECCWK0
                    THRU 2110-ARMA-NEECCWK0-EXIT

                 PERFORM 5100-CALL-DB-CWK
                    THRU 5100-CALL-DB-CWK-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          MOVE CWK0-ESTADO   TO ESTADOO
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO CWKIDH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM310MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-CWK-EXIT.
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
      *                    2110-ARMA-NEECCWK0                         *
      *****************************************************************
       2110-ARMA-NEECCWK0.

           INITIALIZE WS-NEECCWK-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'C'
                    SET CWK0-88-CREATE      TO TRUE
               WHEN 'U'
                    SET CWK0-88-UPDATE      TO TRUE
               WHEN 'D'
                    SET CWK0-88-DELETE      TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO CWK0-USUARIO
           MOVE CWKIDI                      TO CWK0-CWKID
           MOVE NOMBREI                     TO CWK0-NOMBRE
           MOVE AGENCIAI                    TO CWK0-AGENCIA
           MOVE DEPTNOI                     TO CWK0-DEPTNO
           MOVE FINICIOI                    TO CWK0-FECHA-INICIO
           MOVE FFINI                       TO CWK0-FECHA-FIN
           MOVE MGRNOI                      TO CWK0-MGRNO
           MOVE ESTADOI                     TO CWK0-ESTADO

           IF TARIFAI IS NUMERIC
              MOVE TARIFAI                  TO WS-IMPORTE-ALFA
              MOVE WS-IMPORTE-NUM           TO CWK0-TARIFA-DIARIA
           END-IF
           .
       2110-ARMA-NEECCWK0-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-CWK                          *
      *****************************************************************
       2150-RECUPERA-CWK.

           IF CWKIDI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO CWKIDH
              MOVE 'DEBE INFORMAR EL CWKID' TO MSGO
           ELSE
              INITIALIZE WS-NEECCWK-01
              INITIALIZE WS-NEECRET0-01
              SET  CWK0-88-READ             TO TRUE
              MOVE CWKIDI                   TO CWK0-CWKID

              PERFORM 5100-CALL-DB-CWK
                 THRU 5100-CALL-DB-CWK-EXIT

              EVALUATE TRUE
                  WHEN RET0-88-OK
                       MOVE CWK0-NOMBRE     TO NOMBREO
                       MOVE CWK0-AGENCIA    TO AGENCIAO
                       MOVE CWK0-DEPTNO     TO DEPTNOO
                       MOVE CWK0-FECHA-INICIO
                                            TO FINICIOO
                       MOVE CWK0-FECHA-FIN  TO FFINO
                       MOVE CWK0-TARIFA-DIARIA
                                            TO WS-IMPORTE-NUM
                       MOVE WS-IMPORTE-ALFA TO TARIFAO
                       MOVE CWK0-MGRNO      TO MGRNOO
                       MOVE CWK0-ESTADO     TO ESTADOO
                       MOVE CWKIDI          TO WS-CA-CWKID
                       MOVE 'CONTRATO RECUPERADO' TO MSGO
                  WHEN OTHER
                       MOVE DFHBLINK        TO CWKIDH
                       PERFORM 8500-TRADUCE-ERROR
                          THRU 8500-TRADUCE-ERROR-EXIT
              END-EVALUATE
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM310MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-CWK-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-CWK                          *
      *****************************************************************
       2200-LIMPIA-CWK.

           MOVE DFHBLINK                    TO NEM310MI
           MOVE LOW-VALUES                  TO NEM310MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-CWK-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM310MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM310MO

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
      *                    CALL CONT_WORKER TABLE                     *
      *****************************************************************
       5100-CALL-DB-CWK.

            CALL CT-CRUDCWK USING WS-NEECCWK-01,
                                  WS-NEECRET0-01.
       5100-CALL-DB-CWK-EXIT.
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

           MOVE DFHBLINK                    TO NEM310MI
           MOVE 'ERROR EN MAPA'             TO NEM310MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM310MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM310MI
           MOVE 'OPTION NO VALIDA'          TO NEM310MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM310MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM310MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM310MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM310MO)
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
