      *****************************************************************
      * Program name:    NE1C3900                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Court-ordered wage  *
      *                          garnishment screen (transaction      *
      *                          NE39): register an order with its    *
      *                          creditor, fixed amount or percentage,*
      *                          legal maximum, total and priority,   *
      *                          change, lift or cancel it through    *
      *                          NE9CEMB0; shows balance and status.  *
      *                          Restricted to approval-level users;  *
      *                          every inquiry and every refused      *
      *                          attempt is logged in ACCESS_LOG via  *
      *                          NE9CACC0.                            *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3900.
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
           05 WS-NRO-NUM                    PIC 9(03).
           05 WS-PRIOR-NUM                  PIC 9(02).
           05 WS-IMPORTE-NUM                PIC 9(07)V9(02).
           05 WS-IMPORTE-ALFA REDEFINES WS-IMPORTE-NUM
                                            PIC X(09).
           05 WS-PORC-NUM                   PIC 9(03)V9(02).
           05 WS-PORC-ALFA REDEFINES WS-PORC-NUM
                                            PIC X(05).
           05 WS-IMPORTE-EDIT               PIC ZZZZZZ9,99.
           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3900'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE39'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3900'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3901'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-NE9CACC0                   PIC X(08) VALUE 'NE9CACC0'.
           05 CT-RUTINAEMB                  PIC X(08) VALUE 'NE9CEMB0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECEMB-01.
           COPY NEECEMB0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
       01  WS-NEECACC0-01.
           COPY NEECACC0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3900.

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

           MOVE LOW-VALUES                  TO NEM390MI

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
                   INTO (NEM390MI)
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
               WHEN DFHPF1
                    PERFORM 2400-AYUDA
                       THRU 2400-AYUDA-EXIT
               WHEN DFHPF6
                    PERFORM 2150-RECUPERA-EMB
                       THRU 2150-RECUPERA-EMB-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-EMB
                       THRU 2100-GRABAR-EMB-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-EMB
                       THRU 2200-LIMPIA-EMB-EXIT
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
      *                      2100-GRABAR-EMB                          *
      *                                                                *
      *    - OPCION 'C' REGISTRA LA ORDEN, 'U' LA MODIFICA, 'L' LA     *
      *      LEVANTA Y 'D' LA ANULA SI NO TIENE RETENCIONES.  SOLO     *
      *      USUARIOS CON NIVEL DE APROBACION                          *
      *****************************************************************
       2100-GRABAR-EMB.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-APROBACION
              PERFORM 2107-ACCESO-RECHAZADO
                 THRU 2107-ACCESO-RECHAZADO-EXIT
              GO TO 2100-GRABAR-EMB-ENVIA
           END-IF

           IF OPCIONI NOT EQUAL 'C' AND
              OPCIONI NOT EQUAL 'U' AND
              OPCIONI NOT EQUAL 'L' AND
              OPCIONI NOT EQUAL 'D'
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'OPCION DEBE SER C, U, L O D' TO MSGO
           ELSE
              IF EMPNOI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO EMPNOH
                 MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
              ELSE
                 PERFORM 2110-ARMA-NEECEMB0
                    THRU 2110-ARMA-NEECEMB0-EXIT

                 PERFORM 5100-CALL-DB-EMB
                    THRU 5100-CALL-DB-EMB-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          PERFORM 5200-ARMA-MAPA
                             THRU 5200-ARMA-MAPA-EXIT
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO NROEMBH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF.

       2100-GRABAR-EMB-ENVIA.

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM390MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-EMB-EXIT.
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
      *                   2107-ACCESO-RECHAZADO                       *
      *                                                                *
      *    - LOS EMBARGOS SON DATOS JUDICIALES: UN USUARIO SIN NIVEL   *
      *      DE APROBACION NO LOS VE NI LOS MODIFICA, Y EL INTENTO     *
      *      QUEDA REGISTRADO EN ACCESS_LOG                            *
      *****************************************************************
       2107-ACCESO-RECHAZADO.

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           INITIALIZE WS-NEECACC0-01
           SET ACC0-88-RECHAZADO            TO TRUE
           PERFORM 4900-REGISTRA-ACCESO
              THRU 4900-REGISTRA-ACCESO-EXIT

           MOVE DFHBLINK                    TO OPCIONH
           MOVE 'ACCESO RESTRINGIDO A NIVEL APROBACION' TO MSGO
           .
       2107-ACCESO-RECHAZADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2110-ARMA-NEECEMB0                         *
      *****************************************************************
       2110-ARMA-NEECEMB0.

           INITIALIZE WS-NEECEMB-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'C'
                    SET EMB0-88-ALTA        TO TRUE
               WHEN 'U'
                    SET EMB0-88-MODIFICA    TO TRUE
               WHEN 'L'
                    SET EMB0-88-LEVANTA     TO TRUE
               WHEN 'D'
                    SET EMB0-88-BAJA        TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO EMB0-ORIGEN
           MOVE EMPNOI                      TO EMB0-EMPNO

           PERFORM 2120-MUEVE-NUMERO
              THRU 2120-MUEVE-NUMERO-EXIT

           IF NROORDI NOT EQUAL LOW-VALUES
              MOVE NROORDI                  TO EMB0-NRO-ORDEN
           END-IF

           IF ACREEDI NOT EQUAL LOW-VALUES
              MOVE ACREEDI                  TO EMB0-ACREEDOR
           END-IF

           IF TIPOI NOT EQUAL LOW-VALUES
              MOVE TIPOI                    TO EMB0-TIPO
           END-IF

           IF IMPFIJI IS NUMERIC
              MOVE IMPFIJI                  TO WS-IMPORTE-ALFA
              MOVE WS-IMPORTE-NUM           TO EMB0-IMPORTE-FIJO
           END-IF

           IF PORCENI IS NUMERIC
              MOVE PORCENI                  TO WS-PORC-ALFA
              MOVE WS-PORC-NUM              TO EMB0-PORCENTAJE
           END-IF

           IF PCTMAXI IS NUMERIC
              MOVE PCTMAXI                  TO WS-PORC-ALFA
              MOVE WS-PORC-NUM              TO EMB0-PCT-MAX-LEGAL
           END-IF

           IF TOTALI IS NUMERIC
              MOVE TOTALI                   TO WS-IMPORTE-ALFA
              MOVE WS-IMPORTE-NUM           TO EMB0-TOTAL-RECUPERAR
           END-IF

           IF PRIORI IS NUMERIC
              MOVE PRIORI                   TO WS-PRIOR-NUM
              MOVE WS-PRIOR-NUM             TO EMB0-PRIORIDAD
           END-IF

           IF PERINII NOT EQUAL LOW-VALUES
              MOVE PERINII                  TO EMB0-PERIODO-INICIO
           END-IF
           .
       2110-ARMA-NEECEMB0-EXIT.
           EXIT.
      *****************************************************************
      *                    2120-MUEVE-NUMERO                          *
      *****************************************************************
       2120-MUEVE-NUMERO.

           IF NROEMBI IS NUMERIC
              MOVE NROEMBI                  TO WS-NRO-NUM
              MOVE WS-NRO-NUM               TO EMB0-NRO-EMBARGO
           END-IF
           .
       2120-MUEVE-NUMERO-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-EMB                          *
      *                                                                *
      *    - MUESTRA LA ORDEN DEL NUMERO INFORMADO, O LA ULTIMA        *
      *      REGISTRADA AL EMPLEADO.  TODA CONSULTA QUEDA REGISTRADA   *
      *****************************************************************
       2150-RECUPERA-EMB.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-APROBACION
              PERFORM 2107-ACCESO-RECHAZADO
                 THRU 2107-ACCESO-RECHAZADO-EXIT
              GO TO 2150-RECUPERA-EMB-ENVIA
           END-IF

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
              GO TO 2150-RECUPERA-EMB-ENVIA
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
              GO TO 2150-RECUPERA-EMB-ENVIA
           END-IF

           INITIALIZE WS-NEECEMB-01
           INITIALIZE WS-NEECRET0-01
           SET  EMB0-88-CONSULTA            TO TRUE
           MOVE EMPNOI                      TO EMB0-EMPNO

           PERFORM 2120-MUEVE-NUMERO
              THRU 2120-MUEVE-NUMERO-EXIT

           PERFORM 5100-CALL-DB-EMB
              THRU 5100-CALL-DB-EMB-EXIT

           EVALUATE TRUE
               WHEN RET0-88-OK
                    PERFORM 5200-ARMA-MAPA
                       THRU 5200-ARMA-MAPA-EXIT
                    MOVE EMPNOI             TO WS-CA-EMPNO
                    MOVE 'EMBARGO RECUPERADO' TO MSGO
               WHEN OTHER
                    MOVE DFHBLINK           TO EMPNOH
                    PERFORM 8500-TRADUCE-ERROR
                       THRU 8500-TRADUCE-ERROR-EXIT
           END-EVALUATE.

       2150-RECUPERA-EMB-ENVIA.

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM390MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-EMB-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-EMB                          *
      *****************************************************************
       2200-LIMPIA-EMB.

           MOVE DFHBLINK                    TO NEM390MI
           MOVE LOW-VALUES                  TO NEM390MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-EMB-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM390MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM390MO

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
      *                        2400-AYUDA                             *
      *****************************************************************
       2400-AYUDA.

           MOVE DFHBLINK                    TO MSGH
           MOVE 'OPC C/U/L/D TIPO F=FIJO P=PORCENTAJE' TO MSGO

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM390MO)
                NOHANDLE
           END-EXEC.

       2400-AYUDA-EXIT.
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
      *                          CALL EMB ROUTINE                     *
      *****************************************************************
       5100-CALL-DB-EMB.

            CALL CT-RUTINAEMB USING WS-NEECEMB-01,
                                    WS-NEECRET0-01.
       5100-CALL-DB-EMB-EXIT.
           EXIT.
      *****************************************************************
      *                       5200-ARMA-MAPA                          *
      *****************************************************************
       5200-ARMA-MAPA.

           MOVE EMB0-EMPNO                  TO EMPNOO
           MOVE EMB0-NRO-EMBARGO            TO WS-NRO-NUM
           MOVE WS-NRO-NUM                  TO NROEMBO
           MOVE EMB0-NRO-ORDEN              TO NROORDO
           MOVE EMB0-ACREEDOR               TO ACREEDO
           MOVE EMB0-TIPO                   TO TIPOO
           MOVE EMB0-IMPORTE-FIJO           TO WS-IMPORTE-NUM
           MOVE WS-IMPORTE-ALFA             TO IMPFIJO
           MOVE EMB0-PORCENTAJE             TO WS-PORC-NUM
           MOVE WS-PORC-ALFA                TO PORCENO
           MOVE EMB0-PCT-MAX-LEGAL          TO WS-PORC-NUM
           MOVE WS-PORC-ALFA                TO PCTMAXO
           MOVE EMB0-TOTAL-RECUPERAR        TO WS-IMPORTE-NUM
           MOVE WS-IMPORTE-ALFA             TO TOTALO
           MOVE EMB0-PRIORIDAD              TO WS-PRIOR-NUM
           MOVE WS-PRIOR-NUM                TO PRIORO
           MOVE EMB0-PERIODO-INICIO         TO PERINIO
           MOVE EMB0-ESTADO                 TO ESTADOO

           MOVE EMB0-SALDO                  TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT             TO SALDOO.

       5200-ARMA-MAPA-EXIT.
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

           MOVE DFHBLINK                    TO NEM390MI
           MOVE 'ERROR EN MAPA'             TO NEM390MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM390MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM390MI
           MOVE 'OPTION NO VALIDA'          TO NEM390MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM390MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM390MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM390MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM390MO)
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
