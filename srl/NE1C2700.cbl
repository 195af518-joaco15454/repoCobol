      *****************************************************************
      * Program name:    NE1C2700                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Short-term absence  *
      *                          screen (transaction NE27): record,   *
      *                          correct or remove a sickness or      *
      *                          other short absence with its dates,  *
      *                          absence type and medical certificate *
      *                          flag, through the NE9CABS0 routine,  *
      *                          which counts the business days lost. *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C2700.
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
           05 WS-DIAS-EDIT                  PIC ZZZ9.
           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM2700'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE27'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM2700'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM2701'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-RUTINAABS                  PIC X(08) VALUE 'NE9CABS0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECABS-01.
           COPY NEECABS0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM2700.

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

           MOVE LOW-VALUES                  TO NEM270MI

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
                   INTO (NEM270MI)
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
                    PERFORM 2150-RECUPERA-ABS
                       THRU 2150-RECUPERA-ABS-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-ABS
                       THRU 2100-GRABAR-ABS-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-ABS
                       THRU 2200-LIMPIA-ABS-EXIT
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
      *                      2100-GRABAR-ABS                          *
      *                                                                *
      *    - OPCION 'C' REGISTRA LA AUSENCIA, 'U' MODIFICA FECHA       *
      *      HASTA, TIPO Y CERTIFICADO, Y 'D' LA ELIMINA               *
      *****************************************************************
       2100-GRABAR-ABS.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-OK
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN PERFIL REGISTRADO' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM270MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-GRABAR-ABS-EXIT
           END-IF

           IF OPCIONI NOT EQUAL 'C' AND
              OPCIONI NOT EQUAL 'U' AND
              OPCIONI NOT EQUAL 'D'
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'OPCION DEBE SER C, U O D' TO MSGO
           ELSE
              IF EMPNOI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO EMPNOH
                 MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
              ELSE
                 PERFORM 2110-ARMA-NEECABS0
                    THRU 2110-ARMA-NEECABS0-EXIT

                 PERFORM 5100-CALL-DB-ABS
                    THRU 5100-CALL-DB-ABS-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          PERFORM 5200-ARMA-MAPA
                             THRU 5200-ARMA-MAPA-EXIT
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO FDESDEH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM270MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-ABS-EXIT.
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
      *                    2110-ARMA-NEECABS0                         *
      *****************************************************************
       2110-ARMA-NEECABS0.

           INITIALIZE WS-NEECABS-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'C'
                    SET ABS0-88-ALTA        TO TRUE
               WHEN 'U'
                    SET ABS0-88-MODIFICA    TO TRUE
               WHEN 'D'
                    SET ABS0-88-BAJA        TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO ABS0-ORIGEN
           MOVE EMPNOI                      TO ABS0-EMPNO

           IF FDESDEI NOT EQUAL LOW-VALUES
              MOVE FDESDEI                  TO ABS0-FECHA-DESDE
           END-IF

           IF FHASTAI NOT EQUAL LOW-VALUES
              MOVE FHASTAI                  TO ABS0-FECHA-HASTA
           END-IF

           IF TIPOI NOT EQUAL LOW-VALUES
              MOVE TIPOI                    TO ABS0-TIPO
           END-IF

           IF CERTIFI NOT EQUAL LOW-VALUES
              MOVE CERTIFI                  TO ABS0-CERTIFICADO
           END-IF
           .
       2110-ARMA-NEECABS0-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-ABS                          *
      *                                                                *
      *    - MUESTRA LA AUSENCIA DE LA FECHA DESDE INFORMADA, O LA     *
      *      ULTIMA REGISTRADA DEL EMPLEADO                            *
      *****************************************************************
       2150-RECUPERA-ABS.

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
           ELSE
              INITIALIZE WS-NEECABS-01
              INITIALIZE WS-NEECRET0-01
              SET  ABS0-88-CONSULTA         TO TRUE
              MOVE EMPNOI                   TO ABS0-EMPNO

              IF FDESDEI NOT EQUAL LOW-VALUES
                 MOVE FDESDEI               TO ABS0-FECHA-DESDE
              END-IF

              PERFORM 5100-CALL-DB-ABS
                 THRU 5100-CALL-DB-ABS-EXIT

              EVALUATE TRUE
                  WHEN RET0-88-OK
                       PERFORM 5200-ARMA-MAPA
                          THRU 5200-ARMA-MAPA-EXIT
                       MOVE EMPNOI          TO WS-CA-EMPNO
                       MOVE 'AUSENCIA RECUPERADA' TO MSGO
                  WHEN OTHER
                       MOVE DFHBLINK        TO EMPNOH
                       PERFORM 8500-TRADUCE-ERROR
                          THRU 8500-TRADUCE-ERROR-EXIT
              END-EVALUATE
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM270MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-ABS-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-ABS                          *
      *****************************************************************
       2200-LIMPIA-ABS.

           MOVE DFHBLINK                    TO NEM270MI
           MOVE LOW-VALUES                  TO NEM270MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-ABS-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM270MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM270MO

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
           MOVE 'OPC C/U/D TIPO EN/AC/FM/TR/OT CERT S/N' TO MSGO

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM270MO)
                NOHANDLE
           END-EXEC.

       2400-AYUDA-EXIT.
           EXIT.
      *****************************************************************
      *                          CALL ABS ROUTINE                     *
      *****************************************************************
       5100-CALL-DB-ABS.

            CALL CT-RUTINAABS USING WS-NEECABS-01,
                                    WS-NEECRET0-01.
       5100-CALL-DB-ABS-EXIT.
           EXIT.
      *****************************************************************
      *                       5200-ARMA-MAPA                          *
      *****************************************************************
       5200-ARMA-MAPA.

           MOVE ABS0-EMPNO                  TO EMPNOO
           MOVE ABS0-FECHA-DESDE            TO FDESDEO
           MOVE ABS0-FECHA-HASTA            TO FHASTAO
           MOVE ABS0-TIPO                   TO TIPOO
           MOVE ABS0-CERTIFICADO            TO CERTIFO

           MOVE ABS0-DIAS-PERDIDOS          TO WS-DIAS-EDIT
           MOVE WS-DIAS-EDIT                TO DIASO.

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

           MOVE DFHBLINK                    TO NEM270MI
           MOVE 'ERROR EN MAPA'             TO NEM270MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM270MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM270MI
           MOVE 'OPTION NO VALIDA'          TO NEM270MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM270MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM270MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM270MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM270MO)
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
