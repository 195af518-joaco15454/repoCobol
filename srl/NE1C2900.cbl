      *****************************************************************
      * Program name:    NE1C2900                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Employee loan and   *
      *                          salary advance screen (transaction   *
      *                          NE29): grant a loan or advance with  *
      *                          its principal, instalment and first  *
      *                          period, change the instalment or     *
      *                          cancel it, through the NE9CPRE0      *
      *                          routine; shows balance and status.   *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C2900.
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
           05 WS-IMPORTE-NUM                PIC 9(07)V9(02).
           05 WS-IMPORTE-ALFA REDEFINES WS-IMPORTE-NUM
                                            PIC X(09).
           05 WS-IMPORTE-EDIT               PIC ZZZZZZ9,99.
           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM2900'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE29'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM2900'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM2901'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-RUTINAPRE                  PIC X(08) VALUE 'NE9CPRE0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECPRE-01.
           COPY NEECPRE0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM2900.

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

           MOVE LOW-VALUES                  TO NEM290MI

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
                   INTO (NEM290MI)
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
                    PERFORM 2150-RECUPERA-PRE
                       THRU 2150-RECUPERA-PRE-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-PRE
                       THRU 2100-GRABAR-PRE-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-PRE
                       THRU 2200-LIMPIA-PRE-EXIT
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
      *                      2100-GRABAR-PRE                          *
      *                                                                *
      *    - OPCION 'C' OTORGA EL PRESTAMO O ADELANTO, 'U' MODIFICA    *
      *      LA CUOTA Y 'D' LO ANULA SI NO TIENE CUOTAS DESCONTADAS    *
      *****************************************************************
       2100-GRABAR-PRE.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-OK
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN PERFIL REGISTRADO' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM290MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-GRABAR-PRE-EXIT
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
                 PERFORM 2110-ARMA-NEECPRE0
                    THRU 2110-ARMA-NEECPRE0-EXIT

                 PERFORM 5100-CALL-DB-PRE
                    THRU 5100-CALL-DB-PRE-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          PERFORM 5200-ARMA-MAPA
                             THRU 5200-ARMA-MAPA-EXIT
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO NROPREH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM290MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-PRE-EXIT.
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
      *                    2110-ARMA-NEECPRE0                         *
      *****************************************************************
       2110-ARMA-NEECPRE0.

           INITIALIZE WS-NEECPRE-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'C'
                    SET PRE0-88-ALTA        TO TRUE
               WHEN 'U'
                    SET PRE0-88-MODIFICA    TO TRUE
               WHEN 'D'
                    SET PRE0-88-BAJA        TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO PRE0-ORIGEN
           MOVE EMPNOI                      TO PRE0-EMPNO

           PERFORM 2120-MUEVE-NUMERO
              THRU 2120-MUEVE-NUMERO-EXIT

           IF TIPOI NOT EQUAL LOW-VALUES
              MOVE TIPOI                    TO PRE0-TIPO
           END-IF

           IF CAPITALI IS NUMERIC
              MOVE CAPITALI                 TO WS-IMPORTE-NUM
              MOVE WS-IMPORTE-NUM           TO PRE0-CAPITAL
           END-IF

           IF CUOTAI IS NUMERIC
              MOVE CUOTAI                   TO WS-IMPORTE-NUM
              MOVE WS-IMPORTE-NUM           TO PRE0-CUOTA
           END-IF

           IF PERINII NOT EQUAL LOW-VALUES
              MOVE PERINII                  TO PRE0-PERIODO-INICIO
           END-IF
           .
       2110-ARMA-NEECPRE0-EXIT.
           EXIT.
      *****************************************************************
      *                    2120-MUEVE-NUMERO                          *
      *****************************************************************
       2120-MUEVE-NUMERO.

           IF NROPREI IS NUMERIC
              MOVE NROPREI                  TO WS-NRO-NUM
              MOVE WS-NRO-NUM               TO PRE0-NRO-PRESTAMO
           END-IF
           .
       2120-MUEVE-NUMERO-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-PRE                          *
      *                                                                *
      *    - MUESTRA EL PRESTAMO DEL NUMERO INFORMADO, O EL ULTIMO     *
      *      OTORGADO AL EMPLEADO                                      *
      *****************************************************************
       2150-RECUPERA-PRE.

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
           ELSE
              INITIALIZE WS-NEECPRE-01
              INITIALIZE WS-NEECRET0-01
              SET  PRE0-88-CONSULTA         TO TRUE
              MOVE EMPNOI                   TO PRE0-EMPNO

              PERFORM 2120-MUEVE-NUMERO
                 THRU 2120-MUEVE-NUMERO-EXIT

              PERFORM 5100-CALL-DB-PRE
                 THRU 5100-CALL-DB-PRE-EXIT

              EVALUATE TRUE
                  WHEN RET0-88-OK
                       PERFORM 5200-ARMA-MAPA
                          THRU 5200-ARMA-MAPA-EXIT
                       MOVE EMPNOI          TO WS-CA-EMPNO
                       MOVE 'PRESTAMO RECUPERADO' TO MSGO
                  WHEN OTHER
                       MOVE DFHBLINK        TO EMPNOH
                       PERFORM 8500-TRADUCE-ERROR
                          THRU 8500-TRADUCE-ERROR-EXIT
              END-EVALUATE
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM290MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-PRE-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-PRE                          *
      *****************************************************************
       2200-LIMPIA-PRE.

           MOVE DFHBLINK                    TO NEM290MI
           MOVE LOW-VALUES                  TO NEM290MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-PRE-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM290MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM290MO

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
           MOVE 'OPC C/U/D TIPO A=ADELANTO P=PRESTAMO' TO MSGO

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM290MO)
                NOHANDLE
           END-EXEC.

       2400-AYUDA-EXIT.
           EXIT.
      *****************************************************************
      *                          CALL PRE ROUTINE                     *
      *****************************************************************
       5100-CALL-DB-PRE.

            CALL CT-RUTINAPRE USING WS-NEECPRE-01,
                                    WS-NEECRET0-01.
       5100-CALL-DB-PRE-EXIT.
           EXIT.
      *****************************************************************
      *                       5200-ARMA-MAPA                          *
      *****************************************************************
       5200-ARMA-MAPA.

           MOVE PRE0-EMPNO                  TO EMPNOO
           MOVE PRE0-NRO-PRESTAMO           TO WS-NRO-NUM
           MOVE WS-NRO-NUM                  TO NROPREO
           MOVE PRE0-TIPO                   TO TIPOO
           MOVE PRE0-CAPITAL                TO WS-IMPORTE-NUM
           MOVE WS-IMPORTE-ALFA             TO CAPITALO
           MOVE PRE0-CUOTA                  TO WS-IMPORTE-NUM
           MOVE WS-IMPORTE-ALFA             TO CUOTAO
           MOVE PRE0-PERIODO-INICIO         TO PERINIO
           MOVE PRE0-ESTADO                 TO ESTADOO

           MOVE PRE0-SALDO                  TO WS-IMPORTE-EDIT
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

           MOVE DFHBLINK                    TO NEM290MI
           MOVE 'ERROR EN MAPA'             TO NEM290MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM290MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM290MI
           MOVE 'OPTION NO VALIDA'          TO NEM290MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM290MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM290MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM290MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM290MO)
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
