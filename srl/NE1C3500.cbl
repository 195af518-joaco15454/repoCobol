      *****************************************************************
      * Program name:    NE1C3500                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Employment          *
      *                          certificate request screen           *
      *                          (transaction NE35): queue a letter   *
      *                          with or without salary for an        *
      *                          addressee, or show the employee's    *
      *                          last request, through NE9CCVL0.      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3500.
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
           05 WS-NROCARTA-NUM               PIC 9(09).
           05 WS-NROCARTA-ALFA REDEFINES WS-NROCARTA-NUM
                                            PIC X(09).
           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3500'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE35'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3500'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3501'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDCVL                    PIC X(08) VALUE 'NE9CCVL0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECCVL-01.
           COPY NEECCVL0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3500.

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

           MOVE LOW-VALUES                  TO NEM350MI

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
                   INTO (NEM350MI)
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
                    PERFORM 2150-RECUPERA-CVL
                       THRU 2150-RECUPERA-CVL-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-CVL
                       THRU 2100-GRABAR-CVL-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-CVL
                       THRU 2200-LIMPIA-CVL-EXIT
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
      *                      2100-GRABAR-CVL                          *
      *                                                                *
      *    - DEJA PENDIENTE EL PEDIDO DE CERTIFICADO DE TRABAJO; LO    *
      *      NUMERA E IMPRIME LA CORRIDA NOCTURNA NECVL000             *
      *    - TIPO 'S' CON SUELDO, 'N' SIN SUELDO                       *
      *    - LLAMA A NE9CCVL0 Y MUESTRA EL RESULTADO                   *
      *****************************************************************
       2100-GRABAR-CVL.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-MANTENIMIENTO
              AND NOT USR0-88-APROBACION
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'USUARIO SIN AUTORIZACION DE MANTENIM.' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM350MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-GRABAR-CVL-EXIT
           END-IF

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
           ELSE
              IF TIPOI NOT EQUAL 'S' AND
                 TIPOI NOT EQUAL 'N'
                 MOVE DFHBLINK              TO TIPOH
                 MOVE 'TIPO DEBE SER S O N' TO MSGO
              ELSE
                 PERFORM 2110-ARMA-NEECCVL0
                    THRU 2110-ARMA-NEECCVL0-EXIT

                 PERFORM 5100-CALL-DB-CVL
                    THRU 5100-CALL-DB-CVL-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          PERFORM 2160-MUEVE-PEDIDO
                             THRU 2160-MUEVE-PEDIDO-EXIT
                          MOVE 'PEDIDO REGISTRADO CON EXITO' TO MSGO
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
                FROM(NEM350MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-CVL-EXIT.
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
      *                    2110-ARMA-NEECCVL0                         *
      *****************************************************************
       2110-ARMA-NEECCVL0.

           INITIALIZE WS-NEECCVL-01
           INITIALIZE WS-NEECRET0-01

           SET CVL0-88-CREATE               TO TRUE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO CVL0-USUARIO
           MOVE EMPNOI                      TO CVL0-EMPNO
           MOVE TIPOI                       TO CVL0-TIPOCARTA
           MOVE DESTINI                     TO CVL0-DESTINATARIO
           .
       2110-ARMA-NEECCVL0-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-CVL                          *
      *                                                                *
      *    - MUESTRA EL ULTIMO PEDIDO DEL EMPLEADO Y, SI YA SE         *
      *      IMPRIMIO, EL NUMERO Y LA FECHA DEL CERTIFICADO            *
      *****************************************************************
       2150-RECUPERA-CVL.

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
           ELSE
              INITIALIZE WS-NEECCVL-01
              INITIALIZE WS-NEECRET0-01
              SET  CVL0-88-READ             TO TRUE
              MOVE EMPNOI                   TO CVL0-EMPNO

              PERFORM 5100-CALL-DB-CVL
                 THRU 5100-CALL-DB-CVL-EXIT

              EVALUATE TRUE
                  WHEN RET0-88-OK
                       MOVE CVL0-TIPOCARTA  TO TIPOO
                       MOVE CVL0-DESTINATARIO
                                            TO DESTINO
                       PERFORM 2160-MUEVE-PEDIDO
                          THRU 2160-MUEVE-PEDIDO-EXIT
                       MOVE EMPNOI          TO WS-CA-EMPNO
                       MOVE 'PEDIDO RECUPERADO' TO MSGO
                  WHEN OTHER
                       MOVE DFHBLINK        TO EMPNOH
                       PERFORM 8500-TRADUCE-ERROR
                          THRU 8500-TRADUCE-ERROR-EXIT
              END-EVALUATE
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM350MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-CVL-EXIT.
           EXIT.
      *****************************************************************
      *                     2160-MUEVE-PEDIDO                         *
      *****************************************************************
       2160-MUEVE-PEDIDO.

           MOVE CVL0-NOMBRE                 TO NOMBREO
           MOVE CVL0-FECHAPEDIDO            TO FPEDIDOO
           MOVE CVL0-ESTADO                 TO ESTADOO

           IF CVL0-88-EMITIDA
              MOVE CVL0-NROCARTA            TO WS-NROCARTA-NUM
              MOVE WS-NROCARTA-ALFA         TO NROCARTO
              MOVE CVL0-FECHAEMISION        TO FEMISIOO
           ELSE
              MOVE SPACES                   TO NROCARTO
                                               FEMISIOO
           END-IF
           .
       2160-MUEVE-PEDIDO-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-CVL                          *
      *****************************************************************
       2200-LIMPIA-CVL.

           MOVE DFHBLINK                    TO NEM350MI
           MOVE LOW-VALUES                  TO NEM350MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-CVL-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM350MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM350MO

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
      *                 CALL CERTIFICATE LETTER TABLE                 *
      *****************************************************************
       5100-CALL-DB-CVL.

            CALL CT-CRUDCVL USING WS-NEECCVL-01,
                                  WS-NEECRET0-01.
       5100-CALL-DB-CVL-EXIT.
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

           MOVE DFHBLINK                    TO NEM350MI
           MOVE 'ERROR EN MAPA'             TO NEM350MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM350MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM350MI
           MOVE 'OPTION NO VALIDA'          TO NEM350MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM350MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM350MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM350MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM350MO)
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
