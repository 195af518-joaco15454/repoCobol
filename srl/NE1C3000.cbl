      *****************************************************************
      * Program name:    NE1C3000                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Cost split screen   *
      *                          (transaction NE30): add, change or   *
      *                          delete the percentage of one         *
      *                          department in an employee's split    *
      *                          effective from a date, through the   *
      *                          NE9CDIS0 routine; shows the split    *
      *                          total so the user sees what is left  *
      *                          to reach 100.                        *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3000.
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
           05 WS-PORC-NUM                   PIC 9(03)V9(02).
           05 WS-PORC-ALFA REDEFINES WS-PORC-NUM
                                            PIC X(05).
           05 WS-TOTAL-EDIT                 PIC ZZZ9,99.
           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3000'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECTXT0-01.
           COPY NEECTXT0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE30'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3000'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3001'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-RUTINADIS                  PIC X(08) VALUE 'NE9CDIS0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECDIS-01.
           COPY NEECDIS0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3000.

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

           MOVE LOW-VALUES                  TO NEM300MI

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
                   INTO (NEM300MI)
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
                    PERFORM 2150-RECUPERA-DIS
                       THRU 2150-RECUPERA-DIS-EXIT
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-DIS
                       THRU 2100-GRABAR-DIS-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-DIS
                       THRU 2200-LIMPIA-DIS-EXIT
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
      *                      2100-GRABAR-DIS                          *
      *                                                                *
      *    - OPCION 'C' AGREGA EL DEPARTAMENTO AL REPARTO, 'U'         *
      *      MODIFICA SU PORCENTAJE Y 'D' LO QUITA DEL REPARTO         *
      *****************************************************************
       2100-GRABAR-DIS.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-OK
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN PERFIL REGISTRADO' TO MSGO
              EXEC CICS
                   SEND MAP(WS-MAPA)
                   DATAONLY
                   FROM(NEM300MO)
                   NOHANDLE
              END-EXEC
              GO TO 2100-GRABAR-DIS-EXIT
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
                 PERFORM 2110-ARMA-NEECDIS0
                    THRU 2110-ARMA-NEECDIS0-EXIT

                 PERFORM 5100-CALL-DB-DIS
                    THRU 5100-CALL-DB-DIS-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK
                          PERFORM 5200-ARMA-MAPA
                             THRU 5200-ARMA-MAPA-EXIT
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
                          MOVE DFHBLINK      TO DEPTNOH
                          PERFORM 8500-TRADUCE-ERROR
                             THRU 8500-TRADUCE-ERROR-EXIT
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM300MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-DIS-EXIT.
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
      *                    2110-ARMA-NEECDIS0                         *
      *****************************************************************
       2110-ARMA-NEECDIS0.

           INITIALIZE WS-NEECDIS-01
           INITIALIZE WS-NEECRET0-01

           EVALUATE OPCIONI
               WHEN 'C'
                    SET DIS0-88-ALTA        TO TRUE
               WHEN 'U'
                    SET DIS0-88-MODIFICA    TO TRUE
               WHEN 'D'
                    SET DIS0-88-BAJA        TO TRUE
           END-EVALUATE

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           MOVE WS-USUARIO                  TO DIS0-ORIGEN

           PERFORM 2120-MUEVE-CLAVE
              THRU 2120-MUEVE-CLAVE-EXIT

           IF PORCI IS NUMERIC
              MOVE PORCI                    TO WS-PORC-ALFA
              MOVE WS-PORC-NUM              TO DIS0-PORCENTAJE
           END-IF
           .
       2110-ARMA-NEECDIS0-EXIT.
           EXIT.
      *****************************************************************
      *                    2120-MUEVE-CLAVE                           *
      *****************************************************************
       2120-MUEVE-CLAVE.

           MOVE EMPNOI                      TO DIS0-EMPNO

           IF FECDESI NOT EQUAL LOW-VALUES
              MOVE FECDESI                  TO DIS0-FECHA-DESDE
           END-IF

           IF DEPTNOI NOT EQUAL LOW-VALUES
              MOVE DEPTNOI                  TO DIS0-DEPTNO
           END-IF
           .
       2120-MUEVE-CLAVE-EXIT.
           EXIT.
      *****************************************************************
      *                    2150-RECUPERA-DIS                          *
      *                                                                *
      *    - MUESTRA EL PORCENTAJE DEL DEPARTAMENTO EN EL REPARTO DE   *
      *      LA FECHA DESDE Y EL TOTAL DEL REPARTO                     *
      *****************************************************************
       2150-RECUPERA-DIS.

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
           ELSE
              INITIALIZE WS-NEECDIS-01
              INITIALIZE WS-NEECRET0-01
              SET  DIS0-88-CONSULTA         TO TRUE

              PERFORM 2120-MUEVE-CLAVE
                 THRU 2120-MUEVE-CLAVE-EXIT

              PERFORM 5100-CALL-DB-DIS
                 THRU 5100-CALL-DB-DIS-EXIT

              EVALUATE TRUE
                  WHEN RET0-88-OK
                       PERFORM 5200-ARMA-MAPA
                          THRU 5200-ARMA-MAPA-EXIT
                       MOVE EMPNOI          TO WS-CA-EMPNO
                       MOVE 'REPARTO RECUPERADO' TO MSGO
                  WHEN OTHER
                       MOVE DFHBLINK        TO EMPNOH
                       PERFORM 8500-TRADUCE-ERROR
                          THRU 8500-TRADUCE-ERROR-EXIT
              END-EVALUATE
           END-IF

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM300MO)
                NOHANDLE
           END-EXEC.

       2150-RECUPERA-DIS-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-LIMPIA-DIS                          *
      *****************************************************************
       2200-LIMPIA-DIS.

           MOVE DFHBLINK                    TO NEM300MI
           MOVE LOW-VALUES                  TO NEM300MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-DIS-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM300MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM300MO

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
           MOVE 'OPC C/U/D FECHA AAAA-MM-DD PORC 99999' TO MSGO

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM300MO)
                NOHANDLE
           END-EXEC.

       2400-AYUDA-EXIT.
           EXIT.
      *****************************************************************
      *                          CALL DIS ROUTINE                     *
      *****************************************************************
       5100-CALL-DB-DIS.

            CALL CT-RUTINADIS USING WS-NEECDIS-01,
                                    WS-NEECRET0-01.
       5100-CALL-DB-DIS-EXIT.
           EXIT.
      *****************************************************************
      *                       5200-ARMA-MAPA                          *
      *****************************************************************
       5200-ARMA-MAPA.

           MOVE DIS0-EMPNO                  TO EMPNOO
           MOVE DIS0-FECHA-DESDE            TO FECDESO
           MOVE DIS0-DEPTNO                 TO DEPTNOO
           MOVE DIS0-PORCENTAJE             TO WS-PORC-NUM
           MOVE WS-PORC-ALFA                TO PORCO

           MOVE DIS0-TOTAL-REPARTO          TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT               TO TOTALO.

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

           MOVE DFHBLINK                    TO NEM300MI
           MOVE 'ERROR EN MAPA'             TO NEM300MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM300MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM300MI
           MOVE 'OPTION NO VALIDA'          TO NEM300MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM300MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM300MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM300MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM300MO)
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
