      *****************************************************************
      * Program name:    NE1C3600                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Employee self-      *
      *                          service inquiry (transaction NE36):  *
      *                          shows only the record linked to the  *
      *                          signed-on user in USER_PROFILE - job,*
      *                          department, hire date, vacation      *
      *                          balance, dependents, address and the *
      *                          bank account masked.  Any other      *
      *                          EMPNO is refused and every access is *
      *                          logged through NE9CACC0.             *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3600.
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
           05 WS-IX                         PIC 9(02) VALUE ZEROS.
           05 WS-EMPNO-CONSULTA             PIC X(06).
           05 WS-LARGO-CUENTA               PIC S9(4) COMP.
           05 WS-CUENTA-MASC                PIC X(16).

           05 WS-LINEA-DPN.
              10 WS-LIN-NOMBRE              PIC X(28).
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-LIN-PARENTESCO          PIC X(02).
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-LIN-FECHANAC            PIC X(10).
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-LIN-ESTADO              PIC X(01).
              10 FILLER                     PIC X(01) VALUE SPACES.

           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
              10 FILLER                     PIC X(01).

      * USUARIO FIRMADO Y LEGAJO VINCULADO EN USER_PROFILE
       01  WS-DATOS-USUARIO.
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.
           05 WS-EMPNO-PROPIO               PIC X(06) VALUE SPACES.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE36'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3600'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3601'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDEMP                    PIC X(08) VALUE 'NE9CEMP0'.
           05 CT-NE9CVAC0                   PIC X(08) VALUE 'NE9CVAC0'.
           05 CT-RUTDPN                     PIC X(08) VALUE 'NE9CDPN0'.
           05 CT-CRUDADR                    PIC X(08) VALUE 'NE9CADR0'.
           05 CT-CRUDBNK                    PIC X(08) VALUE 'NE9CBNK0'.
           05 CT-NE9CACC0                   PIC X(08) VALUE 'NE9CACC0'.
           05 CT-MAX-DPN                    PIC 9(02) VALUE 5.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
       01  WS-NEECEMP0-01.
           COPY NEECEMP0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
       01  WS-NEECVAC0-01.
           COPY NEECVAC0.
       01  WS-NEECDPN-01.
           COPY NEECDPN0.
       01  WS-NEECADR-01.
           COPY NEECADR0.
       01  WS-NEECBNK-01.
           COPY NEECBNK0.
       01  WS-NEECACC0-01.
           COPY NEECACC0.
       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3600'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.
       01  WS-NEECTXT0-01.
           COPY NEECTXT0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3600.

      *****************************************************************
      *                    DEFINICION DE LINKAGE                      *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-EMPNO                      PIC X(06).
           05 CA-PRIMERA-VEZ                PIC X(01).
              88 CA-88-PRIMERA-VEZ                    VALUE 'S'.
           05 FILLER                        PIC X(01).

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
      *                                                               *
      *    - ADEMAS DEL IDIOMA, NE9CUSR0 DEVUELVE EL LEGAJO VINCULADO *
      *      AL USUARIO: ES EL UNICO QUE ESTA PANTALLA MUESTRA        *
      *****************************************************************
       0500-DETERMINA-IDIOMA.

           EXEC CICS
                ASSIGN USERID(WS-USUARIO)
                NOHANDLE
           END-EXEC

           IF WS-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE EIBTRMID                 TO WS-USUARIO
           END-IF

           INITIALIZE WS-NEECUSR0-01
           MOVE WS-USUARIO                  TO USR0-USUARIO

           CALL CT-NE9CUSR0 USING WS-NEECUSR0-01

           MOVE USR0-IDIOMA                 TO WS-IDIOMA

           IF USR0-88-OK
              MOVE USR0-EMPNO               TO WS-EMPNO-PROPIO
           ELSE
              MOVE SPACES                   TO WS-EMPNO-PROPIO
           END-IF

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
              PERFORM 1150-CONSULTA-INICIAL
                 THRU 1150-CONSULTA-INICIAL-EXIT
              PERFORM 1200-RETURN-TRANS
           ELSE
              IF EIBCALEN IS LESS THAN LENGTH OF DFHCOMMAREA
                 PERFORM 9200-COMMAREA-INVALIDA
                    THRU 9200-COMMAREA-INVALIDA-EXIT
              ELSE
                 MOVE DFHCOMMAREA           TO WS-COMMAREA
                 IF CA-88-PRIMERA-VEZ
                    PERFORM 1150-CONSULTA-INICIAL
                       THRU 1150-CONSULTA-INICIAL-EXIT
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

           MOVE LOW-VALUES                  TO NEM360MI

           EXEC CICS
                SEND MAP(WS-MAPA)
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.

       1100-SEND-MAP-ONLY-EXIT.
           EXIT.
      *****************************************************************
      *                   1150-CONSULTA-INICIAL                       *
      *                                                               *
      *    - AL ENTRAR SE MUESTRA DIRECTAMENTE EL LEGAJO DEL USUARIO  *
      *****************************************************************
       1150-CONSULTA-INICIAL.

           MOVE LOW-VALUES                  TO NEM360MO
           MOVE WS-EMPNO-PROPIO             TO WS-EMPNO-CONSULTA

           PERFORM 5000-CONSULTA-Y-ARMA-MAPA
              THRU 5000-CONSULTA-Y-ARMA-MAPA-EXIT

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM360MO)
                NOHANDLE
           END-EXEC

           MOVE 'N'                         TO WS-CA-PRIMERA-VEZ
           .
       1150-CONSULTA-INICIAL-EXIT.
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
                   INTO (NEM360MI)
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
                    PERFORM 2100-CONSULTA-PROPIA
                       THRU 2100-CONSULTA-PROPIA-EXIT
               WHEN DFHPF2
                    PERFORM 2200-LIMPIA-PANTALLA
                       THRU 2200-LIMPIA-PANTALLA-EXIT
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
      *                   2100-CONSULTA-PROPIA                        *
      *                                                               *
      *    - SIN EMPNO TIPEADO SE TOMA EL DEL USUARIO; CUALQUIER OTRO *
      *      EMPNO SE RECHAZA EN 5000-CONSULTA-Y-ARMA-MAPA            *
      *****************************************************************
       2100-CONSULTA-PROPIA.

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE WS-EMPNO-PROPIO          TO WS-EMPNO-CONSULTA
           ELSE
              MOVE EMPNOI                   TO WS-EMPNO-CONSULTA
           END-IF

           PERFORM 5000-CONSULTA-Y-ARMA-MAPA
              THRU 5000-CONSULTA-Y-ARMA-MAPA-EXIT

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM360MO)
                NOHANDLE
           END-EXEC.

       2100-CONSULTA-PROPIA-EXIT.
           EXIT.
      *****************************************************************
      *                   2200-LIMPIA-PANTALLA                        *
      *****************************************************************
       2200-LIMPIA-PANTALLA.

           MOVE DFHBLINK                    TO NEM360MI
           MOVE LOW-VALUES                  TO NEM360MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-PANTALLA-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM360MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM360MO

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
           MOVE 'PF6=CONSULTAR PF2=LIMPIAR PF3=MENU' TO MSGO

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM360MO)
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

           MOVE WS-USUARIO                  TO ACC0-USUARIO
           MOVE EIBTRMID                    TO ACC0-TERMINAL
           MOVE CT-TRANSACCION              TO ACC0-TRANSACCION
           MOVE WS-EMPNO-CONSULTA           TO ACC0-EMPNO

           CALL CT-NE9CACC0 USING WS-NEECACC0-01
           .
       4900-REGISTRA-ACCESO-EXIT.
           EXIT.
      *****************************************************************
      *                5000-CONSULTA-Y-ARMA-MAPA                      *
      *                                                               *
      *    - SOLO SE MUESTRA EL LEGAJO VINCULADO AL USUARIO FIRMADO,  *
      *      CUALQUIERA SEA EL EMPNO TIPEADO; EL INTENTO RECHAZADO    *
      *      TAMBIEN QUEDA REGISTRADO                                 *
      *    - SI EL ACCESO NO PUEDE REGISTRARSE NO SE MUESTRAN DATOS   *
      *****************************************************************
       5000-CONSULTA-Y-ARMA-MAPA.

           PERFORM 5050-LIMPIA-DATOS
              THRU 5050-LIMPIA-DATOS-EXIT

           MOVE WS-EMPNO-CONSULTA           TO EMPNOO
           INITIALIZE WS-NEECACC0-01

           IF WS-EMPNO-PROPIO EQUAL SPACES OR LOW-VALUES
              SET ACC0-88-RECHAZADO         TO TRUE
              PERFORM 4900-REGISTRA-ACCESO
                 THRU 4900-REGISTRA-ACCESO-EXIT
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'USUARIO SIN LEGAJO ASOCIADO' TO MSGO
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

           IF WS-EMPNO-CONSULTA NOT EQUAL WS-EMPNO-PROPIO
              SET ACC0-88-RECHAZADO         TO TRUE
              PERFORM 4900-REGISTRA-ACCESO
                 THRU 4900-REGISTRA-ACCESO-EXIT
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'SOLO PUEDE CONSULTAR SU PROPIO LEGAJO' TO MSGO
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

           SET ACC0-88-PERMITIDO            TO TRUE
           PERFORM 4900-REGISTRA-ACCESO
              THRU 4900-REGISTRA-ACCESO-EXIT

           IF NOT ACC0-88-OK
              MOVE 'ERROR AL REGISTRAR EL ACCESO' TO MSGO
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

           INITIALIZE WS-NEECEMP0-01
           INITIALIZE WS-NEECRET0-01
           SET  DEP0-88-READ                TO TRUE
           MOVE WS-EMPNO-CONSULTA           TO DEP0-EMPNO

           CALL CT-CRUDEMP USING NEECDEP0,
                                 NEECRET0

           IF NOT RET0-88-OK
              MOVE DFHBLINK                 TO EMPNOH
              PERFORM 8500-TRADUCE-ERROR
                 THRU 8500-TRADUCE-ERROR-EXIT
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

           STRING DEP0-FIRSTNME DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  DEP0-LASTNAME DELIMITED BY SIZE
             INTO NOMBREO
           END-STRING

           MOVE DEP0-JOB                    TO JOBO
           MOVE DEP0-WORKDEPT               TO DEPTOO
           MOVE DEP0-LOCATION               TO LOCALO
           MOVE DEP0-HIREDATE               TO FINGRESO

           PERFORM 5200-CONSULTA-VACACIONES
              THRU 5200-CONSULTA-VACACIONES-EXIT

           PERFORM 5300-CONSULTA-DEPENDIENTES
              THRU 5300-CONSULTA-DEPENDIENTES-EXIT

           PERFORM 5400-CONSULTA-DOMICILIO
              THRU 5400-CONSULTA-DOMICILIO-EXIT

           PERFORM 5500-CONSULTA-BANCO
              THRU 5500-CONSULTA-BANCO-EXIT

           MOVE 'DATOS DE SU LEGAJO'        TO MSGO
           .
       5000-CONSULTA-Y-ARMA-MAPA-EXIT.
           EXIT.
      *****************************************************************
      *                     5050-LIMPIA-DATOS                         *
      *                                                               *
      *    - BORRA EN PANTALLA LOS DATOS DE UNA CONSULTA ANTERIOR     *
      *****************************************************************
       5050-LIMPIA-DATOS.

           MOVE SPACES                      TO NOMBREO
                                               JOBO
                                               DEPTOO
                                               LOCALO
                                               FINGRESO
                                               CALLEO
                                               CIUDADO
                                               CODPOSO
                                               PAISO
                                               BANCOO
                                               SUCURSO
                                               CUENTAO
           MOVE ZEROS                       TO VACSALO

           PERFORM 5060-LIMPIA-DPN
              THRU 5060-LIMPIA-DPN-EXIT
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX IS GREATER THAN CT-MAX-DPN
           .
       5050-LIMPIA-DATOS-EXIT.
           EXIT.
      *****************************************************************
      *                      5060-LIMPIA-DPN                          *
      *****************************************************************
       5060-LIMPIA-DPN.

           MOVE SPACES                      TO DPNO(WS-IX).

       5060-LIMPIA-DPN-EXIT.
           EXIT.
      *****************************************************************
      *                 5200-CONSULTA-VACACIONES                      *
      *                                                               *
      *    - SIN SALDO ABIERTO SE MUESTRA CERO                        *
      *****************************************************************
       5200-CONSULTA-VACACIONES.

           INITIALIZE WS-NEECVAC0-01
           MOVE WS-EMPNO-CONSULTA           TO VAC0-EMPNO

           CALL CT-NE9CVAC0 USING WS-NEECVAC0-01

           IF VAC0-88-OK
              MOVE VAC0-DIAS-SALDO          TO VACSALO
           ELSE
              MOVE ZEROS                    TO VACSALO
           END-IF
           .
       5200-CONSULTA-VACACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                5300-CONSULTA-DEPENDIENTES                     *
      *                                                               *
      *    - LOS PRIMEROS FAMILIARES A CARGO QUE ENTRAN EN PANTALLA   *
      *****************************************************************
       5300-CONSULTA-DEPENDIENTES.

           INITIALIZE WS-NEECDPN-01
           INITIALIZE WS-NEECRET0-01
           SET  DPN0-88-BROWSE              TO TRUE
           MOVE WS-EMPNO-CONSULTA           TO DPN0-EMPNO

           CALL CT-RUTDPN USING NEECDPN0,
                                NEECRET0

           IF RET0-88-OK
              PERFORM 5310-ARMA-DPN
                 THRU 5310-ARMA-DPN-EXIT
                 VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX IS GREATER THAN DPN0-BROWSE-CANT
                    OR WS-IX IS GREATER THAN CT-MAX-DPN
           END-IF
           .
       5300-CONSULTA-DEPENDIENTES-EXIT.
           EXIT.
      *****************************************************************
      *                       5310-ARMA-DPN                           *
      *****************************************************************
       5310-ARMA-DPN.

           SET IX-DPN0-BROWSE               TO WS-IX

           MOVE DPN0-BR-NOMBRE(IX-DPN0-BROWSE)     TO WS-LIN-NOMBRE
           MOVE DPN0-BR-PARENTESCO(IX-DPN0-BROWSE) TO
                WS-LIN-PARENTESCO
           MOVE DPN0-BR-FECHANAC(IX-DPN0-BROWSE)   TO WS-LIN-FECHANAC
           MOVE DPN0-BR-ESTADO(IX-DPN0-BROWSE)     TO WS-LIN-ESTADO

           MOVE WS-LINEA-DPN                TO DPNO(WS-IX).

       5310-ARMA-DPN-EXIT.
           EXIT.
      *****************************************************************
      *                 5400-CONSULTA-DOMICILIO                       *
      *****************************************************************
       5400-CONSULTA-DOMICILIO.

           INITIALIZE WS-NEECADR-01
           INITIALIZE WS-NEECRET0-01
           SET  ADR0-88-READ                TO TRUE
           MOVE WS-EMPNO-CONSULTA           TO ADR0-EMPNO

           CALL CT-CRUDADR USING WS-NEECADR-01,
                                 WS-NEECRET0-01

           IF RET0-88-OK
              MOVE ADR0-CALLE               TO CALLEO
              MOVE ADR0-CIUDAD              TO CIUDADO
              MOVE ADR0-CODPOSTAL           TO CODPOSO
              MOVE ADR0-PAIS                TO PAISO
           ELSE
              MOVE 'SIN DOMICILIO REGISTRADO' TO CALLEO
           END-IF
           .
       5400-CONSULTA-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                   5500-CONSULTA-BANCO                         *
      *                                                               *
      *    - LA CUENTA SE MUESTRA ENMASCARADA: SOLO LOS ULTIMOS 4     *
      *      DIGITOS                                                  *
      *****************************************************************
       5500-CONSULTA-BANCO.

           INITIALIZE WS-NEECBNK-01
           INITIALIZE WS-NEECRET0-01
           SET  BNK0-88-READ                TO TRUE
           MOVE WS-EMPNO-CONSULTA           TO BNK0-EMPNO

           CALL CT-CRUDBNK USING WS-NEECBNK-01,
                                 WS-NEECRET0-01

           IF NOT RET0-88-OK
              MOVE 'SIN CUENTA'             TO CUENTAO
              GO TO 5500-CONSULTA-BANCO-EXIT
           END-IF

           MOVE BNK0-BANCO                  TO BANCOO
           MOVE BNK0-SUCURSAL               TO SUCURSO

           MOVE ZEROS                       TO WS-LARGO-CUENTA
           MOVE SPACES                      TO WS-CUENTA-MASC

           INSPECT BNK0-CUENTA TALLYING WS-LARGO-CUENTA
                   FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-LARGO-CUENTA IS GREATER THAN 4
              MOVE ALL '*'
                TO WS-CUENTA-MASC(1:WS-LARGO-CUENTA - 4)
              MOVE BNK0-CUENTA(WS-LARGO-CUENTA - 3:4)
                TO WS-CUENTA-MASC(WS-LARGO-CUENTA - 3:4)
           ELSE
              IF WS-LARGO-CUENTA IS GREATER THAN ZEROS
                 MOVE ALL '*'
                   TO WS-CUENTA-MASC(1:WS-LARGO-CUENTA)
              END-IF
           END-IF

           MOVE WS-CUENTA-MASC              TO CUENTAO
           .
       5500-CONSULTA-BANCO-EXIT.
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

           MOVE DFHBLINK                    TO NEM360MI
           MOVE 'ERROR EN MAPA'             TO NEM360MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM360MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM360MI
           MOVE 'OPTION NO VALIDA'          TO NEM360MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM360MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM360MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM360MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM360MO)
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
