      *****************************************************************
      * Program name:    NE1C3800                                     *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Approval delegation *
      *                          screen (transaction NE38): the       *
      *                          signed-on approver registers ('C')   *
      *                          or cancels ('X') a delegate user and *
      *                          the date range of an absence, and    *
      *                          consults the delegation in force,    *
      *                          through the NE9CDLG0 routine.        *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE1C3800.
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
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
              10 FILLER                     PIC X(01).
           05 WS-USUARIO                    PIC X(08) VALUE SPACES.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

       01  WS-IDIOMA-DATOS.
           05 WS-MAPA                       PIC X(07)
                                            VALUE 'NEM3800'.
           05 WS-IDIOMA                     PIC X(01) VALUE 'E'.

       01  WS-NEECDLG0-01.
           COPY NEECDLG0.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES.                  *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-TRANSACCION                PIC X(04) VALUE 'NE38'.
           05 CT-NE10                       PIC X(04) VALUE 'NE10'.
           05 CT-MAPA                       PIC X(07) VALUE 'NEM3800'.
           05 CT-MAPA-INGLES                PIC X(07) VALUE 'NEM3801'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CDLG0                   PIC X(08) VALUE 'NE9CDLG0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
       COPY DFHAID.
      * COPY DEL MAPA DE LA PANTALLA
       COPY NEM3800.

      *****************************************************************
      *                    DEFINICION DE LINKAGE                      *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
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

           MOVE LOW-VALUES                  TO NEM380MI

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
                   INTO (NEM380MI)
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
               WHEN DFHPF5
                    PERFORM 2100-GRABAR-DELEGACION
                       THRU 2100-GRABAR-DELEGACION-EXIT
               WHEN DFHPF6
                    PERFORM 2150-CONSULTA-DELEGACION
                       THRU 2150-CONSULTA-DELEGACION-EXIT
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
      *                  2100-GRABAR-DELEGACION                       *
      *                                                               *
      *    - 'C' REGISTRA LA DELEGACION DEL USUARIO FIRMADO EN EL     *
      *      DELEGADO INFORMADO ENTRE LAS DOS FECHAS; 'X' CANCELA LA  *
      *      DELEGACION VIGENTE.  NE9CDLG0 CONTROLA QUE EL FIRMADO    *
      *      SEA APROBADOR Y QUE EL DELEGADO PUEDA SERLO              *
      *****************************************************************
       2100-GRABAR-DELEGACION.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           IF NOT USR0-88-OK
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'USUARIO SIN PERFIL'     TO MSGO
              GO TO 2100-GRABAR-DELEGACION-ENVIA
           END-IF

           IF OPCIONI NOT EQUAL 'C' AND
              OPCIONI NOT EQUAL 'X'
              MOVE DFHBLINK                 TO OPCIONH
              MOVE 'OPCION DEBE SER C O X'  TO MSGO
              GO TO 2100-GRABAR-DELEGACION-ENVIA
           END-IF

           INITIALIZE WS-NEECDLG0-01
           MOVE OPCIONI                     TO DLG0-OPCION
           MOVE WS-USUARIO                  TO DLG0-DELEGANTE

           IF DLG0-88-ALTA
              IF DELEGAI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO DELEGAH
                 MOVE 'DEBE INFORMAR EL USUARIO DELEGADO' TO MSGO
                 GO TO 2100-GRABAR-DELEGACION-ENVIA
              END-IF
              IF FDESDEI EQUAL SPACES OR LOW-VALUES
                 OR FHASTAI EQUAL SPACES OR LOW-VALUES
                 MOVE DFHBLINK              TO FDESDEH
                 MOVE 'DEBE INFORMAR LAS FECHAS' TO MSGO
                 GO TO 2100-GRABAR-DELEGACION-ENVIA
              END-IF
              MOVE DELEGAI                  TO DLG0-DELEGADO
              MOVE FDESDEI                  TO DLG0-FECHA-DESDE
              MOVE FHASTAI                  TO DLG0-FECHA-HASTA
           END-IF

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           EVALUATE TRUE
               WHEN DLG0-88-OK AND DLG0-88-ALTA
                    MOVE DLG0-ESTADO        TO ESTADOO
                    MOVE 'DELEGACION REGISTRADA' TO MSGO
               WHEN DLG0-88-OK
                    MOVE DLG0-ESTADO        TO ESTADOO
                    MOVE 'DELEGACION CANCELADA' TO MSGO
               WHEN DLG0-88-SIN-NIVEL
                    MOVE DFHBLINK           TO OPCIONH
                    MOVE 'USUARIO SIN NIVEL DE APROBACION' TO MSGO
               WHEN DLG0-88-DELEGADO-INVALIDO
                    MOVE DFHBLINK           TO DELEGAH
                    MOVE 'DELEGADO INEXISTENTE O SIN NIVEL' TO MSGO
               WHEN DLG0-88-FECHAS-INVALIDAS
                    MOVE DFHBLINK           TO FDESDEH
                    MOVE 'FECHAS INVALIDAS O YA VENCIDAS' TO MSGO
               WHEN DLG0-88-SUPERPUESTA
                    MOVE DFHBLINK           TO FDESDEH
                    MOVE 'SE SUPERPONE CON OTRA DELEGACION' TO MSGO
               WHEN DLG0-88-NO-EXISTE
                    MOVE DFHBLINK           TO OPCIONH
                    MOVE 'NO HAY DELEGACION VIGENTE' TO MSGO
               WHEN OTHER
                    MOVE DFHBLINK           TO OPCIONH
                    MOVE 'ERROR DB2 EN DELEGACIONES' TO MSGO
           END-EVALUATE.

       2100-GRABAR-DELEGACION-ENVIA.

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM380MO)
                NOHANDLE
           END-EXEC.

       2100-GRABAR-DELEGACION-EXIT.
           EXIT.
      *****************************************************************
      *                   2105-VERIFICA-PERFIL                        *
      *****************************************************************
       2105-VERIFICA-PERFIL.

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
           .
       2105-VERIFICA-PERFIL-EXIT.
           EXIT.
      *****************************************************************
      *                 2150-CONSULTA-DELEGACION                      *
      *                                                               *
      *    - MUESTRA LA DELEGACION VIGENTE DEL USUARIO FIRMADO        *
      *****************************************************************
       2150-CONSULTA-DELEGACION.

           PERFORM 2105-VERIFICA-PERFIL
              THRU 2105-VERIFICA-PERFIL-EXIT

           INITIALIZE WS-NEECDLG0-01
           SET  DLG0-88-CONSULTA            TO TRUE
           MOVE WS-USUARIO                  TO DLG0-DELEGANTE

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           EVALUATE TRUE
               WHEN DLG0-88-OK
                    MOVE DLG0-DELEGADO      TO DELEGAO
                    MOVE DLG0-FECHA-DESDE   TO FDESDEO
                    MOVE DLG0-FECHA-HASTA   TO FHASTAO
                    MOVE DLG0-ESTADO        TO ESTADOO
                    MOVE 'DELEGACION VIGENTE' TO MSGO
               WHEN DLG0-88-NO-EXISTE
                    MOVE SPACES             TO DELEGAO
                                               FDESDEO
                                               FHASTAO
                                               ESTADOO
                    MOVE 'NO HAY DELEGACION VIGENTE' TO MSGO
               WHEN OTHER
                    MOVE 'ERROR DB2 EN DELEGACIONES' TO MSGO
           END-EVALUATE

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
                FROM(NEM380MO)
                NOHANDLE
           END-EXEC.

       2150-CONSULTA-DELEGACION-EXIT.
           EXIT.
      *****************************************************************
      *                   2200-LIMPIA-PANTALLA                        *
      *****************************************************************
       2200-LIMPIA-PANTALLA.

           MOVE DFHBLINK                    TO NEM380MI
           MOVE LOW-VALUES                  TO NEM380MO
           PERFORM 1100-SEND-MAP-ONLY
              THRU 1100-SEND-MAP-ONLY-EXIT
              .
       2200-LIMPIA-PANTALLA-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.

           MOVE DFHBLINK                    TO NEM380MI
           MOVE 'OPCION F3 SELECCIONADA'    TO NEM380MO

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
      *                      9000-ERROR-MAPA                          *
      *****************************************************************
       9000-ERROR-MAPA.

           MOVE DFHBLINK                    TO NEM380MI
           MOVE 'ERROR EN MAPA'             TO NEM380MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM380MO)
                NOHANDLE
           END-EXEC

           PERFORM 3000-FIN.
      *****************************************************************
      *                  9100-OPCION-NO-VALIDA                        *
      *****************************************************************
       9100-OPCION-NO-VALIDA.

           MOVE DFHBLINK                    TO NEM380MI
           MOVE 'OPTION NO VALIDA'          TO NEM380MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM380MO)
                NOHANDLE
           END-EXEC.

       9100-OPCION-NO-VALIDA-EXIT.
           EXIT.

      *****************************************************************
      *                  9200-COMMAREA-INVALIDA                       *
      *****************************************************************
       9200-COMMAREA-INVALIDA.

           MOVE DFHBLINK                    TO NEM380MI
           MOVE 'AREA DE COMUNICACION INVALIDA' TO NEM380MO

           EXEC CICS
                SEND MAP(WS-MAPA)
                ERASE
                FROM(NEM380MO)
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
