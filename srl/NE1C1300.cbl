      *                          for the increases that DEMO01        *
      *                          diverted to PENDAPRO by exceeding    *
      *                          the approval threshold.              *
      * 15/10/2026 gforrich      Show the merit matrix share of the   *
      *                          salary increase (MERINC).            *
      * 15/10/2026 gforrich      Approval delegation: a user without  *
      *                          approval level may resolve an        *
      *                          increase under a delegation in force *
      *                          (NE9CDLG0); the delegator is kept in *
      *                          APR-DELEGANTE and logged. Nobody may *
      *                          resolve their own increase.          *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 WS-IMPORTE-EDIT               PIC ZZZZZZZZ9,99.

           05 WS-USUARIO                    PIC X(08) VALUE SPACES.
           05 WS-DELEGANTE                  PIC X(08) VALUE SPACES.

           05 WS-COMMAREA.
              10 WS-CA-EMPNO                PIC X(06).
           05 CT-MAPA                       PIC X(07) VALUE 'NEM1300'.
           05 CT-ARCHIVO-PEND               PIC X(08) VALUE 'PENDAPRO'.
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CDLG0                   PIC X(08) VALUE 'NE9CDLG0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      * COPY DEL PERFIL DE USUARIO
       01  WS-NEECUSR0-01.
           COPY NEECUSR0.
      * COPY DE LA DELEGACION DE APROBACIONES
       01  WS-NEECDLG0-01.
           COPY NEECDLG0.

      *****************************************************************
      *                    DEFINICION DE LINKAGE                      *
      *                                                                *
      *    - PF5 APRUEBA / PF9 RECHAZA EL AUMENTO PENDIENTE:           *
      *      LEE CON UPDATE, CAMBIA EL ESTADO Y REGRABA                *
      *    - SIN NIVEL DE APROBACION SOLO RESUELVE UN DELEGADO CON    *
      *      DELEGACION VIGENTE; NADIE RESUELVE SU PROPIO AUMENTO     *
      *****************************************************************
       2500-RESUELVE-PENDIENTE.


           CALL CT-NE9CUSR0 USING WS-NEECUSR0-01

           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
              GO TO 2500-RESUELVE-PENDIENTE-ENVIA
           END-IF

           MOVE EMPNOI                      TO WS-EMPNO-CONSULTA
           MOVE SPACES                      TO WS-DELEGANTE

           IF USR0-EMPNO EQUAL WS-EMPNO-CONSULTA
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'NO PUEDE RESOLVER SU PROPIO AUMENTO' TO MSGO
              GO TO 2500-RESUELVE-PENDIENTE-ENVIA
           END-IF

           IF NOT USR0-88-APROBACION
              PERFORM 2510-VERIFICA-DELEGACION
                 THRU 2510-VERIFICA-DELEGACION-EXIT
              IF WS-DELEGANTE EQUAL SPACES
                 MOVE DFHBLINK              TO EMPNOH
                 MOVE 'USUARIO SIN NIVEL DE APROBACION' TO MSGO
                 GO TO 2500-RESUELVE-PENDIENTE-ENVIA
              END-IF
           END-IF

           EXEC CICS
                READ FILE(CT-ARCHIVO-PEND)
                INTO(WS-NEECAPR0-01)
                RIDFLD(WS-EMPNO-CONSULTA)
                UPDATE
                NOHANDLE
           END-EXEC

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                    IF NOT APR-88-PENDIENTE
                       EXEC CICS
                            UNLOCK FILE(CT-ARCHIVO-PEND)
                            NOHANDLE
                       END-EXEC
                       MOVE 'EL ITEM YA FUE RESUELTO' TO MSGO
                    ELSE
                       PERFORM 2550-REGRABA-PENDIENTE
                          THRU 2550-REGRABA-PENDIENTE-EXIT
                    END-IF
               WHEN DFHRESP(NOTFND)
                    MOVE DFHBLINK           TO EMPNOH
                    MOVE 'NO HAY PENDIENTE PARA ESE EMPNO' TO MSGO
               WHEN OTHER
                    PERFORM 9000-ERROR-MAPA
           END-EVALUATE.

       2500-RESUELVE-PENDIENTE-ENVIA.

           EXEC CICS
                SEND MAP(CT-MAPA)
                DATAONLY
       2500-RESUELVE-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                  2510-VERIFICA-DELEGACION                     *
      *                                                                *
      *    - BUSCA UNA DELEGACION VIGENTE HOY EN EL USUARIO FIRMADO   *
      *      DE UN APROBADOR QUE NO SEA EL EMPLEADO DEL AUMENTO       *
      *****************************************************************
       2510-VERIFICA-DELEGACION.

           INITIALIZE WS-NEECDLG0-01
           SET DLG0-88-VERIFICA             TO TRUE
           SET DLG0-88-REQ-NIVEL            TO TRUE
           MOVE WS-USUARIO                  TO DLG0-DELEGADO
           MOVE WS-EMPNO-CONSULTA           TO DLG0-EMPNO

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           IF DLG0-88-OK
              MOVE DLG0-DELEGANTE           TO WS-DELEGANTE
           END-IF.

       2510-VERIFICA-DELEGACION-EXIT.
           EXIT.
      *****************************************************************
      *                  2550-REGRABA-PENDIENTE                       *
      *****************************************************************
       2550-REGRABA-PENDIENTE.
           END-IF

           MOVE WS-USUARIO                  TO APR-USUARIO
           MOVE WS-DELEGANTE                TO APR-DELEGANTE

           EXEC CICS
                REWRITE FILE(CT-ARCHIVO-PEND)
                    ELSE
                       MOVE 'AUMENTO RECHAZADO' TO MSGO
                    END-IF
                    IF WS-DELEGANTE NOT EQUAL SPACES
                       PERFORM 2560-REGISTRA-DELEGACION
                          THRU 2560-REGISTRA-DELEGACION-EXIT
                    END-IF
               WHEN OTHER
                    PERFORM 9000-ERROR-MAPA
           END-EVALUATE.
       2550-REGRABA-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                  2560-REGISTRA-DELEGACION                     *
      *                                                                *
      *    - DEJA EN APPR_DELEG_USE LA RESOLUCION HECHA POR DELEGACION*
      *****************************************************************
       2560-REGISTRA-DELEGACION.

           INITIALIZE WS-NEECDLG0-01
           SET DLG0-88-REGISTRA-USO         TO TRUE
           MOVE WS-USUARIO                  TO DLG0-DELEGADO
           MOVE WS-DELEGANTE                TO DLG0-DELEGANTE
           MOVE CT-TRANSACCION              TO DLG0-TRANSACCION
           MOVE WS-EMPNO-CONSULTA           TO DLG0-EMPNO
           MOVE APR-ESTADO                  TO DLG0-ACCION

           CALL CT-NE9CDLG0 USING WS-NEECDLG0-01

           IF APR-88-APROBADO
              MOVE 'AUMENTO APROBADO POR DELEGACION' TO MSGO
           ELSE
              MOVE 'AUMENTO RECHAZADO POR DELEGACION' TO MSGO
           END-IF.

       2560-REGISTRA-DELEGACION-EXIT.
           EXIT.
      *****************************************************************
      *                   2200-LIMPIA-PANTALLA                        *
      *****************************************************************
       2200-LIMPIA-PANTALLA.

           MOVE 0001-SALARY-INC             TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT             TO SALINCO
           IF 0001-88-POR-MERITO
              MOVE 0001-MERITO-INC          TO WS-IMPORTE-EDIT
           ELSE
              MOVE ZEROS                    TO WS-IMPORTE-EDIT
           END-IF
           MOVE WS-IMPORTE-EDIT             TO MERINCO
           MOVE 0001-BONUS-INC              TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT             TO BONINCO
           MOVE 0001-COMM-INC               TO WS-IMPORTE-EDIT
