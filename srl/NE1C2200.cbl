      *                          espanol o ingles (NEM2201) segun el *
      *                          perfil y errores traducidos con    *
      *                          NE9CMSG0.                           *
      * 15/10/2026 gforrich      Creates and updates now stay pending *
      *                          until approved on NE37; retrieve     *
      *                          warns when a change is awaiting      *
      *                          approval.                            *
      * 15/10/2026 gforrich      Each PF6 inquiry of an employee's    *
      *                          bank details is logged in ACCESS_LOG *
      *                          via NE9CACC0; nothing is shown if    *
      *                          the access cannot be logged.         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-NE9CUSR0                   PIC X(08) VALUE 'NE9CUSR0'.
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDBNK                    PIC X(08) VALUE 'NE9CBNK0'.
           05 CT-NE9CACC0                   PIC X(08) VALUE 'NE9CACC0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
           COPY NEECBNK0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
       01  WS-NEECACC0-01.
           COPY NEECACC0.
      * COPY SOPORTE BMS
       COPY DFHBMSCA.
      * COPY TOPORTE PARA TECLAS
                    THRU 5100-CALL-DB-BNK-EXIT

                 EVALUATE TRUE
                     WHEN RET0-88-OK AND BNK0-88-PEND-PENDIENTE
                          MOVE 'CAMBIO PENDIENTE DE APROBACION' TO MSGO
                     WHEN RET0-88-OK
                          MOVE 'MOVIMIENTO REALIZADO CON EXITO' TO MSGO
                     WHEN OTHER
           IF EMPNOI EQUAL SPACES OR LOW-VALUES
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'DEBE INFORMAR EL EMPNO' TO MSGO
              GO TO 2150-RECUPERA-BNK-ENVIA
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
              GO TO 2150-RECUPERA-BNK-ENVIA
           END-IF

           INITIALIZE WS-NEECBNK-01
           INITIALIZE WS-NEECRET0-01
           SET  BNK0-88-READ                TO TRUE
           MOVE EMPNOI                      TO BNK0-EMPNO

           PERFORM 5100-CALL-DB-BNK
              THRU 5100-CALL-DB-BNK-EXIT

           EVALUATE TRUE
               WHEN RET0-88-OK
                    MOVE BNK0-BANCO         TO BANCOO
                    MOVE BNK0-SUCURSAL      TO SUCURO
                    MOVE BNK0-CUENTA        TO CUENTAO
                    MOVE EMPNOI             TO WS-CA-EMPNO
                    MOVE 'DATOS BANCARIOS RECUPERADOS' TO MSGO
                    PERFORM 2160-VERIFICA-PENDIENTE
                       THRU 2160-VERIFICA-PENDIENTE-EXIT
               WHEN OTHER
                    MOVE DFHBLINK           TO EMPNOH
                    PERFORM 8500-TRADUCE-ERROR
                       THRU 8500-TRADUCE-ERROR-EXIT
           END-EVALUATE.

       2150-RECUPERA-BNK-ENVIA.

           EXEC CICS
                SEND MAP(WS-MAPA)
                DATAONLY
       2150-RECUPERA-BNK-EXIT.
           EXIT.
      *****************************************************************
      *                  2160-VERIFICA-PENDIENTE                      *
      *                                                               *
      *    - LA PANTALLA MUESTRA LA CUENTA APROBADA; SI HAY UN CAMBIO *
      *      ESPERANDO APROBACION (NE37) SE AVISA                     *
      *****************************************************************
       2160-VERIFICA-PENDIENTE.

           INITIALIZE WS-NEECBNK-01
           INITIALIZE WS-NEECRET0-01
           SET  BNK0-88-CONSULTA-PEND       TO TRUE
           MOVE EMPNOI                      TO BNK0-EMPNO

           PERFORM 5100-CALL-DB-BNK
              THRU 5100-CALL-DB-BNK-EXIT

           IF RET0-88-OK
              AND BNK0-88-PEND-PENDIENTE
              MOVE 'HAY UN CAMBIO PENDIENTE DE APROBACION' TO MSGO
           END-IF
           .
       2160-VERIFICA-PENDIENTE-EXIT.
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
      *                      2200-LIMPIA-BNK                          *
      *****************************************************************
       2200-LIMPIA-BNK.
