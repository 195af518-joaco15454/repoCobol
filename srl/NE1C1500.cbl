      *                          espanol o ingles (NEM1501) segun el  *
      *                          perfil y errores traducidos con      *
      *                          NE9CMSG0.                            *
      * 15/10/2026 gforrich      Cada consulta queda registrada en    *
      *                          ACCESS_LOG via NE9CACC0, tambien la  *
      *                          rechazada por alcance; sin registro  *
      *                          no se muestran datos.                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-RUTHIS                     PIC X(08) VALUE 'NE9CHIS0'.
           05 CT-NE9CSCP0                   PIC X(08) VALUE 'NE9CSCP0'.
           05 CT-NE9CACC0                   PIC X(08) VALUE 'NE9CACC0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
       01  WS-NEECSCP0-01.
           COPY NEECSCP0.
       01  WS-USUARIO-SCP                   PIC X(08) VALUE SPACES.
       01  WS-NEECACC0-01.
           COPY NEECACC0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.


           CALL CT-NE9CSCP0 USING WS-NEECSCP0-01

           INITIALIZE WS-NEECACC0-01

           IF SCP0-88-FUERA-AMBITO
              SET ACC0-88-RECHAZADO         TO TRUE
              PERFORM 4900-REGISTRA-ACCESO
                 THRU 4900-REGISTRA-ACCESO-EXIT
              MOVE 'EMPLEADO FUERA DE SU AMBITO' TO MSGO
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

      * TODA CONSULTA QUEDA REGISTRADA; SIN REGISTRO NO SE MUESTRAN
      * DATOS
           SET ACC0-88-PERMITIDO            TO TRUE
           PERFORM 4900-REGISTRA-ACCESO
              THRU 4900-REGISTRA-ACCESO-EXIT

           IF NOT ACC0-88-OK
              MOVE 'ERROR AL REGISTRAR EL ACCESO' TO MSGO
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

           INITIALIZE NEECHIS0 NEECRET0
           MOVE WS-CA-EMPNO                 TO HIS0-EMPNO
           MOVE WS-PAGINA                   TO HIS0-PAGINA
       5000-CONSULTA-Y-ARMA-MAPA-EXIT.
           EXIT.
      *****************************************************************
      *                    4900-REGISTRA-ACCESO                       *
      *                                                               *
      *    - DEJA EN ACCESS_LOG EL USUARIO, LA TERMINAL, EL EMPNO     *
      *      PEDIDO Y SI EL ACCESO SE PERMITIO (ACC0-RESULTADO YA     *
      *      CARGADO POR EL LLAMADOR)                                 *
      *****************************************************************
       4900-REGISTRA-ACCESO.

           MOVE WS-USUARIO-SCP              TO ACC0-USUARIO
           MOVE EIBTRMID                    TO ACC0-TERMINAL
           MOVE CT-TRANSACCION              TO ACC0-TRANSACCION
           MOVE WS-CA-EMPNO                 TO ACC0-EMPNO

           CALL CT-NE9CACC0 USING WS-NEECACC0-01
           .
       4900-REGISTRA-ACCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    5100-LIMPIA-DETALLE                        *
      *****************************************************************
       5100-LIMPIA-DETALLE.
