      *                         espanol o ingles (NEM1001) segun el  *
      *                         perfil y errores traducidos con      *
      *                         NE9CMSG0.                            *
      * 15/10/2026 gforrich     Cada consulta queda registrada en    *
      *                         ACCESS_LOG via NE9CACC0, tambien la  *
      *                         rechazada por alcance; sin registro  *
      *                         no se muestran datos.                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-CRUDEMP                    PIC X(08) VALUE 'NE9CEMP0'.
           05 CT-NE9CVAC0                   PIC X(08) VALUE 'NE9CVAC0'.
           05 CT-NE9CSCP0                   PIC X(08) VALUE 'NE9CSCP0'.
           05 CT-NE9CACC0                   PIC X(08) VALUE 'NE9CACC0'.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
           COPY NEECVAC0.
       01  WS-NEECSCP0-01.
           COPY NEECSCP0.
       01  WS-NEECACC0-01.
           COPY NEECACC0.
       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

           PERFORM 4900-VERIFICA-AMBITO
              THRU 4900-VERIFICA-AMBITO-EXIT

           INITIALIZE WS-NEECACC0-01

           IF SCP0-88-FUERA-AMBITO
              SET ACC0-88-RECHAZADO         TO TRUE
              PERFORM 4950-REGISTRA-ACCESO
                 THRU 4950-REGISTRA-ACCESO-EXIT
              MOVE DFHBLINK                 TO EMPNOH
              MOVE 'EMPLEADO FUERA DE SU AMBITO' TO MSGO
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

      * TODA CONSULTA QUEDA REGISTRADA; SIN REGISTRO NO SE MUESTRAN
      * DATOS
           SET ACC0-88-PERMITIDO            TO TRUE
           PERFORM 4950-REGISTRA-ACCESO
              THRU 4950-REGISTRA-ACCESO-EXIT

           IF NOT ACC0-88-OK
              MOVE 'ERROR AL REGISTRAR EL ACCESO' TO MSGO
              GO TO 5000-CONSULTA-Y-ARMA-MAPA-EXIT
           END-IF

           MOVE SPACES                      TO NEECDEP0
           INITIALIZE NEECRET0
           SET  DEP0-88-READ                TO TRUE
       4900-VERIFICA-AMBITO-EXIT.
           EXIT.
      *****************************************************************
      *                    4950-REGISTRA-ACCESO                       *
      *                                                               *
      *    - DEJA EN ACCESS_LOG EL USUARIO, LA TERMINAL, EL EMPNO     *
      *      PEDIDO Y SI EL ACCESO SE PERMITIO (ACC0-RESULTADO YA     *
      *      CARGADO POR EL LLAMADOR)                                 *
      *****************************************************************
       4950-REGISTRA-ACCESO.

           MOVE WS-USUARIO                  TO ACC0-USUARIO
           MOVE EIBTRMID                    TO ACC0-TERMINAL
           MOVE CT-TRANSACCION              TO ACC0-TRANSACCION
           MOVE WS-EMPNO-CONSULTA           TO ACC0-EMPNO

           CALL CT-NE9CACC0 USING WS-NEECACC0-01
           .
       4950-REGISTRA-ACCESO-EXIT.
           EXIT.
      *****************************************************************
      *                          CALL EMP TABLE                       *
      *****************************************************************
       5100-CALL-DB-EMP.
