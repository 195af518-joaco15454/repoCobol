      *                          espanol o ingles (NEM1601) segun el  *
      *                          perfil y errores traducidos con      *
      *                          NE9CMSG0.                            *
      * 15/10/2026 gforrich      Each simulation of an employee's     *
      *                          salary is logged in ACCESS_LOG via   *
      *                          NE9CACC0; nothing is shown if the    *
      *                          access cannot be logged.             *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-NE9CMSG0                   PIC X(08) VALUE 'NE9CMSG0'.
           05 CT-CRUDEMP                    PIC X(08) VALUE 'NE9CEMP0'.
           05 CT-NESIM000                   PIC X(08) VALUE 'NESIM000'.
           05 CT-NE9CACC0                   PIC X(08) VALUE 'NE9CACC0'.
           05 CT-ARCHIVO-BANDAS             PIC X(08) VALUE 'PARMSENV'.
           05 CT-ARCHIVO-BANDAS-SIND        PIC X(08) VALUE 'PARMSENU'.
           05 CT-ARCHIVO-PROBATION          PIC X(08) VALUE 'PARMPRBV'.

       01  WS-USUARIO                      PIC X(08) VALUE SPACES.

       01  WS-NEECACC0-01.
           COPY NEECACC0.

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.

      *****************************************************************
       5000-SIMULA-Y-ARMA-MAPA.

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
              GO TO 5000-SIMULA-Y-ARMA-MAPA-EXIT
           END-IF

           MOVE SPACES                      TO NEECDEP0
           INITIALIZE NEECRET0
           SET  DEP0-88-READ                TO TRUE
       5000-SIMULA-Y-ARMA-MAPA-EXIT.
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
           MOVE WS-EMPNO-CONSULTA            TO ACC0-EMPNO

           CALL CT-NE9CACC0 USING WS-NEECACC0-01
           .
       4900-REGISTRA-ACCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    5100-CARGA-BANDAS                          *
      *                                                                *
      *    - RECORRE EL ARCHIVO PARMSENV (COPIA VSAM DE PARMSEN,       *
