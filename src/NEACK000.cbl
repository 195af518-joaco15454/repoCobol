      *                          in a pre-pass and refuse a response  *
      *                          file already processed; confirmed    *
      *                          at clean end of run.                 *
      * 15/10/2026 gforrich      Register the run in RUN_CONTROL      *
      *                          (NE9CRUN0) with the differences as   *
      *                          exceptions: a clean reconciliation   *
      *                          is what NEPPC000 requires before it  *
      *                          closes the payroll period.           *
      * 15/10/2026 gforrich      SALPAY is produced per company: the  *
      *                          PARMCIA card names the company being *
      *                          reconciled, the run is registered in *
      *                          RUN_CONTROL as NEACK0+company and a  *
      *                          SALPAY header of another company is  *
      *                          reported as a difference.            *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *****************************************************************
       FILE-CONTROL.

           SELECT PARMCIA  ASSIGN TO PARMCIA
                           FILE STATUS IS FS-PARMCIA.

           SELECT SALPAY   ASSIGN TO SALPAY
                           FILE STATUS IS FS-SALPAY.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMCIA
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMCIA.
           05 PARM-COMPANY                  PIC X(02).
           05 FILLER                        PIC X(08).

       FD  SALPAY
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMCIA                    PIC X(02) VALUE SPACES.
           05 FS-SALPAY                     PIC X(02) VALUE SPACES.
           05 FS-PAYRESP                    PIC X(02) VALUE SPACES.
           05 FS-REPACK                     PIC X(02) VALUE SPACES.
           05 WS-IX-EMP                     PIC 9(05) VALUE ZERO.
           05 WS-IX-MON                     PIC 9(02) VALUE ZERO.
           05 WS-FECHA-SALPAY               PIC X(10) VALUE SPACES.
           05 WS-COMPANY                    PIC X(02) VALUE SPACES.
      *    LA CORRIDA SE REGISTRA EN RUN_CONTROL POR EMPRESA
           05 WS-PROGRAMA-RUN.
              10 WS-PGM-BASE                PIC X(06) VALUE SPACES.
              10 WS-PGM-COMPANY             PIC X(02) VALUE SPACES.
           05 WS-FECHA-RESP                 PIC X(10) VALUE SPACES.
           05 WS-EMPNO-NUM                  PIC 9(06) VALUE ZEROS.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
       01  WS-SAL-HEADER REDEFINES WS-SAL-REGISTRO.
           05 FILLER                        PIC X(01).
           05 SAL-HDR-FECHA                 PIC X(10).
           05 SAL-HDR-COMPANY               PIC X(02).
           05 FILLER                        PIC X(107).
       01  WS-SAL-DETALLE REDEFINES WS-SAL-REGISTRO.
           05 FILLER                        PIC X(01).
           05 SAL-DET-EMPNO                 PIC X(06).
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEACK000'.
           05 CT-PROGRAMA-RUN               PIC X(06) VALUE 'NEACK0'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-NE9CRUN0                   PIC X(08) VALUE 'NE9CRUN0'.
           05 CT-ARCHIVO-PAYRESP            PIC X(08) VALUE 'PAYRESP'.

      *****************************************************************
       01  WS-NEECFIL0-01.
           COPY NEECFIL0.

       01  WS-NEECRUN0-01.
           COPY NEECRUN0.

      *****************************************************************
      *      EMPLEADOS ENVIADOS EN SALPAY, CON MARCA DE RESPUESTA     *
      *****************************************************************

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           PERFORM 1100-LEE-EMPRESA
              THRU 1100-LEE-EMPRESA-EXIT

           PERFORM 9500-REGISTRA-INICIO
              THRU 9500-REGISTRA-INICIO-EXIT

      * LA RESPUESTA DEL PROVEEDOR TAMBIEN SE REGISTRA EN
      * INTF_FILES: UNA RESPUESTA RETRANSMITIDA SE RECHAZA
           PERFORM 1050-VERIFICA-PAYRESP
       1050-VERIFICA-PAYRESP-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-LEE-EMPRESA                        *
      *                                                                *
      *    - LA TARJETA PARMCIA INDICA LA EMPRESA CUYO SALPAY SE       *
      *      CONCILIA (LA MISMA TARJETA QUE RECIBIO NEPAY000); LA      *
      *      CORRIDA SE REGISTRA COMO NEACK0 + EMPRESA                 *
      *****************************************************************
       1100-LEE-EMPRESA.

           OPEN INPUT PARMCIA

           IF FS-PARMCIA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMCIA. FILE STATUS=' FS-PARMCIA
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMCIA
                AT END
                DISPLAY 'ERROR: PARMCIA SIN REGISTRO DE PARAMETROS'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMCIA
                GOBACK
           END-READ

           MOVE PARM-COMPANY                TO WS-COMPANY

           CLOSE PARMCIA

           IF WS-COMPANY EQUAL SPACES OR LOW-VALUES
              DISPLAY 'ERROR: PARMCIA SIN EMPRESA INFORMADA'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE CT-PROGRAMA-RUN             TO WS-PGM-BASE
           MOVE WS-COMPANY                  TO WS-PGM-COMPANY.

      *****************************************************************
      *                      1100-LEE-EMPRESA-EXIT                    *
      *****************************************************************
       1100-LEE-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                      1060-CUENTA-PAYRESP                      *
      *****************************************************************
       1060-CUENTA-PAYRESP.
           EVALUATE SAL-TIPO
               WHEN 'H'
                    MOVE SAL-HDR-FECHA      TO WS-FECHA-SALPAY
      * EL SALPAY RECIBIDO TIENE QUE SER EL DE LA EMPRESA DE PARMCIA
                    IF SAL-HDR-COMPANY NOT EQUAL WS-COMPANY
                       MOVE SPACES          TO WS-LINEA-DETALLE
                       MOVE 'SALPAY DE OTRA EMPRESA:'
                                            TO LIN-DET-TEXTO
                       MOVE SAL-HDR-COMPANY TO LIN-DET-EXTRA
                       WRITE REG-REPACK FROM WS-LINEA-DETALLE
                       ADD CT-1             TO CN-DIFERENCIAS
                    END-IF
               WHEN 'D'
                    PERFORM 2200-CARGA-DETALLE
                       THRU 2200-CARGA-DETALLE-EXIT

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEACK000              *'
           DISPLAY 'EMPRESA:         ' WS-COMPANY
           DISPLAY 'ENVIADOS:        ' CN-ENVIADOS
           DISPLAY 'ACEPTADOS:       ' CN-ACEPTADOS
           DISPLAY 'RECHAZADOS:      ' CN-RECHAZADOS

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           PERFORM 9550-REGISTRA-FIN
              THRU 9550-REGISTRA-FIN-EXIT

           CLOSE SALPAY
                 PAYRESP
                 REPACK

           GOBACK.
      *****************************************************************
      *                     9500-REGISTRA-INICIO                      *
      *                                                                *
      *    - REGISTRA LA CORRIDA DE LA EMPRESA EN RUN_CONTROL Y SE     *
      *      NIEGA A CORRER DOS VECES PARA UNA FECHA DE PROCESO YA     *
      *      COMPLETADA                                                *
      *****************************************************************
       9500-REGISTRA-INICIO.

           INITIALIZE WS-NEECRUN0-01
           SET RUN0-88-INICIO               TO TRUE
           MOVE WS-PROGRAMA-RUN             TO RUN0-PROGRAMA
           MOVE FEC0-FECHA-ISO              TO RUN0-FECHA-PROCESO

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

           IF RUN0-88-YA-COMPLETADA
              DISPLAY 'NEACK000: LA FECHA YA FUE COMPLETADA PARA LA '
                      'EMPRESA ' WS-COMPANY ' - CORRIDA RECHAZADA'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                  9500-REGISTRA-INICIO-EXIT                    *
      *****************************************************************
       9500-REGISTRA-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       9550-REGISTRA-FIN                       *
      *****************************************************************
       9550-REGISTRA-FIN.

           SET RUN0-88-FIN                  TO TRUE
           MOVE WS-PROGRAMA-RUN             TO RUN0-PROGRAMA
           MOVE FEC0-FECHA-ISO              TO RUN0-FECHA-PROCESO
           MOVE CN-ENVIADOS                 TO RUN0-LEIDOS
           MOVE CN-ACEPTADOS                TO RUN0-ESCRITOS
           MOVE CN-DIFERENCIAS              TO RUN0-EXCEPCIONES
           MOVE RETURN-CODE                 TO RUN0-RETCODE

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE RESTAURA EL DE ESTA CORRIDA
           MOVE RUN0-RETCODE                TO RETURN-CODE.

      *****************************************************************
      *                    9550-REGISTRA-FIN-EXIT                     *
      *****************************************************************
       9550-REGISTRA-FIN-EXIT.
           EXIT.
