      *                          EMP_ADDR_HIST audit, serving the     *
      *                          NE23 screen and the statement        *
      *                          print.                               *
      * 15/10/2026 gforrich      Every confirmed address change is    *
      *                          also published as a change event     *
      *                          through NE9CEVT0 (EVT_OUTBOX and     *
      *                          event queue).                        *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-CIUDAD                  PIC X(06) VALUE 'CIUDAD'.
           05 CT-ADR-ACTIVO              PIC X(01) VALUE 'A'.
           05 CT-ADR-BAJA                PIC X(01) VALUE 'I'.
           05 CT-NE9CEVT0                PIC X(08) VALUE 'NE9CEVT0'.
           05 CT-TABLA-EVT               PIC X(08) VALUE 'EVTOUTBX'.

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.
       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

       01  WS-NEECEVT0-01.
           COPY NEECEVT0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
       0000-MAINLINE.

           INITIALIZE WS-NEECRET0-01
           INITIALIZE WS-NEECEVT0-01
           SET  RET0-88-OK                  TO TRUE

           IF ADR0-OPCION EQUAL SPACES OR LOW-VALUES
                    PERFORM 3000-FIN
           END-EVALUATE

           IF ADR0-88-CREATE OR ADR0-88-UPDATE OR ADR0-88-DELETE
              PERFORM 9200-PUBLICA-EVENTO
                 THRU 9200-PUBLICA-EVENTO-EXIT
           END-IF

           PERFORM 3000-FIN.

      *****************************************************************
      *****************************************************************
       9100-GRABA-HISTORICO.

           IF DCLADH-TIPOCAMBIO NOT EQUAL 'C'
              MOVE DCLADR                    TO EVT0-IMAGEN-ANTES
           END-IF

           MOVE DCLADR-EMPNO                 TO DCLADH-EMPNO
           MOVE DCLADR-CALLE                 TO DCLADH-CALLE
           MOVE DCLADR-CIUDAD                TO DCLADH-CIUDAD
       9100-GRABA-HISTORICO-EXIT.
           EXIT.

      *****************************************************************
      *                      9200-PUBLICA-EVENTO                      *
      *                                                               *
      *    - EVENTO DE CAMBIO DEL DOMICILIO; LAS IMAGENES SON LA FILA *
      *      DE EMP_ADDRESS TAL CUAL (FORMATO EVI0-ADR DE NEECEVI0)   *
      *****************************************************************
       9200-PUBLICA-EVENTO.

           SET EVT0-88-DOMICILIO             TO TRUE
           MOVE ADR0-EMPNO                   TO EVT0-CLAVE
           MOVE ADR0-OPCION                  TO EVT0-OPERACION

           EVALUATE TRUE
               WHEN ADR0-88-CREATE
                    SET EVT0-88-ALTA         TO TRUE
               WHEN ADR0-88-DELETE
                    SET EVT0-88-BAJA         TO TRUE
                    MOVE CT-ADR-BAJA         TO DCLADR-ESTADO
               WHEN OTHER
                    SET EVT0-88-MODIFICA     TO TRUE
                    MOVE CT-ADR-ACTIVO       TO DCLADR-ESTADO
           END-EVALUATE

           MOVE DCLADR                       TO EVT0-IMAGEN-DESPUES

           IF ADR0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                 TO EVT0-USUARIO
           ELSE
              MOVE ADR0-ORIGEN               TO EVT0-USUARIO
           END-IF

           CALL CT-NE9CEVT0 USING WS-NEECEVT0-01

           IF NOT EVT0-88-OK
              SET RET0-88-ERR-DB2            TO TRUE
              MOVE CT-RUTINA                 TO RET0-PROGRAMA
              MOVE EVT0-SQLCODE              TO RET0-SQLCODE
              MOVE CT-TABLA-EVT              TO RET0-TABLENAME
              PERFORM 3000-FIN
           END-IF.

       9200-PUBLICA-EVENTO-EXIT.
           EXIT.

      *****************************************************************
      *                           3000-FIN                            *
      *****************************************************************
