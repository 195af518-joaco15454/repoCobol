           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-ESTADO-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-ESTADO-BAJA             PIC X(01) VALUE 'I'.
           05 CT-NE9CEVT0                PIC X(08) VALUE 'NE9CEVT0'.
           05 CT-TABLA-EVT               PIC X(08) VALUE 'EVTOUTBX'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

       01  WS-NEECEVT0-01.
           COPY NEECEVT0.

       01  WS-NEECEVI0-01.
           COPY NEECEVI0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
              INCLUDE NEGTDPN
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDPH
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DPN CURSOR FOR
              SELECT SEQNO,

           INITIALIZE WS-NEECRET0-01
           MOVE ZEROES                      TO WS-CONTADOR
           INITIALIZE WS-NEECEVT0-01
           SET        RET0-88-OK            TO TRUE

           IF DPN0-OPCION EQUAL SPACES OR LOW-VALUES

                    PERFORM 3000-FIN

           END-EVALUATE

      * TODO CAMBIO CONFIRMADO SOBRE NEOSB36.DEPENDENT SE PUBLICA COMO
      * EVENTO PARA LOS SISTEMAS RECEPTORES
           IF DPN0-88-CREATE OR DPN0-88-UPDATE OR DPN0-88-DELETE
              PERFORM 9200-PUBLICA-EVENTO
                 THRU 9200-PUBLICA-EVENTO-EXIT
           END-IF.

      *****************************************************************
      *                         2000-PROCESO-EXIT                     *

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE 'C'                TO DCLDPH-TIPOCAMBIO
                    PERFORM 9100-GRABA-HISTORICO
                       THRU 9100-GRABA-HISTORICO-EXIT
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
      *****************************************************************
       2300-UPDATE-DPN.

           PERFORM 2350-LEE-ANTES-CAMBIO
              THRU 2350-LEE-ANTES-CAMBIO-EXIT

           MOVE 'U'                         TO DCLDPH-TIPOCAMBIO
           PERFORM 9100-GRABA-HISTORICO
              THRU 9100-GRABA-HISTORICO-EXIT

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

       2300-UPDATE-DPN-EXIT.
           EXIT.

      *****************************************************************
      *                    2350-LEE-ANTES-CAMBIO                      *
      *                                                                *
      *    - IMAGEN ANTERIOR DEL FAMILIAR PARA DEPENDENT_HIST          *
      *****************************************************************
       2350-LEE-ANTES-CAMBIO.

           MOVE DPN0-EMPNO                  TO DCLDPN-EMPNO
           MOVE DPN0-SEQNO                  TO DCLDPN-SEQNO

           EXEC SQL
              SELECT NOMBRE,
                     PARENTESCO,
                     FECHANAC,
                     ESTADO
                INTO :DCLDPN-NOMBRE,
                     :DCLDPN-PARENTESCO,
                     :DCLDPN-FECHANAC,
                     :DCLDPN-ESTADO
                FROM NEOSB36.DEPENDENT
               WHERE EMPNO = :DCLDPN-EMPNO
                 AND SEQNO = :DCLDPN-SEQNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DPN0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2350-LEE-ANTES-CAMBIO-EXIT.
           EXIT.

      *****************************************************************
      *                       2400-DELETE-DPN                         *
      *                                                                *
      *****************************************************************
       2400-DELETE-DPN.

           PERFORM 2350-LEE-ANTES-CAMBIO
              THRU 2350-LEE-ANTES-CAMBIO-EXIT

           IF DCLDPN-ESTADO NOT EQUAL CT-ESTADO-ACTIVO
              SET RET0-88-COD-AVISO         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE MA-NO-EXISTE             TO RET0-COD-ERROR
              MOVE DPN0-EMPNO               TO RET0-VAR1-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE 'D'                         TO DCLDPH-TIPOCAMBIO
           PERFORM 9100-GRABA-HISTORICO
              THRU 9100-GRABA-HISTORICO-EXIT

           EXEC SQL
              UPDATE NEOSB36.DEPENDENT
       9000-MOVER-CAMPOS-EXIT.
           EXIT.

      *****************************************************************
      *                      9100-GRABA-HISTORICO                     *
      *****************************************************************
       9100-GRABA-HISTORICO.

           IF DCLDPH-TIPOCAMBIO NOT EQUAL 'C'
              PERFORM 9210-CARGA-IMAGEN-EVENTO
                 THRU 9210-CARGA-IMAGEN-EVENTO-EXIT
              MOVE EVI0-IMAGEN               TO EVT0-IMAGEN-ANTES
           END-IF

           MOVE DCLDPN-EMPNO                 TO DCLDPH-EMPNO
           MOVE DCLDPN-SEQNO                 TO DCLDPH-SEQNO
           MOVE DCLDPN-NOMBRE                TO DCLDPH-NOMBRE
           MOVE DCLDPN-PARENTESCO            TO DCLDPH-PARENTESCO
           MOVE DCLDPN-FECHANAC              TO DCLDPH-FECHANAC
           MOVE DCLDPN-ESTADO                TO DCLDPH-ESTADO

           IF DPN0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                 TO DCLDPH-USUARIOCAMBIO
           ELSE
              MOVE DPN0-ORIGEN               TO DCLDPH-USUARIOCAMBIO
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.DEPENDENT_HIST
              (
                    EMPNO,
                    SEQNO,
                    NOMBRE,
                    PARENTESCO,
                    FECHANAC,
                    ESTADO,
                    TIPOCAMBIO,
                    FECHACAMBIO,
                    USUARIOCAMBIO
              )
              VALUES
              (
                   :DCLDPH-EMPNO,
                   :DCLDPH-SEQNO,
                   :DCLDPH-NOMBRE,
                   :DCLDPH-PARENTESCO,
                   :DCLDPH-FECHANAC,
                   :DCLDPH-ESTADO,
                   :DCLDPH-TIPOCAMBIO,
                   CURRENT TIMESTAMP,
                   :DCLDPH-USUARIOCAMBIO
              )
           END-EXEC

           MOVE SQLCODE                       TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2             TO TRUE
              MOVE CT-RUTINA                  TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       9100-GRABA-HISTORICO-EXIT.
           EXIT.

      *****************************************************************
      *                      9200-PUBLICA-EVENTO                      *
      *                                                               *
      *    - EVENTO DE CAMBIO DEL FAMILIAR CON LA IMAGEN ANTERIOR Y LA*
      *      POSTERIOR, EN LA MISMA UNIDAD DE TRABAJO QUE EL CAMBIO   *
      *****************************************************************
       9200-PUBLICA-EVENTO.

           SET EVT0-88-DEPENDIENTE           TO TRUE
           MOVE DPN0-EMPNO                   TO EVT0-CLAVE(1:6)
           MOVE DCLDPN-SEQNO                 TO EVI0-DPN-SEQNO
           MOVE EVI0-DPN-SEQNO               TO EVT0-CLAVE(7:4)
           MOVE DPN0-OPCION                  TO EVT0-OPERACION

           EVALUATE TRUE
               WHEN DPN0-88-CREATE
                    SET EVT0-88-ALTA         TO TRUE
               WHEN DPN0-88-DELETE
                    SET EVT0-88-BAJA         TO TRUE
                    MOVE CT-ESTADO-BAJA      TO DCLDPN-ESTADO
               WHEN OTHER
                    SET EVT0-88-MODIFICA     TO TRUE
           END-EVALUATE

           PERFORM 9210-CARGA-IMAGEN-EVENTO
              THRU 9210-CARGA-IMAGEN-EVENTO-EXIT
           MOVE EVI0-IMAGEN                  TO EVT0-IMAGEN-DESPUES

           IF DPN0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                 TO EVT0-USUARIO
           ELSE
              MOVE DPN0-ORIGEN               TO EVT0-USUARIO
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
      *                   9210-CARGA-IMAGEN-EVENTO                    *
      *****************************************************************
       9210-CARGA-IMAGEN-EVENTO.

           MOVE SPACES                       TO EVI0-IMAGEN
           MOVE DCLDPN-EMPNO                 TO EVI0-DPN-EMPNO
           MOVE DCLDPN-SEQNO                 TO EVI0-DPN-SEQNO
           MOVE DCLDPN-NOMBRE                TO EVI0-DPN-NOMBRE
           MOVE DCLDPN-PARENTESCO            TO EVI0-DPN-PARENTESCO
           MOVE DCLDPN-FECHANAC              TO EVI0-DPN-FECHANAC
           MOVE DCLDPN-ESTADO                TO EVI0-DPN-ESTADO.

       9210-CARGA-IMAGEN-EVENTO-EXIT.
           EXIT.

      *****************************************************************
      *                          9800-ABEND-DB2                       *
      *****************************************************************
