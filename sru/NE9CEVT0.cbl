      *****************************************************************
      * Program name:    NE9CEVT0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Change event for    *
      *                          downstream systems: the event is     *
      *                          written to EVT_OUTBOX in the same    *
      *                          unit of work as the change and put   *
      *                          on the event queue under syncpoint.  *
      *                          When the queue is unavailable, or    *
      *                          older events are still pending, it   *
      *                          stays pending for NEEVT000 so the    *
      *                          queue always receives them in order. *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CEVT0.
       AUTHOR. GUILLERMO FORRICH.
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
      *                    DEFINICION DE SWITCHES                     *
      *****************************************************************
       01 SW-SWITCHES.

           05 SW-SQLCODE                 PIC S9(9) COMP.
              88 SQLCODE-88-OK                           VALUE 0.
              88 SQLCODE-88-NOTFND                       VALUE +100.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-MQPUT1                  PIC X(08) VALUE 'MQPUT1'.
           05 CT-COLA-EVENTOS            PIC X(48) VALUE
              'NEOSB36.EVENTOS.PERSONAL'.
           05 CT-EVT-PENDIENTE           PIC X(01) VALUE 'P'.
           05 CT-EVT-ENVIADO             PIC X(01) VALUE 'E'.
           05 CT-FECHA-NULA              PIC X(26) VALUE
              '0001-01-01-00.00.00.000000'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-PENDIENTES-PREVIOS      PIC S9(09) COMP VALUE ZERO.

       01  WS-NEECMQI0-01.
           COPY NEECMQI0.

       01  WS-NEECEVM0-01.
           COPY NEECEVM0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEVT
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECEVT-01.
           COPY NEECEVT0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECEVT-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           MOVE '00'                        TO EVT0-COD-RET
           MOVE ZEROS                       TO EVT0-SECUENCIA
                                               EVT0-MQ-RAZON
                                               EVT0-SQLCODE
           SET EVT0-88-PENDIENTE            TO TRUE

           PERFORM 2100-GRABA-OUTBOX
              THRU 2100-GRABA-OUTBOX-EXIT

           IF EVT0-88-OK
              PERFORM 2200-VERIFICA-ORDEN
                 THRU 2200-VERIFICA-ORDEN-EXIT
           END-IF

           IF EVT0-88-OK AND WS-PENDIENTES-PREVIOS EQUAL ZEROS
              PERFORM 2300-PUBLICA-EVENTO
                 THRU 2300-PUBLICA-EVENTO-EXIT
           END-IF

           GOBACK.

      *****************************************************************
      *                      2100-GRABA-OUTBOX                        *
      *                                                               *
      *    - EL EVENTO QUEDA PENDIENTE EN EVT_OUTBOX; SI EL CAMBIO SE *
      *      DESHACE, EL EVENTO SE DESHACE CON EL                     *
      *****************************************************************
       2100-GRABA-OUTBOX.

           MOVE EVT0-ENTIDAD                TO DCLEVT-ENTIDAD
           MOVE EVT0-CLAVE                  TO DCLEVT-CLAVE
           MOVE EVT0-TIPO                   TO DCLEVT-TIPOCAMBIO
           MOVE EVT0-OPERACION              TO DCLEVT-OPERACION
           MOVE EVT0-USUARIO                TO DCLEVT-USUARIO
           MOVE EVT0-IMAGEN-ANTES           TO DCLEVT-IMAGENANTES
           MOVE EVT0-IMAGEN-DESPUES         TO DCLEVT-IMAGENDESPUES

           EXEC SQL
              INSERT INTO NEOSB36.EVT_OUTBOX
              (
                    ENTIDAD,
                    CLAVE,
                    TIPOCAMBIO,
                    OPERACION,
                    USUARIO,
                    FECHAEVENTO,
                    IMAGENANTES,
                    IMAGENDESPUES,
                    ESTADO,
                    FECHAENVIO,
                    INTENTOS
              )
              VALUES
              (
                   :DCLEVT-ENTIDAD,
                   :DCLEVT-CLAVE,
                   :DCLEVT-TIPOCAMBIO,
                   :DCLEVT-OPERACION,
                   :DCLEVT-USUARIO,
                   CURRENT TIMESTAMP,
                   :DCLEVT-IMAGENANTES,
                   :DCLEVT-IMAGENDESPUES,
                   :CT-EVT-PENDIENTE,
                   :CT-FECHA-NULA,
                   0
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE '99'                     TO EVT0-COD-RET
              MOVE SQLCODE                  TO EVT0-SQLCODE
              GO TO 2100-GRABA-OUTBOX-EXIT
           END-IF

      * LA SECUENCIA LA ASIGNA DB2 (COLUMNA IDENTITY)
           EXEC SQL
              SELECT SECUENCIA,
                     FECHAEVENTO
                INTO :DCLEVT-SECUENCIA,
                     :DCLEVT-FECHAEVENTO
                FROM NEOSB36.EVT_OUTBOX
               WHERE SECUENCIA = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF SQLCODE-88-OK
              MOVE DCLEVT-SECUENCIA         TO EVT0-SECUENCIA
           ELSE
              MOVE '99'                     TO EVT0-COD-RET
              MOVE SQLCODE                  TO EVT0-SQLCODE
           END-IF.

       2100-GRABA-OUTBOX-EXIT.
           EXIT.

      *****************************************************************
      *                     2200-VERIFICA-ORDEN                       *
      *                                                               *
      *    - SI HAY EVENTOS ANTERIORES TODAVIA PENDIENTES ESTE NO SE  *
      *      PUBLICA AHORA: LO PUBLICA NEEVT000 DETRAS DE ELLOS       *
      *****************************************************************
       2200-VERIFICA-ORDEN.

           MOVE ZEROS                       TO WS-PENDIENTES-PREVIOS

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDIENTES-PREVIOS
                FROM NEOSB36.EVT_OUTBOX
               WHERE ESTADO    = :CT-EVT-PENDIENTE
                 AND SECUENCIA < :DCLEVT-SECUENCIA
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE '99'                     TO EVT0-COD-RET
              MOVE SQLCODE                  TO EVT0-SQLCODE
           END-IF.

       2200-VERIFICA-ORDEN-EXIT.
           EXIT.

      *****************************************************************
      *                     2300-PUBLICA-EVENTO                       *
      *                                                               *
      *    - PONE EL MENSAJE EN LA COLA BAJO PUNTO DE SINCRONIZACION, *
      *      DE MODO QUE SE CONFIRMA O SE DESHACE JUNTO CON EL CAMBIO.*
      *      SI LA COLA NO RESPONDE EL EVENTO SIGUE PENDIENTE Y EL    *
      *      CAMBIO NO SE RECHAZA                                     *
      *****************************************************************
       2300-PUBLICA-EVENTO.

           INITIALIZE WS-NEECEVM0-01
           MOVE DCLEVT-SECUENCIA            TO EVM0-SECUENCIA
           MOVE DCLEVT-ENTIDAD              TO EVM0-ENTIDAD
           MOVE DCLEVT-CLAVE                TO EVM0-CLAVE
           MOVE DCLEVT-TIPOCAMBIO           TO EVM0-TIPO
           MOVE DCLEVT-OPERACION            TO EVM0-OPERACION
           MOVE DCLEVT-USUARIO              TO EVM0-USUARIO
           MOVE DCLEVT-FECHAEVENTO          TO EVM0-FECHA-EVENTO
           MOVE DCLEVT-IMAGENANTES          TO EVM0-IMAGEN-ANTES
           MOVE DCLEVT-IMAGENDESPUES        TO EVM0-IMAGEN-DESPUES

           MOVE CT-COLA-EVENTOS             TO MQI0-OD-OBJECTNAME
           MOVE MQI0-PMO-PUT-SYNCPOINT      TO MQI0-PMO-OPTIONS
           MOVE LENGTH OF WS-NEECEVM0-01    TO MQI0-LARGO-MENSAJE

           CALL CT-MQPUT1 USING MQI0-HCONN
                                MQI0-OD
                                MQI0-MD
                                MQI0-PMO
                                MQI0-LARGO-MENSAJE
                                WS-NEECEVM0-01
                                MQI0-COMPCODE
                                MQI0-REASON

           IF NOT MQI0-88-CC-OK
              MOVE MQI0-REASON              TO EVT0-MQ-RAZON
              GO TO 2300-PUBLICA-EVENTO-EXIT
           END-IF

           EXEC SQL
              UPDATE NEOSB36.EVT_OUTBOX
                 SET ESTADO     = :CT-EVT-ENVIADO,
                     FECHAENVIO = CURRENT TIMESTAMP,
                     INTENTOS   = INTENTOS + 1
               WHERE SECUENCIA = :DCLEVT-SECUENCIA
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF SQLCODE-88-OK
              SET EVT0-88-PUBLICADO         TO TRUE
           ELSE
              MOVE '99'                     TO EVT0-COD-RET
              MOVE SQLCODE                  TO EVT0-SQLCODE
           END-IF.

       2300-PUBLICA-EVENTO-EXIT.
           EXIT.
