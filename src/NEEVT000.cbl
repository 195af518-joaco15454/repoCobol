      *****************************************************************
      * Program name:    NEEVT000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Resend of the change*
      *                          events left pending in EVT_OUTBOX:   *
      *                          they are put on the event queue in   *
      *                          sequence order, each one committed   *
      *                          on its own. The first put that fails *
      *                          stops the run (RC 4) so the queue    *
      *                          never receives an event ahead of an  *
      *                          older one. Sent events are listed in *
      *                          REPEVT.                              *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEEVT000.
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

       INPUT-OUTPUT SECTION.

      *****************************************************************
      *              ARCHIVOS INTERVINIENTES EN EL PROCESO            *
      *****************************************************************
       FILE-CONTROL.

           SELECT REPEVT   ASSIGN TO REPEVT
                           FILE STATUS IS FS-REPEVT.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPEVT
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPEVT              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPEVT                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-SECUENCIA                  PIC 9(15) VALUE ZERO.
           05 WS-RAZON                      PIC 9(09) VALUE ZERO.
           05 WS-PENDIENTES                 PIC S9(09) COMP VALUE ZERO.

      * LINEA DEL PARAMETRO PARMEVT DE PARAM_CTRL: GESTOR DE COLAS AL
      * QUE SE CONECTA EL PROCESO (EN BLANCO, EL GESTOR POR DEFECTO)
       01  WS-LINEA-PARMEVT.
           05 WS-LP-GESTOR                  PIC X(20).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
              88 NO-FIN-CURSOR                        VALUE 'N'.
           05 SW-CONECTADO                  PIC X(01) VALUE 'N'.
              88 SI-CONECTADO                         VALUE 'S'.
              88 NO-CONECTADO                         VALUE 'N'.
           05 SW-COLA-ABIERTA               PIC X(01) VALUE 'N'.
              88 SI-COLA-ABIERTA                      VALUE 'S'.
              88 NO-COLA-ABIERTA                      VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMEVT                PIC X(08) VALUE 'PARMEVT'.
           05 CT-MQCONN                     PIC X(08) VALUE 'MQCONN'.
           05 CT-MQOPEN                     PIC X(08) VALUE 'MQOPEN'.
           05 CT-MQPUT                      PIC X(08) VALUE 'MQPUT'.
           05 CT-MQCMIT                     PIC X(08) VALUE 'MQCMIT'.
           05 CT-MQBACK                     PIC X(08) VALUE 'MQBACK'.
           05 CT-MQCLOSE                    PIC X(08) VALUE 'MQCLOSE'.
           05 CT-MQDISC                     PIC X(08) VALUE 'MQDISC'.
           05 CT-COLA-EVENTOS               PIC X(48) VALUE
              'NEOSB36.EVENTOS.PERSONAL'.
           05 CT-EVT-PENDIENTE              PIC X(01) VALUE 'P'.
           05 CT-EVT-ENVIADO                PIC X(01) VALUE 'E'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-ENVIADOS                   PIC 9(07).
           05 CN-FALLIDOS                   PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "REENVIO DE EVENTOS DE CAMBIO - FECHA DE PROCESO:  ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "SECUENCIA       ENT CLAVE               ".
           05 FILLER                        PIC X(40) VALUE
              " T USUARIO  FECHA EVENTO        INTENTOS".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-SECUENCIA             PIC 9(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-ENTIDAD               PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CLAVE                 PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TIPO                  PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-USUARIO               PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHA                 PIC X(19).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-INTENTOS              PIC ZZZ9.
           05 FILLER                        PIC X(04) VALUE SPACES.

       01  WS-LINEA-ERROR.
           05 FILLER                        PIC X(30) VALUE
              "*** COLA NO DISPONIBLE. RAZON:".
           05 LIN-ERR-RAZON                 PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(12) VALUE
              " SECUENCIA: ".
           05 LIN-ERR-SECUENCIA             PIC 9(15).
           05 FILLER                        PIC X(14) VALUE SPACES.

       01  WS-LINEA-TOT-ENVIADOS.
           05 FILLER                        PIC X(28) VALUE
              "TOTAL EVENTOS ENVIADOS:     ".
           05 LIN-TOT-ENVIADOS              PIC ZZZZZZ9.
           05 FILLER                        PIC X(45) VALUE SPACES.

       01  WS-LINEA-TOT-PENDIENTES.
           05 FILLER                        PIC X(28) VALUE
              "EVENTOS PENDIENTES AL FINAL:".
           05 LIN-TOT-PENDIENTES            PIC ZZZZZZ9.
           05 FILLER                        PIC X(45) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

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

      *    EVENTOS PENDIENTES EN EL ORDEN EN QUE SE PRODUJERON; EL
      *    CURSOR SE MANTIENE ABIERTO EN CADA CONFIRMACION
           EXEC SQL
              DECLARE CSR-EVT CURSOR WITH HOLD FOR
              SELECT SECUENCIA,
                     ENTIDAD,
                     CLAVE,
                     TIPOCAMBIO,
                     OPERACION,
                     USUARIO,
                     CHAR(FECHAEVENTO),
                     IMAGENANTES,
                     IMAGENDESPUES,
                     INTENTOS
                FROM NEOSB36.EVT_OUTBOX
               WHERE ESTADO = :CT-EVT-PENDIENTE
               ORDER BY SECUENCIA
           END-EXEC.

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

           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT

           PERFORM 2000-ENVIA-EVENTO
              THRU 2000-ENVIA-EVENTO-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           OPEN OUTPUT REPEVT

           IF FS-REPEVT NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPEVT. FILE STATUS=' FS-REPEVT
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPEVT FROM WS-LINEA-TITULO
           WRITE REG-REPEVT FROM WS-LINEA-COLUMNAS
                 AFTER ADVANCING 2 LINES

           PERFORM 1200-LEE-GESTOR
              THRU 1200-LEE-GESTOR-EXIT

           PERFORM 1300-ABRE-COLA
              THRU 1300-ABRE-COLA-EXIT

           IF RETURN-CODE NOT EQUAL ZEROS
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 1000-INICIO-EXIT
           END-IF

           EXEC SQL
              OPEN CSR-EVT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR EVT_OUTBOX. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 1000-INICIO-EXIT
           END-IF

           PERFORM 2100-FETCH-EVENTO
              THRU 2100-FETCH-EVENTO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                        1200-LEE-GESTOR                        *
      *                                                               *
      *    - GESTOR DE COLAS EN PARAM_CTRL (PARAMETRO PARMEVT, PRIMERA*
      *      LINEA); SIN VALOR CARGADO SE USA EL GESTOR POR DEFECTO   *
      *****************************************************************
       1200-LEE-GESTOR.

           MOVE SPACES                      TO MQI0-QMGR

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMEVT              TO PRM0-PARAMETRO
           MOVE WS-FECHA-PROCESO            TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF PRM0-88-OK
              SET IX-PRM0                   TO 1
              MOVE PRM0-LIN-VALOR(IX-PRM0)  TO WS-LINEA-PARMEVT
              MOVE WS-LP-GESTOR             TO MQI0-QMGR
           END-IF.

      *****************************************************************
      *                     1200-LEE-GESTOR-EXIT                      *
      *****************************************************************
       1200-LEE-GESTOR-EXIT.
           EXIT.
      *****************************************************************
      *                         1300-ABRE-COLA                        *
      *                                                               *
      *    - CONEXION AL GESTOR Y APERTURA DE LA COLA DE EVENTOS. SIN *
      *      COLA NO SE ENVIA NADA: LOS EVENTOS SIGUEN PENDIENTES     *
      *****************************************************************
       1300-ABRE-COLA.

           CALL CT-MQCONN USING MQI0-QMGR
                                MQI0-HCONN
                                MQI0-COMPCODE
                                MQI0-REASON

           IF NOT MQI0-88-CC-OK
              MOVE MQI0-REASON              TO WS-RAZON
              DISPLAY 'ERROR CONECTANDO AL GESTOR DE COLAS. RAZON: '
                      WS-RAZON
              MOVE MQI0-REASON              TO LIN-ERR-RAZON
              MOVE ZEROS                    TO LIN-ERR-SECUENCIA
              WRITE REG-REPEVT FROM WS-LINEA-ERROR
              MOVE 4                        TO RETURN-CODE
              GO TO 1300-ABRE-COLA-EXIT
           END-IF

           SET SI-CONECTADO                 TO TRUE

           MOVE CT-COLA-EVENTOS             TO MQI0-OD-OBJECTNAME
           MOVE MQI0-OO-OUTPUT              TO MQI0-OPCIONES

           CALL CT-MQOPEN USING MQI0-HCONN
                                MQI0-OD
                                MQI0-OPCIONES
                                MQI0-HOBJ
                                MQI0-COMPCODE
                                MQI0-REASON

           IF NOT MQI0-88-CC-OK
              MOVE MQI0-REASON              TO WS-RAZON
              DISPLAY 'ERROR ABRIENDO LA COLA DE EVENTOS. RAZON: '
                      WS-RAZON
              MOVE MQI0-REASON              TO LIN-ERR-RAZON
              MOVE ZEROS                    TO LIN-ERR-SECUENCIA
              WRITE REG-REPEVT FROM WS-LINEA-ERROR
              MOVE 4                        TO RETURN-CODE
              GO TO 1300-ABRE-COLA-EXIT
           END-IF

           SET SI-COLA-ABIERTA              TO TRUE.

      *****************************************************************
      *                      1300-ABRE-COLA-EXIT                      *
      *****************************************************************
       1300-ABRE-COLA-EXIT.
           EXIT.
      *****************************************************************
      *                       2000-ENVIA-EVENTO                       *
      *                                                               *
      *    - PONE EL EVENTO EN LA COLA, LO MARCA COMO ENVIADO Y       *
      *      CONFIRMA. SE CONFIRMA PRIMERO LA COLA: SI FALLA LA       *
      *      CONFIRMACION EN DB2 EL EVENTO QUEDA PENDIENTE Y SE       *
      *      REENVIA (LOS RECEPTORES DESCARTAN DUPLICADOS POR         *
      *      SECUENCIA), PERO NUNCA SE PIERDE                         *
      *****************************************************************
       2000-ENVIA-EVENTO.

           MOVE DCLEVT-SECUENCIA            TO WS-SECUENCIA

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

           MOVE MQI0-PMO-PUT-SYNCPOINT      TO MQI0-PMO-OPTIONS
           MOVE LENGTH OF WS-NEECEVM0-01    TO MQI0-LARGO-MENSAJE
           MOVE LOW-VALUES                  TO MQI0-MD-MSGID
                                               MQI0-MD-CORRELID

           CALL CT-MQPUT USING MQI0-HCONN
                               MQI0-HOBJ
                               MQI0-MD
                               MQI0-PMO
                               MQI0-LARGO-MENSAJE
                               WS-NEECEVM0-01
                               MQI0-COMPCODE
                               MQI0-REASON

           IF NOT MQI0-88-CC-OK
              PERFORM 2200-REGISTRA-FALLO
                 THRU 2200-REGISTRA-FALLO-EXIT
              GO TO 2000-ENVIA-EVENTO-EXIT
           END-IF

           EXEC SQL
              UPDATE NEOSB36.EVT_OUTBOX
                 SET ESTADO     = :CT-EVT-ENVIADO,
                     FECHAENVIO = CURRENT TIMESTAMP,
                     INTENTOS   = INTENTOS + 1
               WHERE SECUENCIA = :DCLEVT-SECUENCIA
                 AND ESTADO    = :CT-EVT-PENDIENTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ACTUALIZANDO EVT_OUTBOX. SECUENCIA: '
                      WS-SECUENCIA ' SQLCODE: ' SQLCODE
              CALL CT-MQBACK USING MQI0-HCONN
                                   MQI0-COMPCODE
                                   MQI0-REASON
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2000-ENVIA-EVENTO-EXIT
           END-IF

           CALL CT-MQCMIT USING MQI0-HCONN
                                MQI0-COMPCODE
                                MQI0-REASON

           IF NOT MQI0-88-CC-OK
              EXEC SQL
                 ROLLBACK
              END-EXEC
              PERFORM 2200-REGISTRA-FALLO
                 THRU 2200-REGISTRA-FALLO-EXIT
              GO TO 2000-ENVIA-EVENTO-EXIT
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR EN COMMIT EVT_OUTBOX. SECUENCIA: '
                      WS-SECUENCIA ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2000-ENVIA-EVENTO-EXIT
           END-IF

           ADD CT-1                         TO CN-ENVIADOS

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLEVT-SECUENCIA            TO LIN-DET-SECUENCIA
           MOVE DCLEVT-ENTIDAD              TO LIN-DET-ENTIDAD
           MOVE DCLEVT-CLAVE                TO LIN-DET-CLAVE
           MOVE DCLEVT-TIPOCAMBIO           TO LIN-DET-TIPO
           MOVE DCLEVT-USUARIO              TO LIN-DET-USUARIO
           MOVE DCLEVT-FECHAEVENTO          TO LIN-DET-FECHA
           ADD CT-1                         TO DCLEVT-INTENTOS
           MOVE DCLEVT-INTENTOS             TO LIN-DET-INTENTOS

           WRITE REG-REPEVT FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-EVENTO
              THRU 2100-FETCH-EVENTO-EXIT.

      *****************************************************************
      *                    2000-ENVIA-EVENTO-EXIT                     *
      *****************************************************************
       2000-ENVIA-EVENTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2100-FETCH-EVENTO                       *
      *****************************************************************
       2100-FETCH-EVENTO.

           EXEC SQL
              FETCH CSR-EVT
               INTO :DCLEVT-SECUENCIA,
                    :DCLEVT-ENTIDAD,
                    :DCLEVT-CLAVE,
                    :DCLEVT-TIPOCAMBIO,
                    :DCLEVT-OPERACION,
                    :DCLEVT-USUARIO,
                    :DCLEVT-FECHAEVENTO,
                    :DCLEVT-IMAGENANTES,
                    :DCLEVT-IMAGENDESPUES,
                    :DCLEVT-INTENTOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH EVT_OUTBOX. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2100-FETCH-EVENTO-EXIT                     *
      *****************************************************************
       2100-FETCH-EVENTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-REGISTRA-FALLO                      *
      *                                                               *
      *    - LA COLA NO ACEPTO EL EVENTO: SE CUENTA EL INTENTO Y SE   *
      *      DETIENE EL ENVIO PARA NO ADELANTAR EVENTOS POSTERIORES   *
      *****************************************************************
       2200-REGISTRA-FALLO.

           MOVE MQI0-REASON                 TO WS-RAZON
           DISPLAY 'ERROR ENVIANDO EVENTO. SECUENCIA: ' WS-SECUENCIA
                   ' RAZON: ' WS-RAZON

           MOVE MQI0-REASON                 TO LIN-ERR-RAZON
           MOVE WS-SECUENCIA                TO LIN-ERR-SECUENCIA
           WRITE REG-REPEVT FROM WS-LINEA-ERROR

           ADD CT-1                         TO CN-FALLIDOS
           MOVE 4                           TO RETURN-CODE
           SET SI-FIN-CURSOR                TO TRUE

           EXEC SQL
              UPDATE NEOSB36.EVT_OUTBOX
                 SET INTENTOS   = INTENTOS + 1
               WHERE SECUENCIA = :DCLEVT-SECUENCIA
                 AND ESTADO    = :CT-EVT-PENDIENTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ACTUALIZANDO EVT_OUTBOX. SECUENCIA: '
                      WS-SECUENCIA ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 2200-REGISTRA-FALLO-EXIT
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC.

      *****************************************************************
      *                   2200-REGISTRA-FALLO-EXIT                    *
      *****************************************************************
       2200-REGISTRA-FALLO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           IF RETURN-CODE LESS THAN 8
              AND SI-COLA-ABIERTA
              EXEC SQL
                 CLOSE CSR-EVT
              END-EXEC
           END-IF

           IF SI-COLA-ABIERTA
              MOVE MQI0-CO-NONE             TO MQI0-OPCIONES
              CALL CT-MQCLOSE USING MQI0-HCONN
                                    MQI0-HOBJ
                                    MQI0-OPCIONES
                                    MQI0-COMPCODE
                                    MQI0-REASON
           END-IF

           IF SI-CONECTADO
              CALL CT-MQDISC USING MQI0-HCONN
                                   MQI0-COMPCODE
                                   MQI0-REASON
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PENDIENTES
                FROM NEOSB36.EVT_OUTBOX
               WHERE ESTADO = :CT-EVT-PENDIENTE
           END-EXEC

           MOVE CN-ENVIADOS                 TO LIN-TOT-ENVIADOS
           WRITE REG-REPEVT FROM WS-LINEA-TOT-ENVIADOS
                 AFTER ADVANCING 2 LINES

           IF SQLCODE EQUAL ZEROS
              MOVE WS-PENDIENTES            TO LIN-TOT-PENDIENTES
              WRITE REG-REPEVT FROM WS-LINEA-TOT-PENDIENTES
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEEVT000              *'
           DISPLAY 'EVENTOS ENVIADOS:        ' CN-ENVIADOS
           DISPLAY 'ENVIOS FALLIDOS:         ' CN-FALLIDOS
           DISPLAY 'EVENTOS PENDIENTES:      ' WS-PENDIENTES
           DISPLAY '***********************************************'

           CLOSE REPEVT

           GOBACK.
