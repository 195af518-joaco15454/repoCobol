      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECMQI0                                   *
      *                                                                *
      * DESCRIPCION:  ESTRUCTURAS DE LA INTERFAZ DE COLAS DE MENSAJES  *
      *               (MQOD, MQMD Y MQPMO VERSION 1) Y VALORES         *
      *               USADOS POR LA PUBLICACION DE EVENTOS DE CAMBIO   *
      *               (NE9CEVT0 Y NEEVT000).                           *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : MQI0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECMQI0.
      *       DESCRIPTOR DE OBJETO (MQOD)
              10 MQI0-OD.
                 15 MQI0-OD-STRUCID             PIC X(04) VALUE 'OD  '.
                 15 MQI0-OD-VERSION             PIC S9(09) BINARY
                                                VALUE 1.
                 15 MQI0-OD-OBJECTTYPE          PIC S9(09) BINARY
                                                VALUE 1.
                 15 MQI0-OD-OBJECTNAME          PIC X(48) VALUE SPACES.
                 15 MQI0-OD-OBJECTQMGRNAME      PIC X(48) VALUE SPACES.
                 15 MQI0-OD-DYNAMICQNAME        PIC X(48) VALUE
                    'AMQ.*'.
                 15 MQI0-OD-ALTERNATEUSERID     PIC X(12) VALUE SPACES.
      *       DESCRIPTOR DE MENSAJE (MQMD)
              10 MQI0-MD.
                 15 MQI0-MD-STRUCID             PIC X(04) VALUE 'MD  '.
                 15 MQI0-MD-VERSION             PIC S9(09) BINARY
                                                VALUE 1.
                 15 MQI0-MD-REPORT              PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-MD-MSGTYPE             PIC S9(09) BINARY
                                                VALUE 8.
                 15 MQI0-MD-EXPIRY              PIC S9(09) BINARY
                                                VALUE -1.
                 15 MQI0-MD-FEEDBACK            PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-MD-ENCODING            PIC S9(09) BINARY
                                                VALUE 785.
                 15 MQI0-MD-CODEDCHARSETID      PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-MD-FORMAT              PIC X(08) VALUE
                    'MQSTR   '.
                 15 MQI0-MD-PRIORITY            PIC S9(09) BINARY
                                                VALUE -1.
                 15 MQI0-MD-PERSISTENCE         PIC S9(09) BINARY
                                                VALUE 1.
                 15 MQI0-MD-MSGID               PIC X(24) VALUE
                    LOW-VALUES.
                 15 MQI0-MD-CORRELID            PIC X(24) VALUE
                    LOW-VALUES.
                 15 MQI0-MD-BACKOUTCOUNT        PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-MD-REPLYTOQ            PIC X(48) VALUE SPACES.
                 15 MQI0-MD-REPLYTOQMGR         PIC X(48) VALUE SPACES.
                 15 MQI0-MD-USERIDENTIFIER      PIC X(12) VALUE SPACES.
                 15 MQI0-MD-ACCOUNTINGTOKEN     PIC X(32) VALUE
                    LOW-VALUES.
                 15 MQI0-MD-APPLIDENTITYDATA    PIC X(32) VALUE SPACES.
                 15 MQI0-MD-PUTAPPLTYPE         PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-MD-PUTAPPLNAME         PIC X(28) VALUE SPACES.
                 15 MQI0-MD-PUTDATE             PIC X(08) VALUE SPACES.
                 15 MQI0-MD-PUTTIME             PIC X(08) VALUE SPACES.
                 15 MQI0-MD-APPLORIGINDATA      PIC X(04) VALUE SPACES.
      *       OPCIONES DE ENVIO (MQPMO)
              10 MQI0-PMO.
                 15 MQI0-PMO-STRUCID            PIC X(04) VALUE 'PMO '.
                 15 MQI0-PMO-VERSION            PIC S9(09) BINARY
                                                VALUE 1.
                 15 MQI0-PMO-OPTIONS            PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-PMO-TIMEOUT            PIC S9(09) BINARY
                                                VALUE -1.
                 15 MQI0-PMO-CONTEXT            PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-PMO-KNOWNDESTCOUNT     PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-PMO-UNKNOWNDESTCOUNT   PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-PMO-INVALIDDESTCOUNT   PIC S9(09) BINARY
                                                VALUE 0.
                 15 MQI0-PMO-RESOLVEDQNAME      PIC X(48) VALUE SPACES.
                 15 MQI0-PMO-RESOLVEDQMGRNAME   PIC X(48) VALUE SPACES.
      *       PARAMETROS DE LAS LLAMADAS
              10 MQI0-HCONN                     PIC S9(09) BINARY
                                                VALUE 0.
              10 MQI0-HOBJ                      PIC S9(09) BINARY
                                                VALUE 0.
              10 MQI0-OPCIONES                  PIC S9(09) BINARY
                                                VALUE 0.
              10 MQI0-LARGO-MENSAJE             PIC S9(09) BINARY
                                                VALUE 0.
              10 MQI0-COMPCODE                  PIC S9(09) BINARY
                                                VALUE 0.
                 88 MQI0-88-CC-OK                         VALUE 0.
              10 MQI0-REASON                    PIC S9(09) BINARY
                                                VALUE 0.
              10 MQI0-QMGR                      PIC X(48) VALUE SPACES.
      *       VALORES DE OPCIONES
      *       (PMO: SYNCPOINT + NEW-MSG-ID + FAIL-IF-QUIESCING;
      *        OPEN: OUTPUT + FAIL-IF-QUIESCING; CLOSE: NONE)
              10 MQI0-PMO-PUT-SYNCPOINT         PIC S9(09) BINARY
                                                VALUE 8258.
              10 MQI0-OO-OUTPUT                 PIC S9(09) BINARY
                                                VALUE 8208.
              10 MQI0-CO-NONE                   PIC S9(09) BINARY
                                                VALUE 0.
