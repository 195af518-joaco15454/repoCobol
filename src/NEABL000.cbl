      *****************************************************************
      * Program name:    NEABL000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Loads short-term    *
      *                          absences (AUSENCIA file: sickness    *
      *                          and other absences reported by the   *
      *                          sites) into NEOSB36.EMP_ABSENCE      *
      *                          through the NE9CABS0 routine, the    *
      *                          same validation used by the NE27     *
      *                          screen. Refused records go to the    *
      *                          AUSRECH reject file with the reason. *
      *                          The file identity is registered in   *
      *                          INTF_FILES via NE9CFIL0 like VARPAY. *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEABL000.
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

           SELECT AUSENCIA ASSIGN TO AUSENCIA
                           FILE STATUS IS FS-AUSENCIA.

           SELECT AUSRECH  ASSIGN TO AUSRECH
                           FILE STATUS IS FS-AUSRECH.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIA
           RECORDING MODE IS F
           RECORD CONTAINS 030 CHARACTERS.
       01  REG-AUSENCIA.
           05 AUS-EMPNO                     PIC X(06).
           05 AUS-FECHA-DESDE               PIC X(10).
           05 AUS-FECHA-HASTA               PIC X(10).
           05 AUS-TIPO                      PIC X(02).
           05 AUS-CERTIFICADO               PIC X(01).
           05 FILLER                        PIC X(01).

       FD  AUSRECH
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-AUSRECH.
           05 RCH-MOTIVO                    PIC X(40).
           05 RCH-REGISTRO                  PIC X(30).
           05 FILLER                        PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-AUSENCIA                   PIC X(02) VALUE SPACES.
           05 FS-AUSRECH                    PIC X(02) VALUE SPACES.
           05 WS-EMPNO-NUM                  PIC 9(06) VALUE ZEROS.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
              88 NO-FIN-ARCHIVO                       VALUE 'N'.
           05 SW-FIN-PREVIA                 PIC X(01) VALUE 'N'.
              88 SI-FIN-PREVIA                        VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEABL000'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-NE9CABS0                   PIC X(08) VALUE 'NE9CABS0'.
           05 CT-ARCHIVO-AUSENCIA           PIC X(08) VALUE 'AUSENCIA'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-LEIDOS           PIC 9(05).
           05 CN-REGISTROS-CARGADOS         PIC 9(05).
           05 CN-REGISTROS-RECHAZADOS       PIC 9(05).
           05 CN-AUSENCIA-PREVIA            PIC S9(09) COMP.
           05 AC-HASH-AUSENCIA              PIC S9(13) COMP-3.

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECFIL0-01.
           COPY NEECFIL0.

       01  WS-NEECABS-01.
           COPY NEECABS0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

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

           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-ARCHIVO

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

      * EL CONTROL DE ARCHIVO DUPLICADO VA ANTES DE CARGAR NADA:
      * UN AUSENCIA RETRANSMITIDO SE RECHAZARIA ENTERO POR
      * SUPERPOSICION Y LLENARIA EL AUSRECH
           PERFORM 1050-VERIFICA-AUSENCIA
              THRU 1050-VERIFICA-AUSENCIA-EXIT

           OPEN INPUT AUSENCIA

           IF FS-AUSENCIA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR AUSENCIA. FILE STATUS='
                      FS-AUSENCIA
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT AUSRECH

           IF FS-AUSRECH NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR AUSRECH. FILE STATUS=' FS-AUSRECH
              MOVE 8                         TO RETURN-CODE
              CLOSE AUSENCIA
              GOBACK
           END-IF

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                     1050-VERIFICA-AUSENCIA                    *
      *                                                                *
      *    - PASADA PREVIA: CUENTA LOS REGISTROS Y ACUMULA EL HASH     *
      *      DE LEGAJOS, Y REGISTRA LA IDENTIDAD DEL ARCHIVO EN        *
      *      INTF_FILES VIA NE9CFIL0. UN ARCHIVO YA PROCESADO SE       *
      *      RECHAZA AQUI                                              *
      *****************************************************************
       1050-VERIFICA-AUSENCIA.

           OPEN INPUT AUSENCIA

           IF FS-AUSENCIA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR AUSENCIA. FILE STATUS='
                      FS-AUSENCIA
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N'                         TO SW-FIN-PREVIA
           MOVE ZEROS                       TO CN-AUSENCIA-PREVIA
                                               AC-HASH-AUSENCIA

           PERFORM 1060-CUENTA-AUSENCIA
              THRU 1060-CUENTA-AUSENCIA-EXIT
             UNTIL SI-FIN-PREVIA

           CLOSE AUSENCIA

           INITIALIZE WS-NEECFIL0-01
           SET FIL0-88-ENTRADA              TO TRUE
           MOVE CT-ARCHIVO-AUSENCIA         TO FIL0-ARCHIVO
           MOVE FEC0-FECHA-ISO              TO FIL0-FECHA-PROCESO
           MOVE CN-AUSENCIA-PREVIA          TO FIL0-CANTIDAD
           MOVE AC-HASH-AUSENCIA            TO FIL0-HASH
           MOVE CT-PROGRAMA                 TO FIL0-PROGRAMA

           CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

           IF FIL0-88-YA-PROCESADO
              DISPLAY 'NEABL000: EL AUSENCIA YA FUE PROCESADO '
                      '(MISMA CANTIDAD Y HASH) - ARCHIVO RECHAZADO'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           IF FIL0-88-ERROR-DB2
              DISPLAY 'NEABL000: ERROR REGISTRANDO EL AUSENCIA. '
                      'SQLCODE: ' FIL0-SQLCODE
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                 1050-VERIFICA-AUSENCIA-EXIT                   *
      *****************************************************************
       1050-VERIFICA-AUSENCIA-EXIT.
           EXIT.
      *****************************************************************
      *                      1060-CUENTA-AUSENCIA                     *
      *****************************************************************
       1060-CUENTA-AUSENCIA.

           READ AUSENCIA
               AT END
                   SET SI-FIN-PREVIA        TO TRUE
                   GO TO 1060-CUENTA-AUSENCIA-EXIT
           END-READ

           ADD CT-1                         TO CN-AUSENCIA-PREVIA

           IF AUS-EMPNO IS NUMERIC
              MOVE AUS-EMPNO                TO WS-EMPNO-NUM
              ADD WS-EMPNO-NUM              TO AC-HASH-AUSENCIA
           END-IF.

      *****************************************************************
      *                  1060-CUENTA-AUSENCIA-EXIT                    *
      *****************************************************************
       1060-CUENTA-AUSENCIA-EXIT.
           EXIT.
      *****************************************************************
      *                        1100-LEER-ARCHIVO                      *
      *****************************************************************
       1100-LEER-ARCHIVO.

           READ AUSENCIA
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ

           IF NO-FIN-ARCHIVO
              ADD CT-1                      TO CN-REGISTROS-LEIDOS
           END-IF.

      *****************************************************************
      *                      1100-LEER-ARCHIVO-EXIT                   *
      *****************************************************************
       1100-LEER-ARCHIVO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           PERFORM 2200-VALIDA-REGISTRO
              THRU 2200-VALIDA-REGISTRO-EXIT

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-VALIDA-REGISTRO                      *
      *                                                                *
      *    - LOS CONTROLES DE NEGOCIO (EMPLEADO ACTIVO, TIPO,          *
      *      CERTIFICADO, FECHAS Y SUPERPOSICION) LOS HACE NE9CABS0;   *
      *      AQUI SOLO SE DESCARTA EL LEGAJO MAL FORMADO               *
      *****************************************************************
       2200-VALIDA-REGISTRO.

           IF AUS-EMPNO EQUAL SPACES OR LOW-VALUES
              OR AUS-EMPNO IS NOT NUMERIC
              MOVE 'EMPNO VACIO O NO NUMERICO'   TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           PERFORM 2300-CARGA-REGISTRO
              THRU 2300-CARGA-REGISTRO-EXIT.

      *****************************************************************
      *                  2200-VALIDA-REGISTRO-EXIT                    *
      *****************************************************************
       2200-VALIDA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-CARGA-REGISTRO                       *
      *****************************************************************
       2300-CARGA-REGISTRO.

           INITIALIZE WS-NEECABS-01
           INITIALIZE WS-NEECRET0-01
           SET ABS0-88-ALTA                 TO TRUE
           MOVE CT-PROGRAMA                 TO ABS0-ORIGEN
           MOVE AUS-EMPNO                   TO ABS0-EMPNO
           MOVE AUS-FECHA-DESDE             TO ABS0-FECHA-DESDE
           MOVE AUS-FECHA-HASTA             TO ABS0-FECHA-HASTA
           MOVE AUS-TIPO                    TO ABS0-TIPO
           MOVE AUS-CERTIFICADO             TO ABS0-CERTIFICADO

           CALL CT-NE9CABS0 USING WS-NEECABS-01 WS-NEECRET0-01

           EVALUATE TRUE
               WHEN RET0-88-OK
                    ADD CT-1                TO CN-REGISTROS-CARGADOS
               WHEN RET0-88-ERR-DB2
                    DISPLAY 'NEABL000: ERROR DB2 EN NE9CABS0. SQLCODE='
                            RET0-SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
               WHEN OTHER
                    MOVE RET0-DESERROR      TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
           END-EVALUATE.

      *****************************************************************
      *                   2300-CARGA-REGISTRO-EXIT                    *
      *****************************************************************
       2300-CARGA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                      2900-GRABA-RECHAZO                       *
      *****************************************************************
       2900-GRABA-RECHAZO.

           MOVE REG-AUSENCIA                TO RCH-REGISTRO
           WRITE REG-AUSRECH
           ADD CT-1                         TO CN-REGISTROS-RECHAZADOS.

      *****************************************************************
      *                   2900-GRABA-RECHAZO-EXIT                     *
      *****************************************************************
       2900-GRABA-RECHAZO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           IF RETURN-CODE EQUAL ZERO
              IF CN-REGISTROS-RECHAZADOS IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEABL000              *'
           DISPLAY 'REGISTROS LEIDOS:     ' CN-REGISTROS-LEIDOS
           DISPLAY 'REGISTROS CARGADOS:   ' CN-REGISTROS-CARGADOS
           DISPLAY 'REGISTROS RECHAZADOS: ' CN-REGISTROS-RECHAZADOS
           DISPLAY '***********************************************'

      * LA CORRIDA TERMINO SIN ABORTAR: SE CONFIRMA EL CONSUMO
      * PROVISORIO DEL AUSENCIA EN INTF_FILES. LA RUTINA LLAMADA
      * DEJA SU PROPIO RETURN-CODE AL VOLVER; SE PRESERVA EL DE
      * ESTA CORRIDA
           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           IF WS-RC-GUARDADO IS LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-CONFIRMA          TO TRUE
              MOVE CT-ARCHIVO-AUSENCIA      TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-AUSENCIA-PREVIA       TO FIL0-CANTIDAD
              MOVE AC-HASH-AUSENCIA         TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA
              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01
           END-IF

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           CLOSE AUSENCIA
                 AUSRECH

           GOBACK.
