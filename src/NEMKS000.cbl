      *****************************************************************
      * Program name:    NEMKS000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Loads the annual    *
      *                          market salary survey (ENCUESTA file, *
      *                          NETCMKS0 layout: source and year     *
      *                          header, 25th/50th/75th percentile    *
      *                          per survey job and LOCATION, count   *
      *                          trailer) into NEOSB36.MARKET_SURVEY, *
      *                          replacing a previous load of the     *
      *                          same source and year.  The file is   *
      *                          registered in INTF_FILES via         *
      *                          NE9CFIL0; invalid records go to      *
      *                          MKRECH with the reason, as do survey *
      *                          jobs with no JOB_XWALK equivalence   *
      *                          (loaded, but not used by NEMKT000    *
      *                          until the equivalence is added).     *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEMKS000.
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

           SELECT ENCUESTA ASSIGN TO ENCUESTA
                           FILE STATUS IS FS-ENCUESTA.

           SELECT MKRECH   ASSIGN TO MKRECH
                           FILE STATUS IS FS-MKRECH.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ENCUESTA
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-ENCUESTA.
           COPY NETCMKS0.

       FD  MKRECH
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-MKRECH.
           05 RCH-MOTIVO                    PIC X(40).
           05 RCH-REGISTRO                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-ENCUESTA                   PIC X(02) VALUE SPACES.
           05 FS-MKRECH                     PIC X(02) VALUE SPACES.
           05 WS-CONTADOR                   PIC S9(09) COMP VALUE ZERO.
           05 WS-P50-ENTERO                 PIC 9(07) VALUE ZEROS.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
           05 WS-FUENTE                     PIC X(08) VALUE SPACES.
           05 WS-ANIO                       PIC X(04) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
              88 NO-FIN-ARCHIVO                       VALUE 'N'.
           05 SW-FIN-PREVIA                 PIC X(01) VALUE 'N'.
              88 SI-FIN-PREVIA                        VALUE 'S'.
           05 SW-TRAILER                    PIC X(01) VALUE 'N'.
              88 SI-TRAILER                           VALUE 'S'.
              88 NO-TRAILER                           VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEMKS000'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-ARCHIVO-ENCUESTA           PIC X(08) VALUE 'ENCUESTA'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-LEIDOS           PIC 9(07).
           05 CN-DETALLES-LEIDOS            PIC 9(07).
           05 CN-REGISTROS-CARGADOS         PIC 9(07).
           05 CN-REGISTROS-RECHAZADOS       PIC 9(07).
           05 CN-SIN-EQUIVALENCIA           PIC 9(07).
           05 CN-REEMPLAZADOS               PIC S9(09) COMP.
           05 CN-ENCUESTA-PREVIA            PIC S9(09) COMP.
           05 AC-HASH-ENCUESTA              PIC S9(13) COMP-3.

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECFIL0-01.
           COPY NEECFIL0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTMKS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTXJB
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

      * EL CONTROL DE ARCHIVO DUPLICADO VA ANTES DE CARGAR NADA
           PERFORM 1050-VERIFICA-ENCUESTA
              THRU 1050-VERIFICA-ENCUESTA-EXIT

           OPEN INPUT ENCUESTA

           IF FS-ENCUESTA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR ENCUESTA. FILE STATUS='
                      FS-ENCUESTA
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT MKRECH

           IF FS-MKRECH NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR MKRECH. FILE STATUS=' FS-MKRECH
              MOVE 8                         TO RETURN-CODE
              CLOSE ENCUESTA
              GOBACK
           END-IF

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT

           PERFORM 1200-VALIDA-ENCABEZADO
              THRU 1200-VALIDA-ENCABEZADO-EXIT

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                     1050-VERIFICA-ENCUESTA                    *
      *                                                                *
      *    - PASADA PREVIA: CUENTA LOS REGISTROS Y ACUMULA EL HASH     *
      *      (PARTE ENTERA DE LA MEDIANA DE CADA DETALLE), Y REGISTRA  *
      *      LA IDENTIDAD DEL ARCHIVO EN INTF_FILES VIA NE9CFIL0. UN   *
      *      ARCHIVO YA PROCESADO SE RECHAZA AQUI                      *
      *****************************************************************
       1050-VERIFICA-ENCUESTA.

           OPEN INPUT ENCUESTA

           IF FS-ENCUESTA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR ENCUESTA. FILE STATUS='
                      FS-ENCUESTA
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N'                         TO SW-FIN-PREVIA
           MOVE ZEROS                       TO CN-ENCUESTA-PREVIA
                                               AC-HASH-ENCUESTA

           PERFORM 1060-CUENTA-ENCUESTA
              THRU 1060-CUENTA-ENCUESTA-EXIT
             UNTIL SI-FIN-PREVIA

           CLOSE ENCUESTA

           INITIALIZE WS-NEECFIL0-01
           SET FIL0-88-ENTRADA              TO TRUE
           MOVE CT-ARCHIVO-ENCUESTA         TO FIL0-ARCHIVO
           MOVE FEC0-FECHA-ISO              TO FIL0-FECHA-PROCESO
           MOVE CN-ENCUESTA-PREVIA          TO FIL0-CANTIDAD
           MOVE AC-HASH-ENCUESTA            TO FIL0-HASH
           MOVE CT-PROGRAMA                 TO FIL0-PROGRAMA

           CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

           IF FIL0-88-YA-PROCESADO
              DISPLAY 'NEMKS000: LA ENCUESTA YA FUE PROCESADA '
                      '(MISMA CANTIDAD Y HASH) - ARCHIVO RECHAZADO'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           IF FIL0-88-ERROR-DB2
              DISPLAY 'NEMKS000: ERROR REGISTRANDO LA ENCUESTA. '
                      'SQLCODE: ' FIL0-SQLCODE
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                  1050-VERIFICA-ENCUESTA-EXIT                  *
      *****************************************************************
       1050-VERIFICA-ENCUESTA-EXIT.
           EXIT.
      *****************************************************************
      *                      1060-CUENTA-ENCUESTA                     *
      *****************************************************************
       1060-CUENTA-ENCUESTA.

           READ ENCUESTA
               AT END
                   SET SI-FIN-PREVIA        TO TRUE
                   GO TO 1060-CUENTA-ENCUESTA-EXIT
           END-READ

           ADD CT-1                         TO CN-ENCUESTA-PREVIA

           IF MKS-88-DETALLE
              AND MKS-DET-PERCENTIL50 IS NUMERIC
              MOVE MKS-DET-PERCENTIL50      TO WS-P50-ENTERO
              ADD WS-P50-ENTERO             TO AC-HASH-ENCUESTA
           END-IF.

      *****************************************************************
      *                   1060-CUENTA-ENCUESTA-EXIT                   *
      *****************************************************************
       1060-CUENTA-ENCUESTA-EXIT.
           EXIT.
      *****************************************************************
      *                        1100-LEER-ARCHIVO                      *
      *****************************************************************
       1100-LEER-ARCHIVO.

           READ ENCUESTA
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
      *                    1200-VALIDA-ENCABEZADO                     *
      *                                                                *
      *    - EL PRIMER REGISTRO ES EL ENCABEZADO CON FUENTE Y ANIO.    *
      *      LA CARGA REEMPLAZA LA ENCUESTA YA CARGADA DE LA MISMA     *
      *      FUENTE Y ANIO (UN ARCHIVO CORREGIDO SE VUELVE A CARGAR)   *
      *****************************************************************
       1200-VALIDA-ENCABEZADO.

           IF SI-FIN-ARCHIVO
              OR NOT MKS-88-ENCABEZADO
              OR MKS-HDR-FUENTE EQUAL SPACES
              OR MKS-HDR-ANIO IS NOT NUMERIC
              DISPLAY 'NEMKS000: FALTA EL ENCABEZADO CON FUENTE Y '
                      'ANIO - ARCHIVO RECHAZADO'
              MOVE 8                        TO RETURN-CODE
              CLOSE ENCUESTA
                    MKRECH
              GOBACK
           END-IF

           MOVE MKS-HDR-FUENTE              TO WS-FUENTE
           MOVE MKS-HDR-ANIO                TO WS-ANIO

           EXEC SQL
              DELETE FROM NEOSB36.MARKET_SURVEY
               WHERE FUENTE = :WS-FUENTE
                 AND ANIO   = :WS-ANIO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND +100
              DISPLAY 'NEMKS000: ERROR BORRANDO LA CARGA ANTERIOR. '
                      'SQLCODE=' SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE ENCUESTA
                    MKRECH
              GOBACK
           END-IF

           IF SQLCODE EQUAL ZEROS
              MOVE SQLERRD(3)               TO CN-REEMPLAZADOS
           END-IF.

      *****************************************************************
      *                  1200-VALIDA-ENCABEZADO-EXIT                  *
      *****************************************************************
       1200-VALIDA-ENCABEZADO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           EVALUATE TRUE
               WHEN SI-TRAILER
                    MOVE 'REGISTRO POSTERIOR AL TRAILER'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
               WHEN MKS-88-DETALLE
                    ADD CT-1                TO CN-DETALLES-LEIDOS
                    PERFORM 2200-VALIDA-REGISTRO
                       THRU 2200-VALIDA-REGISTRO-EXIT
               WHEN MKS-88-TRAILER
                    SET SI-TRAILER          TO TRUE
                    PERFORM 2500-VALIDA-TRAILER
                       THRU 2500-VALIDA-TRAILER-EXIT
               WHEN OTHER
                    MOVE 'TIPO DE REGISTRO INVALIDO'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
           END-EVALUATE

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-VALIDA-REGISTRO                      *
      *****************************************************************
       2200-VALIDA-REGISTRO.

           IF MKS-DET-JOBENCUESTA EQUAL SPACES OR LOW-VALUES
              MOVE 'PUESTO DE ENCUESTA VACIO'    TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           IF MKS-DET-LOCATION EQUAL SPACES OR LOW-VALUES
              MOVE 'LOCATION VACIA'              TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           IF MKS-DET-PERCENTIL25 IS NOT NUMERIC
              OR MKS-DET-PERCENTIL50 IS NOT NUMERIC
              OR MKS-DET-PERCENTIL75 IS NOT NUMERIC
              OR MKS-DET-PERCENTIL25 EQUAL ZEROS
              MOVE 'PERCENTIL NO NUMERICO O CERO' TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           IF MKS-DET-PERCENTIL25 GREATER THAN MKS-DET-PERCENTIL50
              OR MKS-DET-PERCENTIL50 GREATER THAN MKS-DET-PERCENTIL75
              MOVE 'PERCENTILES FUERA DE ORDEN'  TO RCH-MOTIVO
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

           MOVE WS-FUENTE                   TO DCLMKS-FUENTE
           MOVE WS-ANIO                     TO DCLMKS-ANIO
           MOVE MKS-DET-JOBENCUESTA         TO DCLMKS-JOBENCUESTA
           MOVE MKS-DET-LOCATION            TO DCLMKS-LOCATION
           MOVE MKS-DET-PERCENTIL25         TO DCLMKS-PERCENTIL25
           MOVE MKS-DET-PERCENTIL50         TO DCLMKS-PERCENTIL50
           MOVE MKS-DET-PERCENTIL75         TO DCLMKS-PERCENTIL75
           MOVE FEC0-FECHA-ISO              TO DCLMKS-FECHACARGA

           EXEC SQL
              INSERT INTO NEOSB36.MARKET_SURVEY
              (
                    FUENTE,
                    ANIO,
                    JOBENCUESTA,
                    LOCATION,
                    PERCENTIL25,
                    PERCENTIL50,
                    PERCENTIL75,
                    FECHACARGA
              )
              VALUES
              (
                   :DCLMKS-FUENTE,
                   :DCLMKS-ANIO,
                   :DCLMKS-JOBENCUESTA,
                   :DCLMKS-LOCATION,
                   :DCLMKS-PERCENTIL25,
                   :DCLMKS-PERCENTIL50,
                   :DCLMKS-PERCENTIL75,
                   DATE(:DCLMKS-FECHACARGA)
              )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD CT-1                TO CN-REGISTROS-CARGADOS
               WHEN -803
                    MOVE 'PUESTO Y LOCATION REPETIDOS EN EL ARCHIVO'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
                    GO TO 2300-CARGA-REGISTRO-EXIT
               WHEN OTHER
                    DISPLAY 'NEMKS000: ERROR EN INSERT. SQLCODE='
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
                    GO TO 2300-CARGA-REGISTRO-EXIT
           END-EVALUATE

      * EL PUESTO DE LA ENCUESTA SE USA SOLO SI TIENE EQUIVALENCIA EN
      * JOB_XWALK PARA LA FUENTE; SIN ELLA SE CARGA IGUAL Y SE AVISA
           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.JOB_XWALK
               WHERE EMPRESA = :DCLMKS-FUENTE
                 AND JOBEXT  = :DCLMKS-JOBENCUESTA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEMKS000: ERROR LEYENDO JOB_XWALK. SQLCODE='
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-ARCHIVO            TO TRUE
              GO TO 2300-CARGA-REGISTRO-EXIT
           END-IF

           IF WS-CONTADOR EQUAL ZEROS
              ADD CT-1                      TO CN-SIN-EQUIVALENCIA
              MOVE 'CARGADO SIN EQUIVALENCIA EN JOB_XWALK'
                                            TO RCH-MOTIVO
              MOVE REG-ENCUESTA             TO RCH-REGISTRO
              WRITE REG-MKRECH
           END-IF.

      *****************************************************************
      *                   2300-CARGA-REGISTRO-EXIT                    *
      *****************************************************************
       2300-CARGA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                     2500-VALIDA-TRAILER                       *
      *****************************************************************
       2500-VALIDA-TRAILER.

           IF MKS-TRL-CANTIDAD IS NOT NUMERIC
              OR MKS-TRL-CANTIDAD NOT EQUAL CN-DETALLES-LEIDOS
              DISPLAY 'NEMKS000: TRAILER NO CUADRA. INFORMADOS='
                      MKS-TRL-CANTIDAD ' LEIDOS=' CN-DETALLES-LEIDOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                   2500-VALIDA-TRAILER-EXIT                    *
      *****************************************************************
       2500-VALIDA-TRAILER-EXIT.
           EXIT.
      *****************************************************************
      *                      2900-GRABA-RECHAZO                       *
      *****************************************************************
       2900-GRABA-RECHAZO.

           MOVE REG-ENCUESTA                TO RCH-REGISTRO
           WRITE REG-MKRECH
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

           IF NO-TRAILER AND RETURN-CODE LESS THAN 8
              DISPLAY 'NEMKS000: ARCHIVO SIN TRAILER - CARGA DESHECHA'
              MOVE 8                        TO RETURN-CODE
           END-IF

      * UN ARCHIVO INCOMPLETO NO DEJA LA ENCUESTA A MEDIO CARGAR NI
      * BORRADA LA CARGA ANTERIOR
           IF RETURN-CODE NOT LESS THAN 8
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZEROS                    TO CN-REGISTROS-CARGADOS
                                               CN-REEMPLAZADOS
           ELSE
              IF CN-REGISTROS-RECHAZADOS IS GREATER THAN ZEROS
                 OR CN-SIN-EQUIVALENCIA IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEMKS000              *'
           DISPLAY 'FUENTE / ANIO:          ' WS-FUENTE ' ' WS-ANIO
           DISPLAY 'REGISTROS LEIDOS:       ' CN-REGISTROS-LEIDOS
           DISPLAY 'REGISTROS CARGADOS:     ' CN-REGISTROS-CARGADOS
           DISPLAY 'REGISTROS RECHAZADOS:   ' CN-REGISTROS-RECHAZADOS
           DISPLAY 'SIN EQUIVALENCIA:       ' CN-SIN-EQUIVALENCIA
           DISPLAY 'FILAS REEMPLAZADAS:     ' CN-REEMPLAZADOS
           DISPLAY '***********************************************'

      * LA CORRIDA TERMINO SIN ABORTAR: SE CONFIRMA EL CONSUMO
      * PROVISORIO DE LA ENCUESTA EN INTF_FILES. LA RUTINA LLAMADA
      * DEJA SU PROPIO RETURN-CODE AL VOLVER; SE PRESERVA EL DE
      * ESTA CORRIDA
           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           IF WS-RC-GUARDADO IS LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-CONFIRMA          TO TRUE
              MOVE CT-ARCHIVO-ENCUESTA      TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-ENCUESTA-PREVIA       TO FIL0-CANTIDAD
              MOVE AC-HASH-ENCUESTA         TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA
              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01
           END-IF

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           CLOSE ENCUESTA
                 MKRECH

           GOBACK.
