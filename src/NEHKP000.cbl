      *****************************************************************
      * Program name:    NEHKP000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Retention           *
      *                          housekeeping of the operational      *
      *                          control tables: rows older than the  *
      *                          PARMHKP retention (days) of each     *
      *                          table are unloaded to the ARCHHKP    *
      *                          archive and deleted only when the    *
      *                          delete count matches the unload      *
      *                          count. RUN_CONTROL always keeps the  *
      *                          latest completed runs per program    *
      *                          for the NECTL000/NESLA000 averages.  *
      *                          Rows kept/archived/deleted per table *
      *                          are listed in REPHKP.                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEHKP000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * PARAMETRO PARMHKP DE PARAM_CTRL, UNA LINEA POR TABLA:         *
      *   POS 01-12  NOMBRE DE LA TABLA                               *
      *   POS 13-16  DIAS DE RETENCION (FECHA DE PROCESO - DIAS)      *
      *   POS 17-20  SOLO RUN_CONTROL: CORRIDAS COMPLETADAS QUE SE    *
      *              CONSERVAN POR PROGRAMA AUNQUE SEAN ANTERIORES AL *
      *              CORTE (SIN VALOR SE CONSERVAN 30)                *
      * UNA TABLA SIN LINEA O SIN DIAS NO SE DEPURA.                  *
      *                                                               *
      * FILAS QUE NUNCA SE DEPURAN:                                   *
      *   RUN_CONTROL  LAS N ULTIMAS CORRIDAS COMPLETADAS DE CADA     *
      *                PROGRAMA (PROMEDIOS DE NECTL000 Y NESLA000)    *
      *   RPT_REPO     REPORTES CON UN PEDIDO PENDIENTE (NERPT001)    *
      *   RPT_REQUEST  PEDIDOS PENDIENTES                             *
      *   EXC_LEDGER   EXCEPCIONES NO CERRADAS                        *
      * SQL_ERRLOG SON LOS EVENTOS DE LA CADENA DE LA CONSOLA NE17.   *
      *                                                               *
      *****************************************************************
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

           SELECT ARCHHKP  ASSIGN TO ARCHHKP
                           FILE STATUS IS FS-ARCHHKP.

           SELECT REPHKP   ASSIGN TO REPHKP
                           FILE STATUS IS FS-REPHKP.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHHKP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01  REG-ARCHHKP.
           COPY NETCHKP0.

       FD  REPHKP
           RECORDING MODE IS F
           RECORD CONTAINS 090 CHARACTERS.
       01  REG-REPHKP              PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-ARCHHKP                    PIC X(02) VALUE SPACES.
           05 FS-REPHKP                     PIC X(02) VALUE SPACES.
           05 WS-TABLA                      PIC X(12) VALUE SPACES.
           05 WS-DIAS-RETENCION             PIC S9(04) COMP VALUE ZERO.
           05 WS-MINIMO-CORRIDAS            PIC S9(04) COMP VALUE ZERO.
           05 WS-ELIMINADAS-SQL             PIC S9(09) COMP VALUE ZERO.
           05 WS-CONSERVADAS-SQL            PIC S9(09) COMP VALUE ZERO.
           05 WS-RESULTADO                  PIC X(18) VALUE SPACES.

      *    CORTE DE RETENCION DE LA TABLA EN CURSO (ISO)
       01  WS-FECHA-CORTE                   PIC X(10) VALUE SPACES.
       01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
           05 WS-CORTE-AAAA                 PIC 9(04).
           05 FILLER                        PIC X(01).
           05 WS-CORTE-MM                   PIC 9(02).
           05 FILLER                        PIC X(01).
           05 WS-CORTE-DD                   PIC 9(02).

      *    LINEA DEL PARAMETRO PARMHKP
       01  WS-LINEA-PARMHKP.
           05 WS-LP-TABLA                   PIC X(12).
           05 WS-LP-DIAS                    PIC X(04).
           05 WS-LP-DIAS-N REDEFINES WS-LP-DIAS
                                            PIC 9(04).
           05 WS-LP-MINIMO                  PIC X(04).
           05 WS-LP-MINIMO-N REDEFINES WS-LP-MINIMO
                                            PIC 9(04).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

      *    ERROR DB2 EN LA TABLA EN CURSO: SU DEPURACION SE DESHIZO
           05 SW-ERROR-TABLA                PIC X(01) VALUE 'N'.
              88 SI-ERROR-TABLA                       VALUE 'S'.

      *    BLOQUEO DB2 CON REINTENTOS DISPONIBLES: LA TABLA SE REHACE
      *    DESDE EL COMMIT DE LA TABLA ANTERIOR
           05 SW-REINTENTO                  PIC X(01) VALUE 'N'.
              88 SI-REINTENTO                         VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEHKP000'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-NE9CSQL0                   PIC X(08) VALUE 'NE9CSQL0'.
           05 CT-PRM-PARMHKP                PIC X(08) VALUE 'PARMHKP'.
           05 CT-MINIMO-CORRIDAS            PIC 9(04) VALUE 0030.
           05 CT-ESTADO-COMPLETADO          PIC X(01) VALUE 'C'.
           05 CT-PEDIDO-PENDIENTE           PIC X(01) VALUE 'P'.
           05 CT-EXCEPCION-CERRADA          PIC X(01) VALUE 'C'.
           05 CT-CANT-TABLAS                PIC 9(02) VALUE 08.

      *    TABLAS QUE SE DEPURAN, EN EL ORDEN EN QUE SE PROCESAN
       01  CT-TABLAS.
           05 FILLER                        PIC X(12) VALUE
              'RUN_CONTROL'.
           05 FILLER                        PIC X(12) VALUE
              'RPT_REPO'.
           05 FILLER                        PIC X(12) VALUE
              'RPT_REQUEST'.
           05 FILLER                        PIC X(12) VALUE
              'INTF_FILES'.
           05 FILLER                        PIC X(12) VALUE
              'SQL_ERRLOG'.
           05 FILLER                        PIC X(12) VALUE
              'EXC_LEDGER'.
           05 FILLER                        PIC X(12) VALUE
              'DQ_SCORE'.
           05 FILLER                        PIC X(12) VALUE
              'DEPT_STATS'.
       01  CT-TABLAS-R REDEFINES CT-TABLAS.
           05 CT-NOMBRE-TABLA OCCURS 8 TIMES
                              INDEXED BY IX-TAB
                                            PIC X(12).

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

       01  WS-NEECSQL0-01.
           COPY NEECSQL0.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-CONSERVADAS                PIC 9(09).
           05 CN-ARCHIVADAS                 PIC 9(09).
           05 CN-ELIMINADAS                 PIC 9(09).
           05 CN-TOT-CONSERVADAS            PIC 9(09).
           05 CN-TOT-ARCHIVADAS             PIC 9(09).
           05 CN-TOT-ELIMINADAS             PIC 9(09).
           05 CN-TABLAS-CON-ERROR           PIC 9(02).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(45) VALUE
              "DEPURACION DE TABLAS DE CONTROL OPERATIVO - N".
           05 FILLER                        PIC X(21) VALUE
              "EHKP000 - PROCESO DEL".
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(13) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(45) VALUE
              "TABLA        DIAS CORTE     CONSERVADAS ARCHI".
           05 FILLER                        PIC X(45) VALUE
              "VADAS ELIMINADAS RESULTADO                   ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-TABLA                 PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DIAS                  PIC ZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CORTE                 PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-CONSERVADAS           PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-ARCHIVADAS            PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-ELIMINADAS            PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-RESULTADO             PIC X(18).
           05 FILLER                        PIC X(10) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-CANTIDAD              PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(41) VALUE SPACES.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTRUN
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTRPT
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTRPQ
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTIFC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSQE
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEXL
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDQS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDST
           END-EXEC.

      *    CADA CURSOR DE DESCARGA Y SU DELETE USAN EL MISMO PREDICADO
      *    Y EL MISMO CORTE, ASI CUBREN EXACTAMENTE LAS MISMAS FILAS

      *    RUN_CONTROL: ANTERIORES AL CORTE QUE YA TIENEN POR DELANTE
      *    LAS CORRIDAS COMPLETADAS QUE USAN LOS PROMEDIOS
           EXEC SQL
              DECLARE CSR-RUN CURSOR FOR
              SELECT R.PROGRAMA,
                     R.FECHAPROCESO,
                     R.INICIO,
                     VALUE(R.FIN, '0001-01-01-00.00.00.000000'),
                     VALUE(R.LEIDOS, 0),
                     VALUE(R.ESCRITOS, 0),
                     VALUE(R.EXCEPCIONES, 0),
                     VALUE(R.RETCODE, 0),
                     R.ESTADO
                FROM NEOSB36.RUN_CONTROL R
               WHERE R.FECHAPROCESO < :WS-FECHA-CORTE
                 AND (SELECT COUNT(*)
                        FROM NEOSB36.RUN_CONTROL H
                       WHERE H.PROGRAMA     = R.PROGRAMA
                         AND H.ESTADO       = :CT-ESTADO-COMPLETADO
                         AND H.FIN IS NOT NULL
                         AND H.FECHAPROCESO > R.FECHAPROCESO)
                     >= :WS-MINIMO-CORRIDAS
               ORDER BY R.PROGRAMA, R.FECHAPROCESO
           END-EXEC.

      *    RPT_REPO: SALVO LOS REPORTES QUE TIENEN UN PEDIDO PENDIENTE
           EXEC SQL
              DECLARE CSR-RPT CURSOR FOR
              SELECT R.PROGRAMA,
                     R.FECHAPROCESO,
                     R.NROLINEA,
                     R.LINEA
                FROM NEOSB36.RPT_REPO R
               WHERE R.FECHAPROCESO < :WS-FECHA-CORTE
                 AND NOT EXISTS
                     (SELECT 1
                        FROM NEOSB36.RPT_REQUEST Q
                       WHERE Q.PROGRAMA     = R.PROGRAMA
                         AND Q.FECHAPROCESO = R.FECHAPROCESO
                         AND Q.ESTADO       = :CT-PEDIDO-PENDIENTE)
               ORDER BY R.PROGRAMA, R.FECHAPROCESO, R.NROLINEA
           END-EXEC.

           EXEC SQL
              DECLARE CSR-RPQ CURSOR FOR
              SELECT PROGRAMA,
                     FECHAPROCESO,
                     USUARIO,
                     ESTADO,
                     FECHAPEDIDO
                FROM NEOSB36.RPT_REQUEST
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
                 AND ESTADO      <> :CT-PEDIDO-PENDIENTE
               ORDER BY FECHAPEDIDO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-IFC CURSOR FOR
              SELECT ARCHIVO,
                     SENTIDO,
                     FECHAPROCESO,
                     CANTIDAD,
                     HASHREG,
                     ESTADO,
                     VALUE(PROGRAMA, ' '),
                     FECHAREG
                FROM NEOSB36.INTF_FILES
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
               ORDER BY FECHAREG
           END-EXEC.

           EXEC SQL
              DECLARE CSR-SQE CURSOR FOR
              SELECT FECHAERROR,
                     PROGRAMA,
                     PARRAFO,
                     TABLA,
                     CODIGOSQL,
                     MENSAJESQL,
                     CLAVE,
                     INTENTOS
                FROM NEOSB36.SQL_ERRLOG
               WHERE DATE(FECHAERROR) < :WS-FECHA-CORTE
               ORDER BY FECHAERROR
           END-EXEC.

      *    EXC_LEDGER: SOLO EXCEPCIONES CERRADAS
           EXEC SQL
              DECLARE CSR-EXL CURSOR FOR
              SELECT FUENTE,
                     EMPNO,
                     CODIGO,
                     PRIMERAVEZ,
                     ULTIMAVEZ,
                     VECES,
                     ESTADO
                FROM NEOSB36.EXC_LEDGER
               WHERE ESTADO    = :CT-EXCEPCION-CERRADA
                 AND ULTIMAVEZ < :WS-FECHA-CORTE
               ORDER BY FUENTE, EMPNO, CODIGO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DQS CURSOR FOR
              SELECT FECHAPROCESO,
                     DEPTNO,
                     EMPLEADOS,
                     FALLAS,
                     SCORE
                FROM NEOSB36.DQ_SCORE
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
               ORDER BY FECHAPROCESO, DEPTNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DST CURSOR FOR
              SELECT FECHAPROCESO,
                     DEPTNO,
                     HEADCOUNT,
                     VALUE(TOTSALARY, 0),
                     VALUE(AVGSALARY, 0),
                     VALUE(TOTBONUS, 0),
                     VALUE(TOTCOMM, 0),
                     VALUE(FTE, 0),
                     VALUE(CONTRATISTAS, 0)
                FROM NEOSB36.DEPT_STATS
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
               ORDER BY FECHAPROCESO, DEPTNO
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

           PERFORM 2000-PROCESA-TABLA
              THRU 2000-PROCESA-TABLA-EXIT
             VARYING IX-TAB FROM 1 BY 1
               UNTIL IX-TAB IS GREATER THAN CT-CANT-TABLAS

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES
                       WS-NEECSQL0-01

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

      * LAS RETENCIONES SE LEEN UNA SOLA VEZ; SIN EL PARAMETRO NO SE
      * DEPURA NINGUNA TABLA Y EL REPORTE SOLO INFORMA LO CONSERVADO
           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMHKP              TO PRM0-PARAMETRO
           MOVE FEC0-FECHA-ISO              TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              DISPLAY 'NEHKP000: SIN PARAMETRO PARMHKP EN LA TABLA '
                      'DE PARAMETROS - NO SE DEPURA NINGUNA TABLA'
              MOVE ZEROS                    TO PRM0-CANT
              MOVE 4                        TO RETURN-CODE
           END-IF

           OPEN OUTPUT ARCHHKP

           IF FS-ARCHHKP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR ARCHHKP. FILE STATUS=' FS-ARCHHKP
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPHKP

           IF FS-REPHKP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPHKP. FILE STATUS=' FS-REPHKP
              MOVE 8                         TO RETURN-CODE
              CLOSE ARCHHKP
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPHKP FROM WS-LINEA-TITULO
           WRITE REG-REPHKP FROM WS-LINEA-COLUMNAS.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2000-PROCESA-TABLA                       *
      *                                                               *
      *    - BUSCA LA RETENCION DE LA TABLA Y CALCULA SU CORTE UNA    *
      *      SOLA VEZ; LA DEPURACION SE REHACE MIENTRAS UN BLOQUEO    *
      *      DB2 DEJE REINTENTOS DISPONIBLES                          *
      *****************************************************************
       2000-PROCESA-TABLA.

           MOVE CT-NOMBRE-TABLA(IX-TAB)     TO WS-TABLA
           MOVE ZEROS                       TO WS-DIAS-RETENCION
           MOVE CT-MINIMO-CORRIDAS          TO WS-MINIMO-CORRIDAS
           MOVE SPACES                      TO WS-FECHA-CORTE
           MOVE 'N'                         TO SW-ERROR-TABLA
           MOVE ZEROS                       TO SQL0-INTENTOS

           PERFORM 2020-BUSCA-RETENCION
              THRU 2020-BUSCA-RETENCION-EXIT
             VARYING IX-PRM0 FROM 1 BY 1
               UNTIL IX-PRM0 IS GREATER THAN PRM0-CANT

           IF WS-DIAS-RETENCION IS GREATER THAN ZEROS
              PERFORM 2040-CALCULA-CORTE
                 THRU 2040-CALCULA-CORTE-EXIT
           END-IF

           IF SI-ERROR-TABLA
              MOVE ZEROS                    TO CN-CONSERVADAS
                                               CN-ARCHIVADAS
                                               CN-ELIMINADAS
              MOVE 'ERROR DB2'              TO WS-RESULTADO
              GO TO 2000-PROCESA-TABLA-INFORMA
           END-IF

           SET SI-REINTENTO                 TO TRUE

           PERFORM 2050-INTENTO-TABLA
              THRU 2050-INTENTO-TABLA-EXIT
             UNTIL NOT SI-REINTENTO.

       2000-PROCESA-TABLA-INFORMA.

           PERFORM 2980-INFORMA-TABLA
              THRU 2980-INFORMA-TABLA-EXIT.

      *****************************************************************
      *                     2000-PROCESA-TABLA-EXIT                   *
      *****************************************************************
       2000-PROCESA-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                     2020-BUSCA-RETENCION                      *
      *****************************************************************
       2020-BUSCA-RETENCION.

           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMHKP

           IF WS-LP-TABLA NOT EQUAL WS-TABLA
              GO TO 2020-BUSCA-RETENCION-EXIT
           END-IF

           IF WS-LP-DIAS IS NUMERIC
              MOVE WS-LP-DIAS-N             TO WS-DIAS-RETENCION
           END-IF

           IF WS-LP-MINIMO IS NUMERIC
              AND WS-LP-MINIMO-N IS GREATER THAN ZEROS
              MOVE WS-LP-MINIMO-N           TO WS-MINIMO-CORRIDAS
           END-IF.

      *****************************************************************
      *                  2020-BUSCA-RETENCION-EXIT                    *
      *****************************************************************
       2020-BUSCA-RETENCION-EXIT.
           EXIT.
      *****************************************************************
      *                     2040-CALCULA-CORTE                        *
      *****************************************************************
       2040-CALCULA-CORTE.

           EXEC SQL
              SELECT CHAR(DATE(:FEC0-FECHA-ISO)
                          - :WS-DIAS-RETENCION DAYS, ISO)
                INTO :WS-FECHA-CORTE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2040-CALCULA-CORTE'     TO SQL0-PARRAFO
              MOVE WS-TABLA                 TO SQL0-TABLA
              MOVE FEC0-FECHA-ISO           TO SQL0-CLAVE
              MOVE SQLCODE                  TO SQL0-SQLCODE
              MOVE SQLERRMC                 TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
           END-IF.

      *****************************************************************
      *                   2040-CALCULA-CORTE-EXIT                     *
      *****************************************************************
       2040-CALCULA-CORTE-EXIT.
           EXIT.
      *****************************************************************
      *                     2050-INTENTO-TABLA                        *
      *                                                               *
      *    - DESCARGA, ELIMINA Y CUENTA LO QUE QUEDA; CON LA          *
      *      DEPURACION VERIFICADA CONFIRMA LA TABLA                  *
      *****************************************************************
       2050-INTENTO-TABLA.

           MOVE 'N'                         TO SW-REINTENTO
                                               SW-ERROR-TABLA
           MOVE ZEROS                       TO CN-CONSERVADAS
                                               CN-ARCHIVADAS
                                               CN-ELIMINADAS
                                               WS-ELIMINADAS-SQL
           MOVE 'SIN RETENCION'             TO WS-RESULTADO

           IF WS-DIAS-RETENCION IS GREATER THAN ZEROS
              PERFORM 2900-GRABA-ENCABEZADO
                 THRU 2900-GRABA-ENCABEZADO-EXIT
              EVALUATE IX-TAB
                  WHEN 1
                       PERFORM 2100-DEPURA-RUN
                          THRU 2100-DEPURA-RUN-EXIT
                  WHEN 2
                       PERFORM 2200-DEPURA-RPT
                          THRU 2200-DEPURA-RPT-EXIT
                  WHEN 3
                       PERFORM 2300-DEPURA-RPQ
                          THRU 2300-DEPURA-RPQ-EXIT
                  WHEN 4
                       PERFORM 2400-DEPURA-IFC
                          THRU 2400-DEPURA-IFC-EXIT
                  WHEN 5
                       PERFORM 2500-DEPURA-SQE
                          THRU 2500-DEPURA-SQE-EXIT
                  WHEN 6
                       PERFORM 2600-DEPURA-EXL
                          THRU 2600-DEPURA-EXL-EXIT
                  WHEN 7
                       PERFORM 2700-DEPURA-DQS
                          THRU 2700-DEPURA-DQS-EXIT
                  WHEN 8
                       PERFORM 2800-DEPURA-DST
                          THRU 2800-DEPURA-DST-EXIT
              END-EVALUATE
           END-IF

           IF SI-ERROR-TABLA
              GO TO 2050-INTENTO-TABLA-ERROR
           END-IF

           PERFORM 2060-CUENTA-TABLA
              THRU 2060-CUENTA-TABLA-EXIT

           IF SI-ERROR-TABLA
              GO TO 2050-INTENTO-TABLA-ERROR
           END-IF

           PERFORM 2950-VERIFICA-DEPURACION
              THRU 2950-VERIFICA-DEPURACION-EXIT

           GO TO 2050-INTENTO-TABLA-EXIT.

       2050-INTENTO-TABLA-ERROR.

      * LO ELIMINADO SE DESHIZO Y EL GRUPO DEL ARCHIVO QUEDA SIN
      * TRAILER; NO HAY CONTEO CONFIABLE DE LA TABLA
           MOVE ZEROS                       TO CN-CONSERVADAS
                                               CN-ARCHIVADAS
                                               CN-ELIMINADAS
           IF SI-REINTENTO
              MOVE 'REINTENTO'              TO WS-RESULTADO
           ELSE
              MOVE 'ERROR DB2'              TO WS-RESULTADO
           END-IF.

      *****************************************************************
      *                   2050-INTENTO-TABLA-EXIT                     *
      *****************************************************************
       2050-INTENTO-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                     2060-CUENTA-TABLA                         *
      *                                                               *
      *    - FILAS QUE QUEDAN EN LA TABLA DESPUES DE LA DEPURACION    *
      *****************************************************************
       2060-CUENTA-TABLA.

           MOVE ZEROS                       TO WS-CONSERVADAS-SQL

           EVALUATE IX-TAB
               WHEN 1
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.RUN_CONTROL
                    END-EXEC
               WHEN 2
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.RPT_REPO
                    END-EXEC
               WHEN 3
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.RPT_REQUEST
                    END-EXEC
               WHEN 4
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.INTF_FILES
                    END-EXEC
               WHEN 5
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.SQL_ERRLOG
                    END-EXEC
               WHEN 6
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.EXC_LEDGER
                    END-EXEC
               WHEN 7
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.DQ_SCORE
                    END-EXEC
               WHEN 8
                    EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CONSERVADAS-SQL
                         FROM NEOSB36.DEPT_STATS
                    END-EXEC
           END-EVALUATE

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2060-CUENTA-TABLA'      TO SQL0-PARRAFO
              MOVE WS-TABLA                 TO SQL0-TABLA
              MOVE WS-FECHA-CORTE           TO SQL0-CLAVE
              MOVE SQLCODE                  TO SQL0-SQLCODE
              MOVE SQLERRMC                 TO SQL0-SQLERRMC
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2060-CUENTA-TABLA-EXIT
           END-IF

           MOVE WS-CONSERVADAS-SQL          TO CN-CONSERVADAS.

      *****************************************************************
      *                   2060-CUENTA-TABLA-EXIT                      *
      *****************************************************************
       2060-CUENTA-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                       2100-DEPURA-RUN                         *
      *****************************************************************
       2100-DEPURA-RUN.

           EXEC SQL
              OPEN CSR-RUN
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2100-DEPURA-RUN OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2100-DEPURA-RUN-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2110-FETCH-RUN
              THRU 2110-FETCH-RUN-EXIT
             UNTIL SI-FIN-CURSOR

      * UN ERROR EN LA DESCARGA YA DESHIZO LA UNIDAD Y CERRO EL CURSOR
           IF SI-ERROR-TABLA
              GO TO 2100-DEPURA-RUN-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-RUN
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.RUN_CONTROL R
               WHERE R.FECHAPROCESO < :WS-FECHA-CORTE
                 AND (SELECT COUNT(*)
                        FROM NEOSB36.RUN_CONTROL H
                       WHERE H.PROGRAMA     = R.PROGRAMA
                         AND H.ESTADO       = :CT-ESTADO-COMPLETADO
                         AND H.FIN IS NOT NULL
                         AND H.FECHAPROCESO > R.FECHAPROCESO)
                     >= :WS-MINIMO-CORRIDAS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2100-DEPURA-RUN DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2100-DEPURA-RUN-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2100-DEPURA-RUN-EXIT                      *
      *****************************************************************
       2100-DEPURA-RUN-EXIT.
           EXIT.
      *****************************************************************
      *                       2110-FETCH-RUN                          *
      *****************************************************************
       2110-FETCH-RUN.

           EXEC SQL
              FETCH CSR-RUN
               INTO :DCLRUN-PROGRAMA,
                    :DCLRUN-FECHAPROCESO,
                    :DCLRUN-INICIO,
                    :DCLRUN-FIN,
                    :DCLRUN-LEIDOS,
                    :DCLRUN-ESCRITOS,
                    :DCLRUN-EXCEPCIONES,
                    :DCLRUN-RETCODE,
                    :DCLRUN-ESTADO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLRUN             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2110-FETCH-RUN'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2110-FETCH-RUN-EXIT                       *
      *****************************************************************
       2110-FETCH-RUN-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-DEPURA-RPT                         *
      *****************************************************************
       2200-DEPURA-RPT.

           EXEC SQL
              OPEN CSR-RPT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2200-DEPURA-RPT OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2200-DEPURA-RPT-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2210-FETCH-RPT
              THRU 2210-FETCH-RPT-EXIT
             UNTIL SI-FIN-CURSOR

           IF SI-ERROR-TABLA
              GO TO 2200-DEPURA-RPT-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-RPT
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.RPT_REPO R
               WHERE R.FECHAPROCESO < :WS-FECHA-CORTE
                 AND NOT EXISTS
                     (SELECT 1
                        FROM NEOSB36.RPT_REQUEST Q
                       WHERE Q.PROGRAMA     = R.PROGRAMA
                         AND Q.FECHAPROCESO = R.FECHAPROCESO
                         AND Q.ESTADO       = :CT-PEDIDO-PENDIENTE)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2200-DEPURA-RPT DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2200-DEPURA-RPT-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2200-DEPURA-RPT-EXIT                      *
      *****************************************************************
       2200-DEPURA-RPT-EXIT.
           EXIT.
      *****************************************************************
      *                       2210-FETCH-RPT                          *
      *****************************************************************
       2210-FETCH-RPT.

           EXEC SQL
              FETCH CSR-RPT
               INTO :DCLRPT-PROGRAMA,
                    :DCLRPT-FECHAPROCESO,
                    :DCLRPT-NROLINEA,
                    :DCLRPT-LINEA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLRPT             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2210-FETCH-RPT'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2210-FETCH-RPT-EXIT                       *
      *****************************************************************
       2210-FETCH-RPT-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-DEPURA-RPQ                         *
      *****************************************************************
       2300-DEPURA-RPQ.

           EXEC SQL
              OPEN CSR-RPQ
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2300-DEPURA-RPQ OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2300-DEPURA-RPQ-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2310-FETCH-RPQ
              THRU 2310-FETCH-RPQ-EXIT
             UNTIL SI-FIN-CURSOR

           IF SI-ERROR-TABLA
              GO TO 2300-DEPURA-RPQ-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-RPQ
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.RPT_REQUEST
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
                 AND ESTADO      <> :CT-PEDIDO-PENDIENTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2300-DEPURA-RPQ DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2300-DEPURA-RPQ-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2300-DEPURA-RPQ-EXIT                      *
      *****************************************************************
       2300-DEPURA-RPQ-EXIT.
           EXIT.
      *****************************************************************
      *                       2310-FETCH-RPQ                          *
      *****************************************************************
       2310-FETCH-RPQ.

           EXEC SQL
              FETCH CSR-RPQ
               INTO :DCLRPQ-PROGRAMA,
                    :DCLRPQ-FECHAPROCESO,
                    :DCLRPQ-USUARIO,
                    :DCLRPQ-ESTADO,
                    :DCLRPQ-FECHAPEDIDO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLRPQ             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2310-FETCH-RPQ'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2310-FETCH-RPQ-EXIT                       *
      *****************************************************************
       2310-FETCH-RPQ-EXIT.
           EXIT.
      *****************************************************************
      *                       2400-DEPURA-IFC                         *
      *****************************************************************
       2400-DEPURA-IFC.

           EXEC SQL
              OPEN CSR-IFC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2400-DEPURA-IFC OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2400-DEPURA-IFC-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2410-FETCH-IFC
              THRU 2410-FETCH-IFC-EXIT
             UNTIL SI-FIN-CURSOR

           IF SI-ERROR-TABLA
              GO TO 2400-DEPURA-IFC-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-IFC
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.INTF_FILES
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2400-DEPURA-IFC DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2400-DEPURA-IFC-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2400-DEPURA-IFC-EXIT                      *
      *****************************************************************
       2400-DEPURA-IFC-EXIT.
           EXIT.
      *****************************************************************
      *                       2410-FETCH-IFC                          *
      *****************************************************************
       2410-FETCH-IFC.

           EXEC SQL
              FETCH CSR-IFC
               INTO :DCLIFC-ARCHIVO,
                    :DCLIFC-SENTIDO,
                    :DCLIFC-FECHAPROCESO,
                    :DCLIFC-CANTIDAD,
                    :DCLIFC-HASHREG,
                    :DCLIFC-ESTADO,
                    :DCLIFC-PROGRAMA,
                    :DCLIFC-FECHAREG
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLIFC             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2410-FETCH-IFC'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2410-FETCH-IFC-EXIT                       *
      *****************************************************************
       2410-FETCH-IFC-EXIT.
           EXIT.
      *****************************************************************
      *                       2500-DEPURA-SQE                         *
      *****************************************************************
       2500-DEPURA-SQE.

           EXEC SQL
              OPEN CSR-SQE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2500-DEPURA-SQE OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2500-DEPURA-SQE-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2510-FETCH-SQE
              THRU 2510-FETCH-SQE-EXIT
             UNTIL SI-FIN-CURSOR

           IF SI-ERROR-TABLA
              GO TO 2500-DEPURA-SQE-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-SQE
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.SQL_ERRLOG
               WHERE DATE(FECHAERROR) < :WS-FECHA-CORTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2500-DEPURA-SQE DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2500-DEPURA-SQE-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2500-DEPURA-SQE-EXIT                      *
      *****************************************************************
       2500-DEPURA-SQE-EXIT.
           EXIT.
      *****************************************************************
      *                       2510-FETCH-SQE                          *
      *****************************************************************
       2510-FETCH-SQE.

           EXEC SQL
              FETCH CSR-SQE
               INTO :DCLSQE-FECHAERROR,
                    :DCLSQE-PROGRAMA,
                    :DCLSQE-PARRAFO,
                    :DCLSQE-TABLA,
                    :DCLSQE-CODIGOSQL,
                    :DCLSQE-MENSAJESQL,
                    :DCLSQE-CLAVE,
                    :DCLSQE-INTENTOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLSQE             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2510-FETCH-SQE'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2510-FETCH-SQE-EXIT                       *
      *****************************************************************
       2510-FETCH-SQE-EXIT.
           EXIT.
      *****************************************************************
      *                       2600-DEPURA-EXL                         *
      *****************************************************************
       2600-DEPURA-EXL.

           EXEC SQL
              OPEN CSR-EXL
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2600-DEPURA-EXL OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2600-DEPURA-EXL-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2610-FETCH-EXL
              THRU 2610-FETCH-EXL-EXIT
             UNTIL SI-FIN-CURSOR

           IF SI-ERROR-TABLA
              GO TO 2600-DEPURA-EXL-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-EXL
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.EXC_LEDGER
               WHERE ESTADO    = :CT-EXCEPCION-CERRADA
                 AND ULTIMAVEZ < :WS-FECHA-CORTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2600-DEPURA-EXL DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2600-DEPURA-EXL-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2600-DEPURA-EXL-EXIT                      *
      *****************************************************************
       2600-DEPURA-EXL-EXIT.
           EXIT.
      *****************************************************************
      *                       2610-FETCH-EXL                          *
      *****************************************************************
       2610-FETCH-EXL.

           EXEC SQL
              FETCH CSR-EXL
               INTO :DCLEXL-FUENTE,
                    :DCLEXL-EMPNO,
                    :DCLEXL-CODIGO,
                    :DCLEXL-PRIMERAVEZ,
                    :DCLEXL-ULTIMAVEZ,
                    :DCLEXL-VECES,
                    :DCLEXL-ESTADO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLEXL             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2610-FETCH-EXL'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2610-FETCH-EXL-EXIT                       *
      *****************************************************************
       2610-FETCH-EXL-EXIT.
           EXIT.
      *****************************************************************
      *                       2700-DEPURA-DQS                         *
      *****************************************************************
       2700-DEPURA-DQS.

           EXEC SQL
              OPEN CSR-DQS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2700-DEPURA-DQS OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2700-DEPURA-DQS-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2710-FETCH-DQS
              THRU 2710-FETCH-DQS-EXIT
             UNTIL SI-FIN-CURSOR

           IF SI-ERROR-TABLA
              GO TO 2700-DEPURA-DQS-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-DQS
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.DQ_SCORE
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2700-DEPURA-DQS DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2700-DEPURA-DQS-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2700-DEPURA-DQS-EXIT                      *
      *****************************************************************
       2700-DEPURA-DQS-EXIT.
           EXIT.
      *****************************************************************
      *                       2710-FETCH-DQS                          *
      *****************************************************************
       2710-FETCH-DQS.

           EXEC SQL
              FETCH CSR-DQS
               INTO :DCLDQS-FECHAPROCESO,
                    :DCLDQS-DEPTNO,
                    :DCLDQS-EMPLEADOS,
                    :DCLDQS-FALLAS,
                    :DCLDQS-SCORE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLDQS             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2710-FETCH-DQS'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2710-FETCH-DQS-EXIT                       *
      *****************************************************************
       2710-FETCH-DQS-EXIT.
           EXIT.
      *****************************************************************
      *                       2800-DEPURA-DST                         *
      *****************************************************************
       2800-DEPURA-DST.

           EXEC SQL
              OPEN CSR-DST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2800-DEPURA-DST OPEN'   TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2800-DEPURA-DST-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-CURSOR

           PERFORM 2810-FETCH-DST
              THRU 2810-FETCH-DST-EXIT
             UNTIL SI-FIN-CURSOR

           IF SI-ERROR-TABLA
              GO TO 2800-DEPURA-DST-EXIT
           END-IF

           EXEC SQL
              CLOSE CSR-DST
           END-EXEC

           EXEC SQL
              DELETE FROM NEOSB36.DEPT_STATS
               WHERE FECHAPROCESO < :WS-FECHA-CORTE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE '2800-DEPURA-DST DELETE' TO SQL0-PARRAFO
              PERFORM 2990-ERROR-TABLA
                 THRU 2990-ERROR-TABLA-EXIT
              GO TO 2800-DEPURA-DST-EXIT
           END-IF

           MOVE SQLERRD(3)                  TO WS-ELIMINADAS-SQL.

      *****************************************************************
      *                     2800-DEPURA-DST-EXIT                      *
      *****************************************************************
       2800-DEPURA-DST-EXIT.
           EXIT.
      *****************************************************************
      *                       2810-FETCH-DST                          *
      *****************************************************************
       2810-FETCH-DST.

           EXEC SQL
              FETCH CSR-DST
               INTO :DCLDST-FECHAPROCESO,
                    :DCLDST-DEPTNO,
                    :DCLDST-HEADCOUNT,
                    :DCLDST-TOTSALARY,
                    :DCLDST-AVGSALARY,
                    :DCLDST-TOTBONUS,
                    :DCLDST-TOTCOMM,
                    :DCLDST-FTE,
                    :DCLDST-CONTRATISTAS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLDST             TO HKP-DET-IMAGEN
                    PERFORM 2920-GRABA-DETALLE
                       THRU 2920-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2810-FETCH-DST'   TO SQL0-PARRAFO
                    PERFORM 2990-ERROR-TABLA
                       THRU 2990-ERROR-TABLA-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2810-FETCH-DST-EXIT                       *
      *****************************************************************
       2810-FETCH-DST-EXIT.
           EXIT.
      *****************************************************************
      *                    2900-GRABA-ENCABEZADO                      *
      *****************************************************************
       2900-GRABA-ENCABEZADO.

           MOVE SPACES                      TO REG-ARCHHKP
           SET HKP-88-ENCABEZADO            TO TRUE
           MOVE WS-TABLA                    TO HKP-TABLA
           MOVE FEC0-FECHA-AMD              TO HKP-FECHA-PROCESO
           MOVE WS-DIAS-RETENCION           TO HKP-HDR-DIAS-RETENCION
           MOVE WS-CORTE-AAAA               TO HKP-HDR-FECHA-CORTE(1:4)
           MOVE WS-CORTE-MM                 TO HKP-HDR-FECHA-CORTE(5:2)
           MOVE WS-CORTE-DD                 TO HKP-HDR-FECHA-CORTE(7:2)
           COMPUTE HKP-HDR-INTENTO = SQL0-INTENTOS + CT-1
           WRITE REG-ARCHHKP.

      *****************************************************************
      *                  2900-GRABA-ENCABEZADO-EXIT                   *
      *****************************************************************
       2900-GRABA-ENCABEZADO-EXIT.
           EXIT.
      *****************************************************************
      *                     2920-GRABA-DETALLE                        *
      *                                                               *
      *    - LA IMAGEN DE LA FILA YA ESTA EN HKP-DET-IMAGEN           *
      *****************************************************************
       2920-GRABA-DETALLE.

           SET HKP-88-DETALLE               TO TRUE
           MOVE WS-TABLA                    TO HKP-TABLA
           MOVE FEC0-FECHA-AMD              TO HKP-FECHA-PROCESO
           WRITE REG-ARCHHKP

           ADD CT-1                         TO CN-ARCHIVADAS

           MOVE SPACES                      TO HKP-DATOS.

      *****************************************************************
      *                   2920-GRABA-DETALLE-EXIT                     *
      *****************************************************************
       2920-GRABA-DETALLE-EXIT.
           EXIT.
      *****************************************************************
      *                   2950-VERIFICA-DEPURACION                    *
      *                                                               *
      *    - SI LO ELIMINADO NO COINCIDE CON LO DESCARGADO SE DESHACE *
      *      LA ELIMINACION DE LA TABLA Y EL PASO TERMINA CON ERROR.  *
      *      CON LOS CONTEOS IGUALES SE CIERRA EL GRUPO DEL ARCHIVO   *
      *      CON SU TRAILER Y SE CONFIRMA LA TABLA                    *
      *****************************************************************
       2950-VERIFICA-DEPURACION.

           IF WS-DIAS-RETENCION EQUAL ZEROS
              GO TO 2950-VERIFICA-DEPURACION-EXIT
           END-IF

           IF WS-ELIMINADAS-SQL NOT EQUAL CN-ARCHIVADAS
              DISPLAY 'NEHKP000: ' WS-TABLA ' DESCARGADAS '
                      CN-ARCHIVADAS ' DISTINTO DE ELIMINADAS '
                      WS-ELIMINADAS-SQL ' - SE DESHACE LA DEPURACION'
              EXEC SQL
                 ROLLBACK
              END-EXEC
              ADD WS-ELIMINADAS-SQL         TO CN-CONSERVADAS
              MOVE ZEROS                    TO CN-ELIMINADAS
              MOVE 'DESHECHA: CONTEOS'      TO WS-RESULTADO
              ADD CT-1                      TO CN-TABLAS-CON-ERROR
              MOVE 8                        TO RETURN-CODE
              GO TO 2950-VERIFICA-DEPURACION-EXIT
           END-IF

           MOVE WS-ELIMINADAS-SQL           TO CN-ELIMINADAS

           MOVE SPACES                      TO REG-ARCHHKP
           SET HKP-88-TRAILER               TO TRUE
           MOVE WS-TABLA                    TO HKP-TABLA
           MOVE FEC0-FECHA-AMD              TO HKP-FECHA-PROCESO
           MOVE CN-ARCHIVADAS               TO HKP-TRL-CANTIDAD
           WRITE REG-ARCHHKP

           EXEC SQL
              COMMIT
           END-EXEC

           MOVE 'DEPURADA'                  TO WS-RESULTADO.

      *****************************************************************
      *                 2950-VERIFICA-DEPURACION-EXIT                 *
      *****************************************************************
       2950-VERIFICA-DEPURACION-EXIT.
           EXIT.
      *****************************************************************
      *                      2980-INFORMA-TABLA                       *
      *****************************************************************
       2980-INFORMA-TABLA.

           MOVE WS-TABLA                    TO LIN-DET-TABLA
           MOVE WS-DIAS-RETENCION           TO LIN-DET-DIAS
           MOVE WS-FECHA-CORTE              TO LIN-DET-CORTE
           MOVE CN-CONSERVADAS              TO LIN-DET-CONSERVADAS
           MOVE CN-ARCHIVADAS               TO LIN-DET-ARCHIVADAS
           MOVE CN-ELIMINADAS               TO LIN-DET-ELIMINADAS
           MOVE WS-RESULTADO                TO LIN-DET-RESULTADO
           WRITE REG-REPHKP FROM WS-LINEA-DETALLE

           ADD CN-CONSERVADAS               TO CN-TOT-CONSERVADAS
           ADD CN-ARCHIVADAS                TO CN-TOT-ARCHIVADAS
           ADD CN-ELIMINADAS                TO CN-TOT-ELIMINADAS.

      *****************************************************************
      *                    2980-INFORMA-TABLA-EXIT                    *
      *****************************************************************
       2980-INFORMA-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                      2990-ERROR-TABLA                         *
      *                                                               *
      *    - ERROR DB2 EN LA DESCARGA O EN LA ELIMINACION DE LA TABLA *
      *****************************************************************
       2990-ERROR-TABLA.

           MOVE WS-TABLA                    TO SQL0-TABLA
           MOVE WS-FECHA-CORTE              TO SQL0-CLAVE
           MOVE SQLCODE                     TO SQL0-SQLCODE
           MOVE SQLERRMC                    TO SQL0-SQLERRMC

           PERFORM 9500-ERROR-SQL
              THRU 9500-ERROR-SQL-EXIT.

      *****************************************************************
      *                    2990-ERROR-TABLA-EXIT                      *
      *****************************************************************
       2990-ERROR-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           MOVE 'TOTAL DE FILAS CONSERVADAS:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-TOT-CONSERVADAS          TO LIN-TOT-CANTIDAD
           WRITE REG-REPHKP FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE 'TOTAL DE FILAS ARCHIVADAS:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-TOT-ARCHIVADAS           TO LIN-TOT-CANTIDAD
           WRITE REG-REPHKP FROM WS-LINEA-TOTAL

           MOVE 'TOTAL DE FILAS ELIMINADAS:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-TOT-ELIMINADAS           TO LIN-TOT-CANTIDAD
           WRITE REG-REPHKP FROM WS-LINEA-TOTAL

           MOVE 'TABLAS CON LA DEPURACION DESHECHA:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-TABLAS-CON-ERROR         TO LIN-TOT-CANTIDAD
           WRITE REG-REPHKP FROM WS-LINEA-TOTAL

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEHKP000              *'
           DISPLAY 'FILAS CONSERVADAS:     ' CN-TOT-CONSERVADAS
           DISPLAY 'FILAS ARCHIVADAS:      ' CN-TOT-ARCHIVADAS
           DISPLAY 'FILAS ELIMINADAS:      ' CN-TOT-ELIMINADAS
           DISPLAY 'TABLAS DESHECHAS:      ' CN-TABLAS-CON-ERROR
           DISPLAY '***********************************************'

           CLOSE ARCHHKP
                 REPHKP

           GOBACK.
      *****************************************************************
      *                        9500-ERROR-SQL                         *
      *                                                               *
      *    - BLOQUEO: NE9CSQL0 DESHACE HASTA EL COMMIT DE LA TABLA    *
      *      ANTERIOR Y, SI QUEDAN REINTENTOS, LA TABLA SE REHACE.    *
      *      OTRO ERROR: SE DESHACE LA TABLA ANTES DE GRABAR EL LOG,  *
      *      PARA QUE EL COMMIT SOLO CONFIRME EL REGISTRO DEL ERROR   *
      *****************************************************************
       9500-ERROR-SQL.

           SET SI-ERROR-TABLA               TO TRUE
           SET SI-FIN-CURSOR                TO TRUE

           MOVE CT-PROGRAMA                 TO SQL0-PROGRAMA
           SET SQL0-88-BATCH                TO TRUE

           IF NOT SQL0-88-BLOQUEO
              EXEC SQL
                 ROLLBACK
              END-EXEC
           END-IF

           CALL CT-NE9CSQL0 USING WS-NEECSQL0-01

           IF SQL0-88-REINTENTAR
              SET SI-REINTENTO              TO TRUE
              GO TO 9500-ERROR-SQL-EXIT
           END-IF

           DISPLAY 'NEHKP000: DEPURACION DE ' WS-TABLA
                   ' DESHECHA POR ERROR DB2'
           ADD CT-1                         TO CN-TABLAS-CON-ERROR
           MOVE 8                           TO RETURN-CODE

           IF NOT SQL0-88-BLOQUEO
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.

      *****************************************************************
      *                      9500-ERROR-SQL-EXIT                      *
      *****************************************************************
       9500-ERROR-SQL-EXIT.
           EXIT.
