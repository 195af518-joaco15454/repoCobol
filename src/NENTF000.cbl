      *****************************************************************
      * Program name:    NENTF000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Nightly manager     *
      *                          notification feed: probation ends,   *
      *                          service anniversaries, retirements,  *
      *                          scheduled changes due and increases  *
      *                          waiting in PENDAPRO are collected    *
      *                          for the manager of each WORKDEPT     *
      *                          (rolled up via ADMRDEPT), logged in  *
      *                          NOTIF_LOG so none is sent twice, and *
      *                          written to NOTIFMGR as one digest    *
      *                          per manager for the mail gateway.    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NENTF000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * CADA NOVEDAD SE IDENTIFICA POR TIPO + EMPNO + REFERENCIA (LA  *
      * FECHA DEL HECHO, O LOS DATOS DEL AUMENTO O DEL CAMBIO         *
      * PROGRAMADO) Y SE GRABA UNA SOLA VEZ EN NOTIF_LOG, PENDIENTE   *
      * ('P'). EL ENVIO TOMA TODAS LAS PENDIENTES, TAMBIEN LAS QUE    *
      * HAYAN QUEDADO DE UNA CORRIDA ANTERIOR, Y LAS MARCA ENVIADAS   *
      * ('E'). EL GERENTE ES EL MGRNO DEL DEPARTAMENTO DEL EMPLEADO;  *
      * SI EL DEPARTAMENTO NO TIENE GERENTE ACTIVO, O SI EL GERENTE   *
      * ES EL PROPIO EMPLEADO, SE SUBE POR ADMRDEPT. UNA NOVEDAD SIN  *
      * GERENTE EN TODA LA LINEA NO SE REGISTRA: SE INFORMA Y SE      *
      * VUELVE A TOMAR EN LA PROXIMA CORRIDA.                         *
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

           SELECT PENDAPRO ASSIGN       TO PENDAPRO
                           ORGANIZATION IS INDEXED
                           ACCESS       IS SEQUENTIAL
                           RECORD KEY   IS PEND-EMPNO
                           FILE STATUS  IS FS-PENDAPRO.

           SELECT NOTIFMGR ASSIGN TO NOTIFMGR
                           FILE STATUS IS FS-NOTIFMGR.

           SELECT REPNTF   ASSIGN TO REPNTF
                           FILE STATUS IS FS-REPNTF.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PENDAPRO
           LABEL     RECORDS   ARE STANDARD
           RECORD    CONTAINS  140 CHARACTERS.
       01  REG-PENDAPRO.
           05 PEND-EMPNO           PIC X(06).
           05 FILLER               PIC X(134).

       FD  NOTIFMGR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-NOTIFMGR            PIC X(150).

       FD  REPNTF
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPNTF              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PENDAPRO                   PIC X(02) VALUE SPACES.
           05 FS-NOTIFMGR                   PIC X(02) VALUE SPACES.
           05 FS-REPNTF                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-HORIZONTE                  PIC S9(04) COMP VALUE ZERO.
           05 WS-DIAS-PROBATION             PIC S9(09) COMP VALUE ZERO.
           05 WS-EDAD-JUBILACION            PIC S9(04) COMP VALUE ZERO.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
           05 WS-MGRNO-ANT                  PIC X(06) VALUE SPACES.
           05 WS-NOVEDADES-DIGESTO          PIC 9(07) VALUE ZERO.
           05 WS-FECHA-ISO.
              10 WS-ISO-AAAA                PIC X(04).
              10 FILLER                     PIC X(01).
              10 WS-ISO-MM                  PIC X(02).
              10 FILLER                     PIC X(01).
              10 WS-ISO-DD                  PIC X(02).
           05 WS-FECHA-AMD.
              10 WS-AMD-AAAA                PIC X(04).
              10 WS-AMD-MM                  PIC X(02).
              10 WS-AMD-DD                  PIC X(02).
           05 WS-FECHA-AMD-N REDEFINES WS-FECHA-AMD
                                            PIC 9(08).

      * NOVEDAD EN CURSO, CUALQUIERA SEA SU ORIGEN
       01  WS-EVENTO.
           05 WS-EVT-TIPO                   PIC X(03).
           05 WS-EVT-EMPNO                  PIC X(06).
           05 WS-EVT-WORKDEPT               PIC X(03).
           05 WS-EVT-FECHA                  PIC X(10).
           05 WS-EVT-REFERENCIA             PIC X(20).
           05 WS-EVT-NUMERO                 PIC S9(09) COMP.
           05 WS-EVT-DETALLE                PIC X(50).

      * BUSQUEDA DEL GERENTE SUBIENDO POR ADMRDEPT
       01  WS-GERENCIA.
           05 WS-GERENTE                    PIC X(06).
           05 WS-DEPTO-BUSCA                PIC X(03).
           05 WS-BUS-MGRNO                  PIC X(06).
           05 WS-BUS-ADMRDEPT               PIC X(03).
           05 WS-BUS-ESTADO                 PIC X(01).
           05 WS-NIVELES                    PIC S9(04) COMP.
           05 WS-GER-LASTNAME               PIC X(15).
           05 WS-GER-FIRSTNME               PIC X(12).
           05 WS-GER-WORKDEPT               PIC X(03).

      * REFERENCIA DE UN AUMENTO PENDIENTE: SALARIO ACTUAL Y AUMENTO
      * PROPUESTO, DE MODO QUE UNA NUEVA PROPUESTA SE VUELVA A AVISAR
       01  WS-REF-AUMENTO.
           05 WS-REF-SALARIO                PIC 9(09)V9(02).
           05 WS-REF-INCREMENTO             PIC 9(07)V9(02).

      * TEXTOS DE DETALLE DE LAS NOVEDADES
       01  WS-TXT-ANIVERSARIO.
           05 FILLER                        PIC X(25) VALUE
              "ANIVERSARIO DE SERVICIO: ".
           05 WS-TXT-ANIOS-SERVICIO         PIC ZZ9.
           05 FILLER                        PIC X(06) VALUE " ANIOS".
           05 FILLER                        PIC X(16) VALUE SPACES.

       01  WS-TXT-JUBILACION.
           05 FILLER                        PIC X(31) VALUE
              "ALCANZA LA EDAD DE JUBILACION (".
           05 WS-TXT-EDAD                   PIC Z9.
           05 FILLER                        PIC X(07) VALUE " ANIOS)".
           05 FILLER                        PIC X(10) VALUE SPACES.

       01  WS-TXT-AUMENTO.
           05 FILLER                        PIC X(33) VALUE
              "AUMENTO PENDIENTE DE APROBACION: ".
           05 WS-TXT-IMPORTE                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.

      * LINEA DEL PARAMETRO PARMNTF DE PARAM_CTRL
       01  WS-LINEA-PARMNTF.
           05 WS-LP-HORIZONTE               PIC 9(03).
           05 WS-LP-DIAS-PROBATION          PIC 9(05).
           05 WS-LP-EDAD-JUBILACION         PIC 9(02).
           05 FILLER                        PIC X(10).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
              88 NO-FIN-CURSOR                        VALUE 'N'.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
              88 NO-FIN-ARCHIVO                       VALUE 'N'.
           05 SW-FIN-BUSQUEDA               PIC X(01) VALUE 'N'.
              88 SI-FIN-BUSQUEDA                      VALUE 'S'.
              88 NO-FIN-BUSQUEDA                      VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NENTF000'.
           05 CT-ARCHIVO                    PIC X(08) VALUE 'NOTIFMGR'.
           05 CT-PRM-PARMNTF                PIC X(08) VALUE 'PARMNTF'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-PEND-PENDIENTE             PIC X(01) VALUE 'P'.
           05 CT-NTF-PENDIENTE              PIC X(01) VALUE 'P'.
           05 CT-NTF-ENVIADA                PIC X(01) VALUE 'E'.
           05 CT-FECHA-NULA                 PIC X(10) VALUE
              '0001-01-01'.
           05 CT-EVT-FIN-PRUEBA             PIC X(03) VALUE 'PRB'.
           05 CT-EVT-ANIVERSARIO            PIC X(03) VALUE 'ANV'.
           05 CT-EVT-JUBILACION             PIC X(03) VALUE 'JUB'.
           05 CT-EVT-AUMENTO                PIC X(03) VALUE 'APR'.
           05 CT-EVT-CAMBIO                 PIC X(03) VALUE 'PCH'.
      * TOPE DE NIVELES DE ADMRDEPT A RECORRER (CORTA UN CICLO MAL
      * CARGADO EN LA ESTRUCTURA)
           05 CT-MAX-NIVELES                PIC 9(02) VALUE 10.
      * VALORES POR DEFECTO CUANDO PARAM_CTRL NO TIENE PARMNTF
           05 CT-HORIZONTE-DEFECTO          PIC 9(03) VALUE 7.
           05 CT-PROBATION-DEFECTO          PIC 9(05) VALUE 90.
           05 CT-JUBILACION-DEFECTO         PIC 9(02) VALUE 65.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-DETECTADAS                 PIC 9(07).
           05 CN-NUEVAS                     PIC 9(07).
           05 CN-YA-NOTIFICADAS             PIC 9(07).
           05 CN-SIN-GERENTE                PIC 9(07).
           05 CN-GERENTES                   PIC 9(07).
           05 CN-ENVIADAS                   PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "NOTIFICACIONES A GERENTES - FECHA DE PROCESO:     ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-PARAMETROS.
           05 FILLER                        PIC X(15) VALUE
              "HORIZONTE DIAS:".
           05 LIN-PAR-HORIZONTE             PIC ZZ9.
           05 FILLER                        PIC X(16) VALUE
              "  PRUEBA DIAS:  ".
           05 LIN-PAR-PROBATION             PIC ZZZZ9.
           05 FILLER                        PIC X(20) VALUE
              "  EDAD JUBILACION:  ".
           05 LIN-PAR-JUBILACION            PIC Z9.
           05 FILLER                        PIC X(19) VALUE SPACES.

       01  WS-LINEA-SIN-GERENTE.
           05 FILLER                        PIC X(26) VALUE
              "*** SIN GERENTE: NOVEDAD ".
           05 LIN-SG-TIPO                   PIC X(03).
           05 FILLER                        PIC X(08) VALUE
              "  EMPNO ".
           05 LIN-SG-EMPNO                  PIC X(06).
           05 FILLER                        PIC X(08) VALUE
              "  DEPTO ".
           05 LIN-SG-WORKDEPT               PIC X(03).
           05 FILLER                        PIC X(26) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "GERENTE APELLIDO        NOMBRE       DEP".
           05 FILLER                        PIC X(40) VALUE
              "TO  NOVEDADES                           ".

       01  WS-LINEA-GERENTE.
           05 LIN-GER-MGRNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-GER-APELLIDO              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-GER-NOMBRE                PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-GER-DEPTO                 PIC X(03).
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-GER-NOVEDADES             PIC ZZZZZZ9.
           05 FILLER                        PIC X(30) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-CANTIDAD              PIC ZZZZZZ9.
           05 FILLER                        PIC X(33) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-REG-NTF.
           COPY NETCNTF0.

       01  WS-NEECAPR0-01.
           COPY NEECAPR0.

       01  WS-NEEC0001-01.
           COPY NEEC0001.

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

       01  WS-NEECFIL0-01.
           COPY NEECFIL0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTNTF
           END-EXEC.

      *    NOVEDADES DE LOS EMPLEADOS ACTIVOS QUE CAEN ENTRE LA FECHA DE
      *    PROCESO Y EL HORIZONTE: FIN DEL PERIODO DE PRUEBA,
      *    ANIVERSARIO DE SERVICIO (ANIOS CUMPLIDOS), EDAD DE JUBILACION
      *    Y CAMBIOS PROGRAMADOS DE PEND_CHANGES TODAVIA SIN APLICAR
           EXEC SQL
              DECLARE CSR-EVE CURSOR FOR
              SELECT :CT-EVT-FIN-PRUEBA,
                     EMPNO,
                     VALUE(WORKDEPT, ' '),
                     CHAR(HIREDATE + :WS-DIAS-PROBATION DAYS, ISO),
                     CHAR(HIREDATE + :WS-DIAS-PROBATION DAYS, ISO),
                     0
                FROM NEOSB36.EMP
               WHERE EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND HIREDATE + :WS-DIAS-PROBATION DAYS
                     BETWEEN DATE(:WS-FECHA-PROCESO)
                         AND DATE(:WS-FECHA-PROCESO)
                             + :WS-HORIZONTE DAYS
              UNION ALL
              SELECT :CT-EVT-ANIVERSARIO,
                     X.EMPNO,
                     X.WORKDEPT,
                     CHAR(X.FANIV, ISO),
                     CHAR(X.FANIV, ISO),
                     YEAR(X.FANIV) - YEAR(X.HIREDATE)
                FROM (SELECT EMPNO,
                             VALUE(WORKDEPT, ' ') AS WORKDEPT,
                             HIREDATE,
                             CASE WHEN HIREDATE
                                     + (YEAR(DATE(:WS-FECHA-PROCESO))
                                        - YEAR(HIREDATE)) YEARS
                                     < DATE(:WS-FECHA-PROCESO)
                                  THEN HIREDATE
                                     + (YEAR(DATE(:WS-FECHA-PROCESO))
                                        - YEAR(HIREDATE) + 1) YEARS
                                  ELSE HIREDATE
                                     + (YEAR(DATE(:WS-FECHA-PROCESO))
                                        - YEAR(HIREDATE)) YEARS
                             END AS FANIV
                        FROM NEOSB36.EMP
                       WHERE EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                         AND HIREDATE IS NOT NULL) AS X
               WHERE X.FANIV <= DATE(:WS-FECHA-PROCESO)
                              + :WS-HORIZONTE DAYS
                 AND YEAR(X.FANIV) - YEAR(X.HIREDATE) >= 1
              UNION ALL
              SELECT :CT-EVT-JUBILACION,
                     EMPNO,
                     VALUE(WORKDEPT, ' '),
                     CHAR(BIRTHDATE + :WS-EDAD-JUBILACION YEARS, ISO),
                     CHAR(BIRTHDATE + :WS-EDAD-JUBILACION YEARS, ISO),
                     :WS-EDAD-JUBILACION
                FROM NEOSB36.EMP
               WHERE EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND BIRTHDATE + :WS-EDAD-JUBILACION YEARS
                     BETWEEN DATE(:WS-FECHA-PROCESO)
                         AND DATE(:WS-FECHA-PROCESO)
                             + :WS-HORIZONTE DAYS
              UNION ALL
              SELECT :CT-EVT-CAMBIO,
                     P.EMPNO,
                     VALUE(E.WORKDEPT, ' '),
                     CHAR(P.FECHAEFECTIVA, ISO),
                     CHAR(P.FECHAEFECTIVA, ISO) || DIGITS(P.SEQNO),
                     INTEGER(P.SEQNO)
                FROM NEOSB36.PEND_CHANGES AS P
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = P.EMPNO
               WHERE P.ESTADO = :CT-PEND-PENDIENTE
                 AND P.FECHAEFECTIVA
                     BETWEEN DATE(:WS-FECHA-PROCESO)
                         AND DATE(:WS-FECHA-PROCESO)
                             + :WS-HORIZONTE DAYS
           END-EXEC.

      *    NOVEDADES PENDIENTES DE ENVIO, AGRUPADAS POR GERENTE
           EXEC SQL
              DECLARE CSR-ENV CURSOR FOR
              SELECT N.MGRNO,
                     N.TIPOEVENTO,
                     N.EMPNO,
                     N.REFERENCIA,
                     N.WORKDEPT,
                     CHAR(N.FECHAEVENTO, ISO),
                     N.DETALLE,
                     VALUE(E.LASTNAME, ' '),
                     VALUE(E.FIRSTNME, ' '),
                     VALUE(G.LASTNAME, ' '),
                     VALUE(G.FIRSTNME, ' '),
                     VALUE(G.WORKDEPT, ' ')
                FROM NEOSB36.NOTIF_LOG AS N
                LEFT JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = N.EMPNO
                LEFT JOIN NEOSB36.EMP AS G
                       ON G.EMPNO = N.MGRNO
               WHERE N.ESTADO = :CT-NTF-PENDIENTE
               ORDER BY N.MGRNO, N.FECHAEVENTO, N.TIPOEVENTO, N.EMPNO
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

           PERFORM 2000-REGISTRA-NOVEDAD
              THRU 2000-REGISTRA-NOVEDAD-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 2200-INICIO-AUMENTOS
              THRU 2200-INICIO-AUMENTOS-EXIT

           PERFORM 2300-REGISTRA-AUMENTO
              THRU 2300-REGISTRA-AUMENTO-EXIT
             UNTIL SI-FIN-ARCHIVO

           PERFORM 2500-INICIO-ENVIO
              THRU 2500-INICIO-ENVIO-EXIT

           PERFORM 2600-ENVIA-NOVEDAD
              THRU 2600-ENVIA-NOVEDAD-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1100-LEE-PARAMETRO
              THRU 1100-LEE-PARAMETRO-EXIT

           OPEN OUTPUT NOTIFMGR

           IF FS-NOTIFMGR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR NOTIFMGR. FILE STATUS='
                      FS-NOTIFMGR
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPNTF

           IF FS-REPNTF NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPNTF. FILE STATUS=' FS-REPNTF
              MOVE 8                         TO RETURN-CODE
              CLOSE NOTIFMGR
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPNTF FROM WS-LINEA-TITULO
           MOVE WS-HORIZONTE                TO LIN-PAR-HORIZONTE
           MOVE WS-DIAS-PROBATION           TO LIN-PAR-PROBATION
           MOVE WS-EDAD-JUBILACION          TO LIN-PAR-JUBILACION
           WRITE REG-REPNTF FROM WS-LINEA-PARAMETROS
           MOVE SPACES                      TO REG-REPNTF
           WRITE REG-REPNTF

           EXEC SQL
              OPEN CSR-EVE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DE NOVEDADES. SQLCODE: '
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE NOTIFMGR
                    REPNTF
              GOBACK
           END-IF

           PERFORM 2100-FETCH-NOVEDAD
              THRU 2100-FETCH-NOVEDAD-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-LEE-PARAMETRO                       *
      *                                                               *
      *    - PARAM_CTRL, PARAMETRO PARMNTF, PRIMERA LINEA: HORIZONTE  *
      *      EN DIAS (3), DIAS DEL PERIODO DE PRUEBA (5) Y EDAD DE    *
      *      JUBILACION (2); CADA VALOR SIN CARGAR TOMA SU DEFECTO    *
      *****************************************************************
       1100-LEE-PARAMETRO.

           MOVE CT-HORIZONTE-DEFECTO        TO WS-HORIZONTE
           MOVE CT-PROBATION-DEFECTO        TO WS-DIAS-PROBATION
           MOVE CT-JUBILACION-DEFECTO       TO WS-EDAD-JUBILACION

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMNTF              TO PRM0-PARAMETRO
           MOVE WS-FECHA-PROCESO            TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              GO TO 1100-LEE-PARAMETRO-EXIT
           END-IF

           SET IX-PRM0                      TO 1
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMNTF

           IF WS-LP-HORIZONTE IS NUMERIC
              AND WS-LP-HORIZONTE GREATER THAN ZEROS
              MOVE WS-LP-HORIZONTE          TO WS-HORIZONTE
           END-IF

           IF WS-LP-DIAS-PROBATION IS NUMERIC
              AND WS-LP-DIAS-PROBATION GREATER THAN ZEROS
              MOVE WS-LP-DIAS-PROBATION     TO WS-DIAS-PROBATION
           END-IF

           IF WS-LP-EDAD-JUBILACION IS NUMERIC
              AND WS-LP-EDAD-JUBILACION GREATER THAN ZEROS
              MOVE WS-LP-EDAD-JUBILACION    TO WS-EDAD-JUBILACION
           END-IF.

      *****************************************************************
      *                    1100-LEE-PARAMETRO-EXIT                    *
      *****************************************************************
       1100-LEE-PARAMETRO-EXIT.
           EXIT.
      *****************************************************************
      *                     2000-REGISTRA-NOVEDAD                     *
      *                                                               *
      *    - ARMA EL DETALLE DE LA NOVEDAD SEGUN SU TIPO Y LA         *
      *      REGISTRA                                                 *
      *****************************************************************
       2000-REGISTRA-NOVEDAD.

           EVALUATE WS-EVT-TIPO
               WHEN CT-EVT-FIN-PRUEBA
                    MOVE 'FIN DEL PERIODO DE PRUEBA'
                                            TO WS-EVT-DETALLE
               WHEN CT-EVT-ANIVERSARIO
                    MOVE WS-EVT-NUMERO      TO WS-TXT-ANIOS-SERVICIO
                    MOVE WS-TXT-ANIVERSARIO TO WS-EVT-DETALLE
               WHEN CT-EVT-JUBILACION
                    MOVE WS-EVT-NUMERO      TO WS-TXT-EDAD
                    MOVE WS-TXT-JUBILACION  TO WS-EVT-DETALLE
               WHEN OTHER
                    MOVE 'CAMBIO PROGRAMADO PENDIENTE DE APLICAR'
                                            TO WS-EVT-DETALLE
           END-EVALUATE

           PERFORM 9000-REGISTRA-EVENTO
              THRU 9000-REGISTRA-EVENTO-EXIT

           IF RETURN-CODE NOT LESS THAN 8
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2000-REGISTRA-NOVEDAD-EXIT
           END-IF

           PERFORM 2100-FETCH-NOVEDAD
              THRU 2100-FETCH-NOVEDAD-EXIT.

      *****************************************************************
      *                   2000-REGISTRA-NOVEDAD-EXIT                  *
      *****************************************************************
       2000-REGISTRA-NOVEDAD-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-NOVEDAD                       *
      *****************************************************************
       2100-FETCH-NOVEDAD.

           MOVE SPACES                      TO WS-EVENTO
           MOVE ZEROS                       TO WS-EVT-NUMERO

           EXEC SQL
              FETCH CSR-EVE
               INTO :WS-EVT-TIPO,
                    :WS-EVT-EMPNO,
                    :WS-EVT-WORKDEPT,
                    :WS-EVT-FECHA,
                    :WS-EVT-REFERENCIA,
                    :WS-EVT-NUMERO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DE NOVEDADES. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-NOVEDAD-EXIT                     *
      *****************************************************************
       2100-FETCH-NOVEDAD-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-INICIO-AUMENTOS                      *
      *                                                               *
      *    - AUMENTOS DERIVADOS A APROBACION QUE SIGUEN PENDIENTES    *
      *      EN PENDAPRO                                              *
      *****************************************************************
       2200-INICIO-AUMENTOS.

           EXEC SQL
              CLOSE CSR-EVE
           END-EXEC

           IF RETURN-CODE NOT LESS THAN 8
              SET SI-FIN-ARCHIVO            TO TRUE
              GO TO 2200-INICIO-AUMENTOS-EXIT
           END-IF

           OPEN INPUT PENDAPRO

           IF FS-PENDAPRO NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PENDAPRO. FILE STATUS='
                      FS-PENDAPRO
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-ARCHIVO            TO TRUE
              GO TO 2200-INICIO-AUMENTOS-EXIT
           END-IF

           PERFORM 2400-LEE-AUMENTO
              THRU 2400-LEE-AUMENTO-EXIT.

      *****************************************************************
      *                   2200-INICIO-AUMENTOS-EXIT                   *
      *****************************************************************
       2200-INICIO-AUMENTOS-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGISTRA-AUMENTO                     *
      *****************************************************************
       2300-REGISTRA-AUMENTO.

           IF APR-88-PENDIENTE
              MOVE APR-NEEC0001             TO WS-NEEC0001-01

              MOVE SPACES                   TO WS-EVENTO
              MOVE CT-EVT-AUMENTO           TO WS-EVT-TIPO
              MOVE 0001-EMPNO               TO WS-EVT-EMPNO
              MOVE 0001-WORKDEPT            TO WS-EVT-WORKDEPT
              MOVE WS-FECHA-PROCESO         TO WS-EVT-FECHA
              MOVE 0001-SALARY              TO WS-REF-SALARIO
              MOVE 0001-SALARY-INC          TO WS-REF-INCREMENTO
              MOVE WS-REF-AUMENTO           TO WS-EVT-REFERENCIA
              MOVE 0001-SALARY-INC          TO WS-TXT-IMPORTE
              MOVE WS-TXT-AUMENTO           TO WS-EVT-DETALLE

              PERFORM 9000-REGISTRA-EVENTO
                 THRU 9000-REGISTRA-EVENTO-EXIT

              IF RETURN-CODE NOT LESS THAN 8
                 SET SI-FIN-ARCHIVO         TO TRUE
                 GO TO 2300-REGISTRA-AUMENTO-EXIT
              END-IF
           END-IF

           PERFORM 2400-LEE-AUMENTO
              THRU 2400-LEE-AUMENTO-EXIT.

      *****************************************************************
      *                   2300-REGISTRA-AUMENTO-EXIT                  *
      *****************************************************************
       2300-REGISTRA-AUMENTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2400-LEE-AUMENTO                        *
      *****************************************************************
       2400-LEE-AUMENTO.

           READ PENDAPRO INTO WS-NEECAPR0-01
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ.

      *****************************************************************
      *                     2400-LEE-AUMENTO-EXIT                     *
      *****************************************************************
       2400-LEE-AUMENTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2500-INICIO-ENVIO                       *
      *                                                               *
      *    - ABRE LAS NOVEDADES PENDIENTES DE ENVIO POR GERENTE       *
      *****************************************************************
       2500-INICIO-ENVIO.

           IF FS-PENDAPRO EQUAL '00' OR '10'
              CLOSE PENDAPRO
           END-IF

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2500-INICIO-ENVIO-EXIT
           END-IF

           SET NO-FIN-CURSOR                TO TRUE

           EXEC SQL
              OPEN CSR-ENV
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR NOTIF_LOG. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2500-INICIO-ENVIO-EXIT
           END-IF

           WRITE REG-REPNTF FROM WS-LINEA-COLUMNAS
                 AFTER ADVANCING 2 LINES

           PERFORM 2700-FETCH-ENVIO
              THRU 2700-FETCH-ENVIO-EXIT.

      *****************************************************************
      *                    2500-INICIO-ENVIO-EXIT                     *
      *****************************************************************
       2500-INICIO-ENVIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2600-ENVIA-NOVEDAD                       *
      *                                                               *
      *    - CORTE POR GERENTE: CADA UNO RECIBE UN RESUMEN CON SU     *
      *      ENCABEZADO, SUS NOVEDADES Y UN TRAILER                   *
      *****************************************************************
       2600-ENVIA-NOVEDAD.

           IF DCLNTF-MGRNO NOT EQUAL WS-MGRNO-ANT
              IF WS-MGRNO-ANT NOT EQUAL SPACES
                 PERFORM 2900-CIERRA-DIGESTO
                    THRU 2900-CIERRA-DIGESTO-EXIT
              END-IF
              PERFORM 2800-ABRE-DIGESTO
                 THRU 2800-ABRE-DIGESTO-EXIT
           END-IF

           MOVE SPACES                      TO WS-REG-NTF
           SET NTF-88-DETALLE               TO TRUE
           MOVE DCLNTF-MGRNO                TO NTF-MGRNO
           MOVE DCLNTF-TIPOEVENTO           TO NTF-DET-TIPO-EVENTO
           MOVE DCLNTF-EMPNO                TO NTF-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO NTF-DET-APELLIDO
           MOVE DCLEMP-FIRSTNME             TO NTF-DET-NOMBRE
           MOVE DCLNTF-WORKDEPT             TO NTF-DET-DEPTO
           MOVE DCLNTF-FECHAEVENTO          TO WS-FECHA-ISO
           PERFORM 9200-FORMATO-AMD
              THRU 9200-FORMATO-AMD-EXIT
           MOVE WS-FECHA-AMD-N              TO NTF-DET-FECHA-EVENTO
           MOVE DCLNTF-DETALLE              TO NTF-DET-DETALLE
           WRITE REG-NOTIFMGR FROM WS-REG-NTF

           EXEC SQL
              UPDATE NEOSB36.NOTIF_LOG
                 SET ESTADO     = :CT-NTF-ENVIADA,
                     FECHANOTIF = DATE(:WS-FECHA-PROCESO)
               WHERE TIPOEVENTO = :DCLNTF-TIPOEVENTO
                 AND EMPNO      = :DCLNTF-EMPNO
                 AND REFERENCIA = :DCLNTF-REFERENCIA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ACTUALIZANDO NOTIF_LOG. EMPNO: '
                      DCLNTF-EMPNO ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2600-ENVIA-NOVEDAD-EXIT
           END-IF

           ADD CT-1                         TO WS-NOVEDADES-DIGESTO
                                               CN-ENVIADAS

           PERFORM 2700-FETCH-ENVIO
              THRU 2700-FETCH-ENVIO-EXIT.

      *****************************************************************
      *                    2600-ENVIA-NOVEDAD-EXIT                    *
      *****************************************************************
       2600-ENVIA-NOVEDAD-EXIT.
           EXIT.
      *****************************************************************
      *                       2700-FETCH-ENVIO                        *
      *****************************************************************
       2700-FETCH-ENVIO.

           EXEC SQL
              FETCH CSR-ENV
               INTO :DCLNTF-MGRNO,
                    :DCLNTF-TIPOEVENTO,
                    :DCLNTF-EMPNO,
                    :DCLNTF-REFERENCIA,
                    :DCLNTF-WORKDEPT,
                    :DCLNTF-FECHAEVENTO,
                    :DCLNTF-DETALLE,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-FIRSTNME,
                    :WS-GER-LASTNAME,
                    :WS-GER-FIRSTNME,
                    :WS-GER-WORKDEPT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH NOTIF_LOG. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2700-FETCH-ENVIO-EXIT                      *
      *****************************************************************
       2700-FETCH-ENVIO-EXIT.
           EXIT.
      *****************************************************************
      *                       2800-ABRE-DIGESTO                       *
      *****************************************************************
       2800-ABRE-DIGESTO.

           MOVE DCLNTF-MGRNO                TO WS-MGRNO-ANT
           MOVE ZEROS                       TO WS-NOVEDADES-DIGESTO
           ADD CT-1                         TO CN-GERENTES

           MOVE SPACES                      TO WS-REG-NTF
           SET NTF-88-ENCABEZADO            TO TRUE
           MOVE DCLNTF-MGRNO                TO NTF-MGRNO
           MOVE WS-GER-LASTNAME             TO NTF-HDR-APELLIDO
           MOVE WS-GER-FIRSTNME             TO NTF-HDR-NOMBRE
           MOVE WS-GER-WORKDEPT             TO NTF-HDR-DEPTO
           MOVE FEC0-FECHA-AMD              TO NTF-HDR-FECHA-ENVIO
           WRITE REG-NOTIFMGR FROM WS-REG-NTF

           MOVE SPACES                      TO WS-LINEA-GERENTE
           MOVE DCLNTF-MGRNO                TO LIN-GER-MGRNO
           MOVE WS-GER-LASTNAME             TO LIN-GER-APELLIDO
           MOVE WS-GER-FIRSTNME             TO LIN-GER-NOMBRE
           MOVE WS-GER-WORKDEPT             TO LIN-GER-DEPTO.

      *****************************************************************
      *                    2800-ABRE-DIGESTO-EXIT                     *
      *****************************************************************
       2800-ABRE-DIGESTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2900-CIERRA-DIGESTO                      *
      *****************************************************************
       2900-CIERRA-DIGESTO.

           MOVE SPACES                      TO WS-REG-NTF
           SET NTF-88-TRAILER               TO TRUE
           MOVE WS-MGRNO-ANT                TO NTF-MGRNO
           MOVE WS-NOVEDADES-DIGESTO        TO NTF-TRL-CANTIDAD
           WRITE REG-NOTIFMGR FROM WS-REG-NTF

           MOVE WS-NOVEDADES-DIGESTO        TO LIN-GER-NOVEDADES
           WRITE REG-REPNTF FROM WS-LINEA-GERENTE.

      *****************************************************************
      *                   2900-CIERRA-DIGESTO-EXIT                    *
      *****************************************************************
       2900-CIERRA-DIGESTO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           IF RETURN-CODE LESS THAN 8
              EXEC SQL
                 CLOSE CSR-ENV
              END-EXEC
              IF WS-MGRNO-ANT NOT EQUAL SPACES
                 PERFORM 2900-CIERRA-DIGESTO
                    THRU 2900-CIERRA-DIGESTO-EXIT
              END-IF
           END-IF

           MOVE 'NOVEDADES DETECTADAS:'     TO LIN-TOT-TEXTO
           MOVE CN-DETECTADAS               TO LIN-TOT-CANTIDAD
           WRITE REG-REPNTF FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE 'NUEVAS REGISTRADAS:'       TO LIN-TOT-TEXTO
           MOVE CN-NUEVAS                   TO LIN-TOT-CANTIDAD
           WRITE REG-REPNTF FROM WS-LINEA-TOTAL

           MOVE 'YA NOTIFICADAS ANTES:'     TO LIN-TOT-TEXTO
           MOVE CN-YA-NOTIFICADAS           TO LIN-TOT-CANTIDAD
           WRITE REG-REPNTF FROM WS-LINEA-TOTAL

           MOVE 'SIN GERENTE (QUEDAN PARA LA PROXIMA):'
                                            TO LIN-TOT-TEXTO
           MOVE CN-SIN-GERENTE              TO LIN-TOT-CANTIDAD
           WRITE REG-REPNTF FROM WS-LINEA-TOTAL

           MOVE 'GERENTES NOTIFICADOS:'     TO LIN-TOT-TEXTO
           MOVE CN-GERENTES                 TO LIN-TOT-CANTIDAD
           WRITE REG-REPNTF FROM WS-LINEA-TOTAL

           MOVE 'NOVEDADES ENVIADAS:'       TO LIN-TOT-TEXTO
           MOVE CN-ENVIADAS                 TO LIN-TOT-CANTIDAD
           WRITE REG-REPNTF FROM WS-LINEA-TOTAL

           IF RETURN-CODE EQUAL ZERO
              AND CN-SIN-GERENTE IS GREATER THAN ZEROS
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NENTF000              *'
           DISPLAY 'FECHA DE PROCESO:      ' WS-FECHA-PROCESO
           DISPLAY 'NOVEDADES DETECTADAS:  ' CN-DETECTADAS
           DISPLAY 'NUEVAS REGISTRADAS:    ' CN-NUEVAS
           DISPLAY 'YA NOTIFICADAS:        ' CN-YA-NOTIFICADAS
           DISPLAY 'SIN GERENTE:           ' CN-SIN-GERENTE
           DISPLAY 'GERENTES NOTIFICADOS:  ' CN-GERENTES
           DISPLAY 'NOVEDADES ENVIADAS:    ' CN-ENVIADAS
           DISPLAY '***********************************************'

      * EL ARCHIVO GENERADO SE REGISTRA EN INTF_FILES
           IF RETURN-CODE LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-SALIDA            TO TRUE
              MOVE CT-ARCHIVO               TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-ENVIADAS              TO FIL0-CANTIDAD
              MOVE ZEROS                    TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE PRESERVA EL DE ESTA CORRIDA
              MOVE RETURN-CODE              TO WS-RC-GUARDADO

              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

              MOVE WS-RC-GUARDADO           TO RETURN-CODE
           END-IF

           CLOSE NOTIFMGR
                 REPNTF

           GOBACK.
      *****************************************************************
      *                     9000-REGISTRA-EVENTO                      *
      *                                                               *
      *    - RESUELVE EL GERENTE Y GRABA LA NOVEDAD EN NOTIF_LOG SI   *
      *      TODAVIA NO ESTA; UNA NOVEDAD YA REGISTRADA NO SE VUELVE  *
      *      A AVISAR                                                 *
      *****************************************************************
       9000-REGISTRA-EVENTO.

           ADD CT-1                         TO CN-DETECTADAS

           PERFORM 9100-RESUELVE-GERENTE
              THRU 9100-RESUELVE-GERENTE-EXIT

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 9000-REGISTRA-EVENTO-EXIT
           END-IF

           IF WS-GERENTE EQUAL SPACES
              ADD CT-1                      TO CN-SIN-GERENTE
              MOVE WS-EVT-TIPO              TO LIN-SG-TIPO
              MOVE WS-EVT-EMPNO             TO LIN-SG-EMPNO
              MOVE WS-EVT-WORKDEPT          TO LIN-SG-WORKDEPT
              WRITE REG-REPNTF FROM WS-LINEA-SIN-GERENTE
              GO TO 9000-REGISTRA-EVENTO-EXIT
           END-IF

           MOVE WS-EVT-TIPO                 TO DCLNTF-TIPOEVENTO
           MOVE WS-EVT-EMPNO                TO DCLNTF-EMPNO
           MOVE WS-EVT-REFERENCIA           TO DCLNTF-REFERENCIA
           MOVE WS-GERENTE                  TO DCLNTF-MGRNO
           MOVE WS-EVT-WORKDEPT             TO DCLNTF-WORKDEPT
           MOVE WS-EVT-FECHA                TO DCLNTF-FECHAEVENTO
           MOVE WS-EVT-DETALLE              TO DCLNTF-DETALLE

           EXEC SQL
              INSERT INTO NEOSB36.NOTIF_LOG
              (
                    TIPOEVENTO,
                    EMPNO,
                    REFERENCIA,
                    MGRNO,
                    WORKDEPT,
                    FECHAEVENTO,
                    DETALLE,
                    ESTADO,
                    FECHACARGA,
                    FECHANOTIF
              )
              SELECT :DCLNTF-TIPOEVENTO,
                     :DCLNTF-EMPNO,
                     :DCLNTF-REFERENCIA,
                     :DCLNTF-MGRNO,
                     :DCLNTF-WORKDEPT,
                     DATE(:DCLNTF-FECHAEVENTO),
                     :DCLNTF-DETALLE,
                     :CT-NTF-PENDIENTE,
                     CURRENT TIMESTAMP,
                     DATE(:CT-FECHA-NULA)
                FROM SYSIBM.SYSDUMMY1
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM NEOSB36.NOTIF_LOG AS L
                       WHERE L.TIPOEVENTO = :DCLNTF-TIPOEVENTO
                         AND L.EMPNO      = :DCLNTF-EMPNO
                         AND L.REFERENCIA = :DCLNTF-REFERENCIA)
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD CT-1                TO CN-NUEVAS
               WHEN +100
                    ADD CT-1                TO CN-YA-NOTIFICADAS
               WHEN OTHER
                    DISPLAY 'ERROR INSERTANDO NOTIF_LOG. EMPNO: '
                            WS-EVT-EMPNO ' SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

      *****************************************************************
      *                  9000-REGISTRA-EVENTO-EXIT                    *
      *****************************************************************
       9000-REGISTRA-EVENTO-EXIT.
           EXIT.
      *****************************************************************
      *                     9100-RESUELVE-GERENTE                     *
      *****************************************************************
       9100-RESUELVE-GERENTE.

           MOVE SPACES                      TO WS-GERENTE
           MOVE WS-EVT-WORKDEPT             TO WS-DEPTO-BUSCA
           MOVE ZEROS                       TO WS-NIVELES
           SET NO-FIN-BUSQUEDA              TO TRUE

           PERFORM 9110-SUBE-DEPTO
              THRU 9110-SUBE-DEPTO-EXIT
             UNTIL SI-FIN-BUSQUEDA.

      *****************************************************************
      *                   9100-RESUELVE-GERENTE-EXIT                  *
      *****************************************************************
       9100-RESUELVE-GERENTE-EXIT.
           EXIT.
      *****************************************************************
      *                        9110-SUBE-DEPTO                        *
      *                                                               *
      *    - EL GERENTE DEL DEPARTAMENTO SI ESTA ACTIVO Y NO ES EL    *
      *      PROPIO EMPLEADO; SI NO, EL DEL DEPARTAMENTO              *
      *      ADMINISTRADOR                                            *
      *****************************************************************
       9110-SUBE-DEPTO.

           ADD CT-1                         TO WS-NIVELES

           IF WS-DEPTO-BUSCA EQUAL SPACES
              OR WS-NIVELES GREATER THAN CT-MAX-NIVELES
              SET SI-FIN-BUSQUEDA           TO TRUE
              GO TO 9110-SUBE-DEPTO-EXIT
           END-IF

           EXEC SQL
              SELECT VALUE(D.MGRNO, ' '),
                     D.ADMRDEPT,
                     VALUE(E.EMPSTATUS, ' ')
                INTO :WS-BUS-MGRNO,
                     :WS-BUS-ADMRDEPT,
                     :WS-BUS-ESTADO
                FROM NEOSB36.DEPT AS D
                LEFT JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = D.MGRNO
               WHERE D.DEPTNO = :WS-DEPTO-BUSCA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-BUSQUEDA     TO TRUE
                    GO TO 9110-SUBE-DEPTO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO DEPT. DEPTNO: '
                            WS-DEPTO-BUSCA ' SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-BUSQUEDA     TO TRUE
                    GO TO 9110-SUBE-DEPTO-EXIT
           END-EVALUATE

           IF WS-BUS-MGRNO NOT EQUAL SPACES
              AND WS-BUS-MGRNO NOT EQUAL WS-EVT-EMPNO
              AND WS-BUS-ESTADO EQUAL CT-EMPSTATUS-ACTIVO
              MOVE WS-BUS-MGRNO             TO WS-GERENTE
              SET SI-FIN-BUSQUEDA           TO TRUE
              GO TO 9110-SUBE-DEPTO-EXIT
           END-IF

      * EL DEPARTAMENTO RAIZ SE ADMINISTRA A SI MISMO
           IF WS-BUS-ADMRDEPT EQUAL WS-DEPTO-BUSCA
              SET SI-FIN-BUSQUEDA           TO TRUE
           ELSE
              MOVE WS-BUS-ADMRDEPT          TO WS-DEPTO-BUSCA
           END-IF.

      *****************************************************************
      *                     9110-SUBE-DEPTO-EXIT                      *
      *****************************************************************
       9110-SUBE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                       9200-FORMATO-AMD                        *
      *                                                               *
      *    - FECHA ISO AAAA-MM-DD A AAAAMMDD DEL ARCHIVO DE SALIDA    *
      *****************************************************************
       9200-FORMATO-AMD.

           MOVE WS-ISO-AAAA                 TO WS-AMD-AAAA
           MOVE WS-ISO-MM                   TO WS-AMD-MM
           MOVE WS-ISO-DD                   TO WS-AMD-DD.

      *****************************************************************
      *                     9200-FORMATO-AMD-EXIT                     *
      *****************************************************************
       9200-FORMATO-AMD-EXIT.
           EXIT.
