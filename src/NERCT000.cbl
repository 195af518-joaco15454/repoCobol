      *****************************************************************
      * Program name:    NERCT000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Quarterly user      *
      *                          access recertification: lists every  *
      *                          USER_PROFILE entry with its level,   *
      *                          language and linked EMPNO on one     *
      *                          sign-off page per department         *
      *                          manager, flags linked employees      *
      *                          terminated, on leave or missing in   *
      *                          EMP, update-level users with no      *
      *                          EMP_HIST/DEPT_HIST activity in the   *
      *                          period and approval-level users no   *
      *                          longer MGRNO of any department, and  *
      *                          writes the recommended revocations   *
      *                          to REVRCT.  Period length from       *
      *                          PARMRCT in PARAM_CTRL.               *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NERCT000.
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

           SELECT REPRCT   ASSIGN TO REPRCT
                           FILE STATUS IS FS-REPRCT.

           SELECT REVRCT   ASSIGN TO REVRCT
                           FILE STATUS IS FS-REVRCT.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPRCT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPRCT              PIC X(132).

      *****************************************************************
      *      REVOCACIONES RECOMENDADAS, PARA QUE SEGURIDAD LAS        *
      *      APLIQUE SOBRE USER_PROFILE UNA VEZ FIRMADAS              *
      *      ACCION: 'R' REVOCAR EL PERFIL, 'B' BAJAR A CONSULTA,     *
      *      'S' SUSPENDER MIENTRAS DURE LA LICENCIA                  *
      *****************************************************************
       FD  REVRCT
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REVRCT.
           05 REV-USUARIO                 PIC X(08).
           05 REV-NIVEL                   PIC X(01).
           05 REV-EMPNO                   PIC X(06).
           05 REV-ACCION                  PIC X(01).
           05 REV-MOTIVO                  PIC X(02).
           05 REV-DESCRIPCION             PIC X(40).
           05 REV-FECHA                   PIC X(10).
           05 FILLER                      PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPRCT                     PIC X(02) VALUE SPACES.
           05 FS-REVRCT                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-DIAS-PERIODO               PIC S9(04) COMP VALUE ZERO.
           05 WS-DEPTO-ANT                  PIC X(03) VALUE SPACES.
           05 WS-ACCION                     PIC X(01) VALUE SPACES.
           05 WS-MOTIVO                     PIC X(02) VALUE SPACES.
           05 WS-OBSERVACION                PIC X(40) VALUE SPACES.

      * FILA DEL CURSOR DE PERFILES
       01  WS-RCT.
           05 WS-RCT-USUARIO                PIC X(08).
           05 WS-RCT-NIVEL                  PIC X(01).
              88 RCT-88-CONSULTA                      VALUE 'C'.
              88 RCT-88-MANTENIMIENTO                 VALUE 'M'.
              88 RCT-88-APROBACION                    VALUE 'A'.
           05 WS-RCT-IDIOMA                 PIC X(01).
           05 WS-RCT-EMPNO                  PIC X(06).
           05 WS-RCT-EN-EMP                 PIC X(01).
              88 RCT-88-EN-EMP                        VALUE 'S'.
           05 WS-RCT-LASTNAME               PIC X(15).
           05 WS-RCT-EMPSTATUS              PIC X(01).
           05 WS-RCT-WORKDEPT               PIC X(03).
           05 WS-RCT-DEPTNAME               PIC X(36).
           05 WS-RCT-MGRNO                  PIC X(06).
           05 WS-RCT-MGR-LASTNAME           PIC X(15).
           05 WS-RCT-LICENCIA               PIC X(01).
              88 RCT-88-DE-LICENCIA                   VALUE 'S'.
           05 WS-RCT-GERENTE                PIC X(01).
              88 RCT-88-ES-GERENTE                    VALUE 'S'.
           05 WS-RCT-ACTIVIDAD              PIC X(01).
              88 RCT-88-CON-ACTIVIDAD                 VALUE 'S'.

      * LINEA DEL PARAMETRO PARMRCT DE PARAM_CTRL: DIAS DEL PERIODO
      * A RECERTIFICAR
       01  WS-LINEA-PARMRCT.
           05 WS-LP-DIAS-PERIODO            PIC 9(03).
           05 FILLER                        PIC X(17).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
              88 NO-FIN-CURSOR                        VALUE 'N'.
           05 SW-PAGINA-ABIERTA             PIC X(01) VALUE 'N'.
              88 SI-PAGINA-ABIERTA                    VALUE 'S'.
              88 NO-PAGINA-ABIERTA                    VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMRCT                PIC X(08) VALUE 'PARMRCT'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-LICENCIA-ACTIVA            PIC X(01) VALUE 'A'.
           05 CT-ACCION-REVOCAR             PIC X(01) VALUE 'R'.
           05 CT-ACCION-BAJAR               PIC X(01) VALUE 'B'.
           05 CT-ACCION-SUSPENDER           PIC X(01) VALUE 'S'.
      * PERIODO POR DEFECTO (UN TRIMESTRE) CUANDO PARAM_CTRL NO TIENE
      * PARMRCT
           05 CT-DIAS-PERIODO-DEFECTO       PIC 9(03) VALUE 90.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-PAGINAS                    PIC 9(05).
           05 CN-PAG-USUARIOS               PIC 9(05).
           05 CN-PAG-MARCADOS               PIC 9(05).
           05 CN-USUARIOS                   PIC 9(05).
           05 CN-SIN-EMPLEADO               PIC 9(05).
           05 CN-BAJAS                      PIC 9(05).
           05 CN-LICENCIAS                  PIC 9(05).
           05 CN-SIN-GERENCIA               PIC 9(05).
           05 CN-SIN-ACTIVIDAD              PIC 9(05).
           05 CN-REVOCACIONES               PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(42) VALUE
              "RECERTIFICACION DE ACCESOS AL SISTEMA -  ".
           05 FILLER                        PIC X(07) VALUE "FECHA: ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(11) VALUE
              "  PERIODO: ".
           05 LIN-TIT-DIAS                  PIC ZZ9.
           05 FILLER                        PIC X(05) VALUE " DIAS".
           05 FILLER                        PIC X(54) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER                        PIC X(14) VALUE
              "DEPARTAMENTO: ".
           05 LIN-DEP-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-DEPTNAME              PIC X(36).
           05 FILLER                        PIC X(11) VALUE
              "  GERENTE: ".
           05 LIN-DEP-MGRNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-MGR-LASTNAME          PIC X(15).
           05 FILLER                        PIC X(45) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(48) VALUE
              "USUARIO  NIV IDI EMPNO  APELLIDO        EST ACC ".
           05 FILLER                        PIC X(84) VALUE
              "OBSERVACION".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-USUARIO               PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-NIVEL                 PIC X(01).
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-DET-IDIOMA                PIC X(01).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-EMPSTATUS             PIC X(01).
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-DET-ACCION                PIC X(01).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-OBSERVACION           PIC X(40).
           05 FILLER                        PIC X(44) VALUE SPACES.

       01  WS-LINEA-PIE-TOTAL.
           05 FILLER                        PIC X(21) VALUE
              "USUARIOS LISTADOS:   ".
           05 LIN-PIE-USUARIOS              PIC ZZZZ9.
           05 FILLER                        PIC X(24) VALUE
              "   CON REVOCACION RECOM.".
           05 FILLER                        PIC X(02) VALUE ": ".
           05 LIN-PIE-MARCADOS              PIC ZZZZ9.
           05 FILLER                        PIC X(75) VALUE SPACES.

       01  WS-LINEA-PIE-CONFORME.
           05 FILLER                        PIC X(50) VALUE
              "CONFIRMO QUE LOS ACCESOS LISTADOS SIGUEN SIENDO NE".
           05 FILLER                        PIC X(50) VALUE
              "CESARIOS, SALVO LOS MARCADOS PARA REVOCACION.     ".
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-PIE-FIRMA.
           05 FILLER                        PIC X(50) VALUE
              "FIRMA DEL GERENTE: ______________________________ ".
           05 FILLER                        PIC X(50) VALUE
              "  FECHA: ____________                             ".
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 LIN-RES-CONCEPTO              PIC X(40).
           05 LIN-RES-CANTIDAD              PIC ZZZZ9.
           05 FILLER                        PIC X(87) VALUE SPACES.

       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTUSR
           END-EXEC.

      *    TODOS LOS PERFILES CON SU EMPLEADO VINCULADO, EL DEPARTA-
      *    MENTO Y SU GERENTE; LOS PERFILES SIN EMPLEADO VAN AL FINAL
           EXEC SQL
              DECLARE CSR-RCT CURSOR FOR
              SELECT U.USUARIO,
                     U.NIVEL,
                     VALUE(U.IDIOMA, ' '),
                     VALUE(U.EMPNO, ' '),
                     CASE WHEN E.EMPNO IS NULL THEN 'N'
                          ELSE 'S' END,
                     VALUE(E.LASTNAME, ' '),
                     VALUE(E.EMPSTATUS, ' '),
                     VALUE(E.WORKDEPT, ' '),
                     VALUE(D.DEPTNAME, ' '),
                     VALUE(D.MGRNO, ' '),
                     VALUE(M.LASTNAME, ' '),
                     CASE WHEN EXISTS
                          (SELECT 1
                             FROM NEOSB36.EMP_LEAVE L
                            WHERE L.EMPNO  = U.EMPNO
                              AND L.ESTADO = :CT-LICENCIA-ACTIVA)
                          THEN 'S' ELSE 'N' END,
                     CASE WHEN EXISTS
                          (SELECT 1
                             FROM NEOSB36.DEPT G
                            WHERE G.MGRNO = U.EMPNO)
                          THEN 'S' ELSE 'N' END,
                     CASE WHEN EXISTS
                          (SELECT 1
                             FROM NEOSB36.EMP_HIST H
                            WHERE H.USUARIOCAMBIO = U.USUARIO
                              AND DATE(H.FECHACAMBIO) >=
                                  DATE(:WS-FECHA-PROCESO)
                                  - :WS-DIAS-PERIODO DAYS)
                            OR EXISTS
                          (SELECT 1
                             FROM NEOSB36.DEPT_HIST X
                            WHERE X.USUARIOCAMBIO = U.USUARIO
                              AND DATE(X.FECHACAMBIO) >=
                                  DATE(:WS-FECHA-PROCESO)
                                  - :WS-DIAS-PERIODO DAYS)
                          THEN 'S' ELSE 'N' END
                FROM NEOSB36.USER_PROFILE U
                LEFT OUTER JOIN NEOSB36.EMP E
                  ON E.EMPNO = U.EMPNO
                LEFT OUTER JOIN NEOSB36.DEPT D
                  ON D.DEPTNO = E.WORKDEPT
                LEFT OUTER JOIN NEOSB36.EMP M
                  ON M.EMPNO = D.MGRNO
               ORDER BY CASE WHEN E.WORKDEPT IS NULL THEN 1
                             ELSE 0 END,
                        E.WORKDEPT,
                        U.USUARIO
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
             UNTIL SI-FIN-CURSOR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1200-LEE-PARAMETROS
              THRU 1200-LEE-PARAMETROS-EXIT

           OPEN OUTPUT REPRCT

           IF FS-REPRCT NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPRCT. FILE STATUS=' FS-REPRCT
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REVRCT

           IF FS-REVRCT NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REVRCT. FILE STATUS=' FS-REVRCT
              MOVE 8                         TO RETURN-CODE
              CLOSE REPRCT
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           MOVE WS-DIAS-PERIODO             TO LIN-TIT-DIAS

           EXEC SQL
              OPEN CSR-RCT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR RCT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPRCT
                    REVRCT
              GOBACK
           END-IF

           PERFORM 2100-FETCH-RCT
              THRU 2100-FETCH-RCT-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1200-LEE-PARAMETROS                      *
      *                                                               *
      *    - DIAS DEL PERIODO A RECERTIFICAR EN PARAM_CTRL (PARAMETRO *
      *      PARMRCT, PRIMERA LINEA, 3 DIGITOS); EL VALOR NO NUMERICO *
      *      O EN CERO TOMA EL DEFECTO                                *
      *****************************************************************
       1200-LEE-PARAMETROS.

           MOVE CT-DIAS-PERIODO-DEFECTO     TO WS-DIAS-PERIODO

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMRCT              TO PRM0-PARAMETRO
           MOVE WS-FECHA-PROCESO            TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              GO TO 1200-LEE-PARAMETROS-EXIT
           END-IF

           SET IX-PRM0                      TO 1
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMRCT

           IF WS-LP-DIAS-PERIODO IS NUMERIC
              AND WS-LP-DIAS-PERIODO IS GREATER THAN ZEROS
              MOVE WS-LP-DIAS-PERIODO       TO WS-DIAS-PERIODO
           END-IF.

      *****************************************************************
      *                   1200-LEE-PARAMETROS-EXIT                    *
      *****************************************************************
       1200-LEE-PARAMETROS-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                               *
      *    - CORTE DE CONTROL POR DEPARTAMENTO DEL EMPLEADO VINCULADO:*
      *      CADA DEPARTAMENTO ES UNA PAGINA A FIRMAR POR SU GERENTE  *
      *****************************************************************
       2000-PROCESO.

           IF NO-PAGINA-ABIERTA
              OR WS-RCT-WORKDEPT NOT EQUAL WS-DEPTO-ANT
              PERFORM 2500-CIERRA-PAGINA
                 THRU 2500-CIERRA-PAGINA-EXIT
              PERFORM 2200-ABRE-PAGINA
                 THRU 2200-ABRE-PAGINA-EXIT
           END-IF

           PERFORM 2300-EVALUA-USUARIO
              THRU 2300-EVALUA-USUARIO-EXIT

           PERFORM 2400-IMPRIME-USUARIO
              THRU 2400-IMPRIME-USUARIO-EXIT

           PERFORM 2100-FETCH-RCT
              THRU 2100-FETCH-RCT-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                         2100-FETCH-RCT                        *
      *****************************************************************
       2100-FETCH-RCT.

           EXEC SQL
              FETCH CSR-RCT
               INTO :WS-RCT-USUARIO,
                    :WS-RCT-NIVEL,
                    :WS-RCT-IDIOMA,
                    :WS-RCT-EMPNO,
                    :WS-RCT-EN-EMP,
                    :WS-RCT-LASTNAME,
                    :WS-RCT-EMPSTATUS,
                    :WS-RCT-WORKDEPT,
                    :WS-RCT-DEPTNAME,
                    :WS-RCT-MGRNO,
                    :WS-RCT-MGR-LASTNAME,
                    :WS-RCT-LICENCIA,
                    :WS-RCT-GERENTE,
                    :WS-RCT-ACTIVIDAD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH RCT. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                      2100-FETCH-RCT-EXIT                      *
      *****************************************************************
       2100-FETCH-RCT-EXIT.
           EXIT.
      *****************************************************************
      *                        2200-ABRE-PAGINA                       *
      *****************************************************************
       2200-ABRE-PAGINA.

           IF CN-PAGINAS IS GREATER THAN ZEROS
              WRITE REG-REPRCT FROM WS-LINEA-TITULO
                    AFTER ADVANCING PAGE
           ELSE
              WRITE REG-REPRCT FROM WS-LINEA-TITULO
                    AFTER ADVANCING 0 LINES
           END-IF

           IF WS-RCT-WORKDEPT EQUAL SPACES
              MOVE SPACES                   TO LIN-DEP-WORKDEPT
                                               LIN-DEP-MGRNO
                                               LIN-DEP-MGR-LASTNAME
              MOVE 'USUARIOS SIN DEPARTAMENTO - SEGURIDAD'
                                            TO LIN-DEP-DEPTNAME
           ELSE
              MOVE WS-RCT-WORKDEPT          TO LIN-DEP-WORKDEPT
              MOVE WS-RCT-DEPTNAME          TO LIN-DEP-DEPTNAME
              MOVE WS-RCT-MGRNO             TO LIN-DEP-MGRNO
              MOVE WS-RCT-MGR-LASTNAME      TO LIN-DEP-MGR-LASTNAME
           END-IF

           WRITE REG-REPRCT FROM WS-LINEA-DEPTO
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPRCT FROM WS-LINEA-COLUMNAS
                 AFTER ADVANCING 2 LINES

           MOVE WS-RCT-WORKDEPT             TO WS-DEPTO-ANT
           MOVE ZEROS                       TO CN-PAG-USUARIOS
                                               CN-PAG-MARCADOS
           SET SI-PAGINA-ABIERTA            TO TRUE
           ADD CT-1                         TO CN-PAGINAS.

      *****************************************************************
      *                     2200-ABRE-PAGINA-EXIT                     *
      *****************************************************************
       2200-ABRE-PAGINA-EXIT.
           EXIT.
      *****************************************************************
      *                      2300-EVALUA-USUARIO                      *
      *                                                               *
      *    - SE INFORMA UNA SOLA OBSERVACION POR USUARIO, LA DE MAYOR *
      *      PESO: EMPLEADO INEXISTENTE, DADO DE BAJA, DE LICENCIA,   *
      *      APROBADOR QUE YA NO ES GERENTE, Y PERFIL DE ACTUALIZA-   *
      *      CION SIN ACTIVIDAD EN EL PERIODO.  LOS PERFILES DE       *
      *      CONSULTA NO DEJAN HISTORICO, POR ESO NO SE LES EXIGE     *
      *      ACTIVIDAD                                                *
      *****************************************************************
       2300-EVALUA-USUARIO.

           MOVE SPACES                      TO WS-ACCION
                                               WS-MOTIVO
                                               WS-OBSERVACION

           EVALUATE TRUE
               WHEN WS-RCT-EMPNO EQUAL SPACES
                    MOVE 'SIN EMPLEADO VINCULADO'
                                            TO WS-OBSERVACION
               WHEN NOT RCT-88-EN-EMP
                    MOVE CT-ACCION-REVOCAR  TO WS-ACCION
                    MOVE '01'               TO WS-MOTIVO
                    MOVE 'EMPLEADO VINCULADO INEXISTENTE EN EMP'
                                            TO WS-OBSERVACION
                    ADD CT-1                TO CN-SIN-EMPLEADO
               WHEN WS-RCT-EMPSTATUS EQUAL CT-EMPSTATUS-BAJA
                    MOVE CT-ACCION-REVOCAR  TO WS-ACCION
                    MOVE '02'               TO WS-MOTIVO
                    MOVE 'EMPLEADO VINCULADO DADO DE BAJA'
                                            TO WS-OBSERVACION
                    ADD CT-1                TO CN-BAJAS
               WHEN RCT-88-DE-LICENCIA
                    MOVE CT-ACCION-SUSPENDER
                                            TO WS-ACCION
                    MOVE '03'               TO WS-MOTIVO
                    MOVE 'EMPLEADO VINCULADO DE LICENCIA'
                                            TO WS-OBSERVACION
                    ADD CT-1                TO CN-LICENCIAS
               WHEN RCT-88-APROBACION AND NOT RCT-88-ES-GERENTE
                    MOVE CT-ACCION-BAJAR    TO WS-ACCION
                    MOVE '04'               TO WS-MOTIVO
                    MOVE 'APROBADOR QUE YA NO ES GERENTE'
                                            TO WS-OBSERVACION
                    ADD CT-1                TO CN-SIN-GERENCIA
               WHEN NOT RCT-88-CONSULTA AND NOT RCT-88-CON-ACTIVIDAD
                    MOVE CT-ACCION-BAJAR    TO WS-ACCION
                    MOVE '05'               TO WS-MOTIVO
                    MOVE 'SIN ACTIVIDAD EN EL PERIODO'
                                            TO WS-OBSERVACION
                    ADD CT-1                TO CN-SIN-ACTIVIDAD
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *****************************************************************
      *                   2300-EVALUA-USUARIO-EXIT                    *
      *****************************************************************
       2300-EVALUA-USUARIO-EXIT.
           EXIT.
      *****************************************************************
      *                     2400-IMPRIME-USUARIO                      *
      *****************************************************************
       2400-IMPRIME-USUARIO.

           MOVE WS-RCT-USUARIO              TO LIN-DET-USUARIO
           MOVE WS-RCT-NIVEL                TO LIN-DET-NIVEL
           MOVE WS-RCT-IDIOMA               TO LIN-DET-IDIOMA
           MOVE WS-RCT-EMPNO                TO LIN-DET-EMPNO
           MOVE WS-RCT-LASTNAME             TO LIN-DET-LASTNAME
           MOVE WS-RCT-EMPSTATUS            TO LIN-DET-EMPSTATUS
           MOVE WS-ACCION                   TO LIN-DET-ACCION
           MOVE WS-OBSERVACION              TO LIN-DET-OBSERVACION

           WRITE REG-REPRCT FROM WS-LINEA-DETALLE
                 AFTER ADVANCING 1 LINE

           ADD CT-1                         TO CN-PAG-USUARIOS
                                               CN-USUARIOS

           IF WS-ACCION EQUAL SPACES
              GO TO 2400-IMPRIME-USUARIO-EXIT
           END-IF

           MOVE SPACES                      TO REG-REVRCT
           MOVE WS-RCT-USUARIO              TO REV-USUARIO
           MOVE WS-RCT-NIVEL                TO REV-NIVEL
           MOVE WS-RCT-EMPNO                TO REV-EMPNO
           MOVE WS-ACCION                   TO REV-ACCION
           MOVE WS-MOTIVO                   TO REV-MOTIVO
           MOVE WS-OBSERVACION              TO REV-DESCRIPCION
           MOVE WS-FECHA-PROCESO            TO REV-FECHA

           WRITE REG-REVRCT

           ADD CT-1                         TO CN-PAG-MARCADOS
                                               CN-REVOCACIONES.

      *****************************************************************
      *                   2400-IMPRIME-USUARIO-EXIT                   *
      *****************************************************************
       2400-IMPRIME-USUARIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2500-CIERRA-PAGINA                       *
      *                                                               *
      *    - PIE DE LA PAGINA CON LOS TOTALES Y EL BLOQUE DE FIRMA    *
      *      DEL GERENTE                                              *
      *****************************************************************
       2500-CIERRA-PAGINA.

           IF NO-PAGINA-ABIERTA
              GO TO 2500-CIERRA-PAGINA-EXIT
           END-IF

           MOVE CN-PAG-USUARIOS             TO LIN-PIE-USUARIOS
           MOVE CN-PAG-MARCADOS             TO LIN-PIE-MARCADOS
           WRITE REG-REPRCT FROM WS-LINEA-PIE-TOTAL
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPRCT FROM WS-LINEA-PIE-CONFORME
                 AFTER ADVANCING 3 LINES
           WRITE REG-REPRCT FROM WS-LINEA-PIE-FIRMA
                 AFTER ADVANCING 3 LINES

           SET NO-PAGINA-ABIERTA            TO TRUE.

      *****************************************************************
      *                   2500-CIERRA-PAGINA-EXIT                     *
      *****************************************************************
       2500-CIERRA-PAGINA-EXIT.
           EXIT.
      *****************************************************************
      *                      2900-LINEA-RESUMEN                       *
      *****************************************************************
       2900-LINEA-RESUMEN.

           WRITE REG-REPRCT FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 1 LINE.

       2900-LINEA-RESUMEN-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *                                                               *
      *    - CIERRA LA ULTIMA PAGINA Y AGREGA UNA PAGINA DE RESUMEN;  *
      *      CON ALGUNA REVOCACION RECOMENDADA TERMINA CON RC 4       *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-RCT
           END-EXEC

           PERFORM 2500-CIERRA-PAGINA
              THRU 2500-CIERRA-PAGINA-EXIT

           WRITE REG-REPRCT FROM WS-LINEA-TITULO
                 AFTER ADVANCING PAGE

           MOVE 'PERFILES DE USUARIO REVISADOS:'
                                            TO LIN-RES-CONCEPTO
           MOVE CN-USUARIOS                 TO LIN-RES-CANTIDAD
           WRITE REG-REPRCT FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'EMPLEADO VINCULADO INEXISTENTE:'
                                            TO LIN-RES-CONCEPTO
           MOVE CN-SIN-EMPLEADO             TO LIN-RES-CANTIDAD
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT

           MOVE 'EMPLEADO VINCULADO DADO DE BAJA:'
                                            TO LIN-RES-CONCEPTO
           MOVE CN-BAJAS                    TO LIN-RES-CANTIDAD
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT

           MOVE 'EMPLEADO VINCULADO DE LICENCIA:'
                                            TO LIN-RES-CONCEPTO
           MOVE CN-LICENCIAS                TO LIN-RES-CANTIDAD
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT

           MOVE 'APROBADORES QUE YA NO SON GERENTES:'
                                            TO LIN-RES-CONCEPTO
           MOVE CN-SIN-GERENCIA             TO LIN-RES-CANTIDAD
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT

           MOVE 'SIN ACTIVIDAD EN EL PERIODO:'
                                            TO LIN-RES-CONCEPTO
           MOVE CN-SIN-ACTIVIDAD            TO LIN-RES-CANTIDAD
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT

           MOVE 'REVOCACIONES RECOMENDADAS (REVRCT):'
                                            TO LIN-RES-CONCEPTO
           MOVE CN-REVOCACIONES             TO LIN-RES-CANTIDAD
           PERFORM 2900-LINEA-RESUMEN
              THRU 2900-LINEA-RESUMEN-EXIT

           IF CN-REVOCACIONES GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NERCT000              *'
           DISPLAY 'PERFILES REVISADOS:      ' CN-USUARIOS
           DISPLAY 'PAGINAS DE FIRMA:        ' CN-PAGINAS
           DISPLAY 'REVOCACIONES RECOMEND.:  ' CN-REVOCACIONES
           DISPLAY '***********************************************'

           CLOSE REPRCT
                 REVRCT

           GOBACK.
