      *****************************************************************
      * Program name:    NEONB000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Daily follow-up of  *
      *                          the new-hire onboarding checklists   *
      *                          opened by NE9CEMP0 on every hire or  *
      *                          rehire (ONBOARD_CHECK): each item is *
      *                          ticked off when its row exists       *
      *                          (EMP_BANK approved account,          *
      *                          EMP_ADDRESS, DEPENDENT, VAC_BALANCE  *
      *                          accrued since the hire, USER_PROFILE *
      *                          and the PARMPRB probation review     *
      *                          date); a complete checklist is       *
      *                          closed and one of a terminated       *
      *                          employee cancelled.  Checklists      *
      *                          still open after the PARAM_CTRL      *
      *                          PARMONB days (card override) are     *
      *                          listed with their pending items.     *
      *****************************************************************
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEONB000.
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

           SELECT PARMONB  ASSIGN TO PARMONB
                           FILE STATUS IS FS-PARMONB.

           SELECT REPONB   ASSIGN TO REPONB
                           FILE STATUS IS FS-REPONB.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      DIAS DE PLAZO PARA COMPLETAR LA INCORPORACION (PISA AL   *
      *      PARAMETRO PARMONB DE LA TABLA PARAM_CTRL)                *
      *****************************************************************
       FD  PARMONB
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PARMONB.
           05 PARM-VALORES                  PIC X(20).
           05 FILLER                        PIC X(60).

       FD  REPONB
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPONB              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMONB                    PIC X(02) VALUE SPACES.
           05 FS-REPONB                     PIC X(02) VALUE SPACES.
           05 WS-DIAS-PLAZO                 PIC 9(03) VALUE ZERO.
           05 WS-DIAS-ABIERTA               PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-PRUEBA                PIC S9(09) COMP VALUE ZERO.
           05 WS-EMPSTATUS                  PIC X(01) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.

      *****************************************************************
      *      LINEA DE PARAMETRO PARMONB (TARJETA O PARAM_CTRL):       *
      *      DIAS DE PLAZO (3)                                        *
      *****************************************************************
       01  WS-LINEA-PARMONB.
           05 WS-LP-DIAS-PLAZO              PIC 9(03).
           05 FILLER                        PIC X(17).

      *****************************************************************
      *      LINEA DEL PERIODO DE PRUEBA DE PARAM_CTRL (MISMO         *
      *      FORMATO QUE LA TARJETA PARMPRB DE NEPRB000)              *
      *****************************************************************
       01  WS-LINEA-PARMPRB.
           05 WS-LP-PROBATION               PIC 9(05).
           05 FILLER                        PIC X(15).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMONB                PIC X(08) VALUE 'PARMONB'.
           05 CT-PRM-PARMPRB                PIC X(08) VALUE 'PARMPRB'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEONB000'.
           05 CT-ACTIVO                     PIC X(01) VALUE 'A'.
           05 CT-EMPSTATUS-LICENCIA         PIC X(01) VALUE 'L'.
           05 CT-ONB-ABIERTO                PIC X(01) VALUE 'A'.
           05 CT-ONB-COMPLETO               PIC X(01) VALUE 'C'.
           05 CT-ONB-ANULADO                PIC X(01) VALUE 'X'.
           05 CT-ITEM-CUMPLIDO              PIC X(01) VALUE 'S'.
           05 CT-ITEM-PENDIENTE             PIC X(01) VALUE 'N'.
           05 CT-SIN-FECHA                  PIC X(10)
                                            VALUE '9999-12-31'.
           05 CT-DIAS-PLAZO-DEFECTO         PIC 9(03) VALUE 10.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-LEIDAS                     PIC 9(07).
           05 CN-COMPLETAS                  PIC 9(07).
           05 CN-ANULADAS                   PIC 9(07).
           05 CN-EN-PLAZO                   PIC 9(07).
           05 CN-ATRASADAS                  PIC 9(07).
           05 CN-SIN-CUENTA                 PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(34) VALUE
              "INCORPORACIONES ABIERTAS A FECHA  ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(13) VALUE
              "  PLAZO DIAS ".
           05 LIN-TIT-PLAZO                 PIC ZZ9.
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "EMPNO  INGRESO    T DIAS  F  PENDIENTE  ".
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-INGRESO               PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TIPO                  PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DIAS                  PIC ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-FAMILIA               PIC X(01).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-PEND-BANCO            PIC X(06).
           05 LIN-DET-PEND-DOMICILIO        PIC X(10).
           05 LIN-DET-PEND-VACACIONES       PIC X(11).
           05 LIN-DET-PEND-USUARIO          PIC X(08).
           05 LIN-DET-PEND-PRUEBA           PIC X(06).
           05 FILLER                        PIC X(10) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(29) VALUE
              "TOTAL ABIERTAS FUERA DE PLAZO".
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-ATRASADAS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(16) VALUE
              "   SIN CUENTA:  ".
           05 LIN-TOT-SIN-CUENTA            PIC ZZZZZZ9.
           05 FILLER                        PIC X(19) VALUE SPACES.

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
              INCLUDE NEGTONB
           END-EXEC.

      * LISTAS ABIERTAS CON LA SITUACION ACTUAL DE CADA ITEM: CUENTA
      * BANCARIA APROBADA, DOMICILIO, FAMILIAR ACTIVO, SALDO DE
      * VACACIONES ACREDITADO DESDE EL INGRESO Y USUARIO ASOCIADO.
      * EL ESTADO DEL EMPLEADO LLEGA EN BLANCO SI YA NO EXISTE.
           EXEC SQL
              DECLARE CSR-ONB CURSOR WITH HOLD FOR
              SELECT O.EMPNO,
                     CHAR(O.FECHAINGRESO, ISO),
                     O.TIPOINGRESO,
                     CHAR(O.FECHAPRUEBA, ISO),
                     VALUE(E.EMPSTATUS, ' '),
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM NEOSB36.EMP_BANK AS B
                                 WHERE B.EMPNO  = O.EMPNO
                                   AND B.ESTADO = :CT-ACTIVO)
                          THEN 'S' ELSE 'N'
                     END,
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM NEOSB36.EMP_ADDRESS AS A
                                 WHERE A.EMPNO  = O.EMPNO
                                   AND A.ESTADO = :CT-ACTIVO)
                          THEN 'S' ELSE 'N'
                     END,
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM NEOSB36.DEPENDENT AS F
                                 WHERE F.EMPNO  = O.EMPNO
                                   AND F.ESTADO = :CT-ACTIVO)
                          THEN 'S' ELSE 'N'
                     END,
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM NEOSB36.VAC_BALANCE AS V
                                 WHERE V.EMPNO          = O.EMPNO
                                   AND V.FECHAULTACRED >=
                                       O.FECHAINGRESO)
                          THEN 'S' ELSE 'N'
                     END,
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM NEOSB36.USER_PROFILE AS U
                                 WHERE U.EMPNO = O.EMPNO)
                          THEN 'S' ELSE 'N'
                     END,
                     DAYS(DATE(:WS-FECHA-PROCESO))
                   - DAYS(O.FECHAINGRESO)
                FROM NEOSB36.ONBOARD_CHECK AS O
                LEFT JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = O.EMPNO
               WHERE O.ESTADO = :CT-ONB-ABIERTO
               ORDER BY O.FECHAINGRESO, O.EMPNO
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

           PERFORM 1100-CARGA-PLAZO
              THRU 1100-CARGA-PLAZO-EXIT

           OPEN OUTPUT REPONB

           IF FS-REPONB NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPONB. FILE STATUS=' FS-REPONB
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           MOVE WS-DIAS-PLAZO               TO LIN-TIT-PLAZO
           WRITE REG-REPONB FROM WS-LINEA-TITULO
           WRITE REG-REPONB FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-ONB
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR ONB. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPONB
              GOBACK
           END-IF

           PERFORM 2100-FETCH-LISTA
              THRU 2100-FETCH-LISTA-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-CARGA-PLAZO                        *
      *                                                                *
      *    - LA TARJETA PARMONB, SI ESTA PRESENTE, PISA AL PARAMETRO   *
      *      PARMONB DE PARAM_CTRL; SIN NINGUNO DE LOS DOS QUEDA EL    *
      *      PLAZO POR DEFECTO.  COLUMNAS 1-3: DIAS DE PLAZO DESDE EL  *
      *      INGRESO PARA COMPLETAR LA INCORPORACION                   *
      *****************************************************************
       1100-CARGA-PLAZO.

           MOVE CT-DIAS-PLAZO-DEFECTO       TO WS-DIAS-PLAZO

           OPEN INPUT PARMONB

           IF FS-PARMONB EQUAL '00'
              READ PARMONB
                   AT END
                   PERFORM 1150-PLAZO-DE-TABLA
                      THRU 1150-PLAZO-DE-TABLA-EXIT
                   NOT AT END
                   MOVE PARM-VALORES         TO WS-LINEA-PARMONB
              END-READ
              CLOSE PARMONB
           ELSE
              PERFORM 1150-PLAZO-DE-TABLA
                 THRU 1150-PLAZO-DE-TABLA-EXIT
           END-IF

           IF WS-LP-DIAS-PLAZO IS NUMERIC
              AND WS-LP-DIAS-PLAZO IS GREATER THAN ZEROS
              MOVE WS-LP-DIAS-PLAZO         TO WS-DIAS-PLAZO
           END-IF

           DISPLAY 'PLAZO DE INCORPORACION: ' WS-DIAS-PLAZO ' DIAS'.

      *****************************************************************
      *                     1100-CARGA-PLAZO-EXIT                     *
      *****************************************************************
       1100-CARGA-PLAZO-EXIT.
           EXIT.
      *****************************************************************
      *                     1150-PLAZO-DE-TABLA                       *
      *****************************************************************
       1150-PLAZO-DE-TABLA.

           MOVE SPACES                      TO WS-LINEA-PARMONB

           INITIALIZE WS-NEECPRM0-01
           SET PRM0-88-LEE                  TO TRUE
           MOVE CT-PRM-PARMONB              TO PRM0-PARAMETRO
           MOVE FEC0-FECHA-ISO              TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              DISPLAY 'SIN TARJETA NI PARAMETRO PARMONB: SE USA EL '
                      'PLAZO POR DEFECTO'
              GO TO 1150-PLAZO-DE-TABLA-EXIT
           END-IF

           SET IX-PRM0                      TO 1
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMONB.

      *****************************************************************
      *                  1150-PLAZO-DE-TABLA-EXIT                     *
      *****************************************************************
       1150-PLAZO-DE-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - LA LISTA DE UN EMPLEADO QUE YA NO ESTA EN ACTIVIDAD SE    *
      *      ANULA.  LA LISTA SE CIERRA CUANDO ESTAN TODOS LOS ITEMS   *
      *      SALVO FAMILIARES, QUE SE INFORMA PERO NO LA RETIENE (HAY  *
      *      EMPLEADOS SIN FAMILIARES A CARGO).  LAS QUE SIGUEN        *
      *      ABIERTAS PASADO EL PLAZO VAN AL LISTADO.                  *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-LEIDAS

           IF WS-EMPSTATUS NOT EQUAL CT-ACTIVO
              AND WS-EMPSTATUS NOT EQUAL CT-EMPSTATUS-LICENCIA
              MOVE CT-ONB-ANULADO           TO DCLONB-ESTADO
              MOVE WS-FECHA-PROCESO         TO DCLONB-FECHACIERRE
              PERFORM 2300-ACTUALIZA-LISTA
                 THRU 2300-ACTUALIZA-LISTA-EXIT
              ADD CT-1                      TO CN-ANULADAS
              GO TO 2000-PROCESO-SIGUE
           END-IF

           IF DCLONB-FECHAPRUEBA EQUAL CT-SIN-FECHA
              PERFORM 2200-CALCULA-PRUEBA
                 THRU 2200-CALCULA-PRUEBA-EXIT
           END-IF

           IF DCLONB-FECHAPRUEBA NOT EQUAL CT-SIN-FECHA
              MOVE CT-ITEM-CUMPLIDO         TO DCLONB-ITEMPRUEBA
           END-IF

           IF DCLONB-ITEMBANCO          EQUAL CT-ITEM-CUMPLIDO
              AND DCLONB-ITEMDOMICILIO  EQUAL CT-ITEM-CUMPLIDO
              AND DCLONB-ITEMVACACIONES EQUAL CT-ITEM-CUMPLIDO
              AND DCLONB-ITEMUSUARIO    EQUAL CT-ITEM-CUMPLIDO
              AND DCLONB-ITEMPRUEBA     EQUAL CT-ITEM-CUMPLIDO
              MOVE CT-ONB-COMPLETO          TO DCLONB-ESTADO
              MOVE WS-FECHA-PROCESO         TO DCLONB-FECHACIERRE
              ADD CT-1                      TO CN-COMPLETAS
           ELSE
              MOVE CT-ONB-ABIERTO           TO DCLONB-ESTADO
              MOVE CT-SIN-FECHA             TO DCLONB-FECHACIERRE
           END-IF

           PERFORM 2300-ACTUALIZA-LISTA
              THRU 2300-ACTUALIZA-LISTA-EXIT

           IF SI-FIN-CURSOR
              OR DCLONB-ESTADO EQUAL CT-ONB-COMPLETO
              GO TO 2000-PROCESO-SIGUE
           END-IF

           IF WS-DIAS-ABIERTA IS NOT GREATER THAN WS-DIAS-PLAZO
              ADD CT-1                      TO CN-EN-PLAZO
              GO TO 2000-PROCESO-SIGUE
           END-IF

           PERFORM 2400-LISTA-ATRASADA
              THRU 2400-LISTA-ATRASADA-EXIT.

       2000-PROCESO-SIGUE.

           IF NOT SI-FIN-CURSOR
              PERFORM 2100-FETCH-LISTA
                 THRU 2100-FETCH-LISTA-EXIT
           END-IF.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-LISTA                         *
      *****************************************************************
       2100-FETCH-LISTA.

           EXEC SQL
              FETCH CSR-ONB
               INTO :DCLONB-EMPNO,
                    :DCLONB-FECHAINGRESO,
                    :DCLONB-TIPOINGRESO,
                    :DCLONB-FECHAPRUEBA,
                    :WS-EMPSTATUS,
                    :DCLONB-ITEMBANCO,
                    :DCLONB-ITEMDOMICILIO,
                    :DCLONB-ITEMFAMILIA,
                    :DCLONB-ITEMVACACIONES,
                    :DCLONB-ITEMUSUARIO,
                    :WS-DIAS-ABIERTA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE CT-ITEM-PENDIENTE  TO DCLONB-ITEMPRUEBA
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH ONB. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-LISTA-EXIT                       *
      *****************************************************************
       2100-FETCH-LISTA-EXIT.
           EXIT.
      *****************************************************************
      *                    2200-CALCULA-PRUEBA                        *
      *                                                                *
      *    - LA LISTA SE ABRIO SIN FECHA DE REVISION DEL PERIODO DE    *
      *      PRUEBA PORQUE NO HABIA PARMPRB VIGENTE AL INGRESO; SE     *
      *      VUELVE A INTENTAR CON EL PARAMETRO A ESA FECHA            *
      *****************************************************************
       2200-CALCULA-PRUEBA.

           INITIALIZE WS-NEECPRM0-01
           SET PRM0-88-LEE                  TO TRUE
           MOVE CT-PRM-PARMPRB              TO PRM0-PARAMETRO
           MOVE DCLONB-FECHAINGRESO         TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              GO TO 2200-CALCULA-PRUEBA-EXIT
           END-IF

           SET IX-PRM0                      TO 1
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMPRB

           IF WS-LP-PROBATION IS NOT NUMERIC
              OR WS-LP-PROBATION EQUAL ZEROS
              GO TO 2200-CALCULA-PRUEBA-EXIT
           END-IF

           MOVE WS-LP-PROBATION             TO WS-DIAS-PRUEBA

           EXEC SQL
              SELECT CHAR(DATE(:DCLONB-FECHAINGRESO)
                          + :WS-DIAS-PRUEBA DAYS, ISO)
                INTO :DCLONB-FECHAPRUEBA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEONB000: ERROR CALCULANDO FECHA DE PRUEBA. '
                      'SQLCODE=' SQLCODE ' EMPNO=' DCLONB-EMPNO
              MOVE CT-SIN-FECHA             TO DCLONB-FECHAPRUEBA
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                 2200-CALCULA-PRUEBA-EXIT                      *
      *****************************************************************
       2200-CALCULA-PRUEBA-EXIT.
           EXIT.
      *****************************************************************
      *                    2300-ACTUALIZA-LISTA                       *
      *****************************************************************
       2300-ACTUALIZA-LISTA.

           IF SI-FIN-CURSOR
              GO TO 2300-ACTUALIZA-LISTA-EXIT
           END-IF

           MOVE CT-PROGRAMA                 TO DCLONB-USUARIOCAMBIO

           EXEC SQL
              UPDATE NEOSB36.ONBOARD_CHECK
                 SET FECHAPRUEBA    = :DCLONB-FECHAPRUEBA,
                     ITEMBANCO      = :DCLONB-ITEMBANCO,
                     ITEMDOMICILIO  = :DCLONB-ITEMDOMICILIO,
                     ITEMFAMILIA    = :DCLONB-ITEMFAMILIA,
                     ITEMVACACIONES = :DCLONB-ITEMVACACIONES,
                     ITEMUSUARIO    = :DCLONB-ITEMUSUARIO,
                     ITEMPRUEBA     = :DCLONB-ITEMPRUEBA,
                     ESTADO         = :DCLONB-ESTADO,
                     FECHACIERRE    = :DCLONB-FECHACIERRE,
                     USUARIOCAMBIO  = :DCLONB-USUARIOCAMBIO,
                     FECHACAMBIO    = CURRENT TIMESTAMP
               WHERE EMPNO        = :DCLONB-EMPNO
                 AND FECHAINGRESO = :DCLONB-FECHAINGRESO
                 AND ESTADO       = :CT-ONB-ABIERTO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND +100
              DISPLAY 'NEONB000: ERROR ACTUALIZANDO LISTA. SQLCODE='
                      SQLCODE ' EMPNO=' DCLONB-EMPNO
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                 2300-ACTUALIZA-LISTA-EXIT                     *
      *****************************************************************
       2300-ACTUALIZA-LISTA-EXIT.
           EXIT.
      *****************************************************************
      *                    2400-LISTA-ATRASADA                        *
      *                                                                *
      *    - UNA LINEA POR LISTA FUERA DE PLAZO CON LOS ITEMS QUE LE   *
      *      FALTAN; LA COLUMNA F INDICA SI TIENE FAMILIARES CARGADOS  *
      *****************************************************************
       2400-LISTA-ATRASADA.

           MOVE DCLONB-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLONB-FECHAINGRESO         TO LIN-DET-INGRESO
           MOVE DCLONB-TIPOINGRESO          TO LIN-DET-TIPO
           MOVE WS-DIAS-ABIERTA             TO LIN-DET-DIAS
           MOVE DCLONB-ITEMFAMILIA          TO LIN-DET-FAMILIA

           MOVE SPACES                      TO LIN-DET-PEND-BANCO
                                               LIN-DET-PEND-DOMICILIO
                                               LIN-DET-PEND-VACACIONES
                                               LIN-DET-PEND-USUARIO
                                               LIN-DET-PEND-PRUEBA

           IF DCLONB-ITEMBANCO NOT EQUAL CT-ITEM-CUMPLIDO
              MOVE 'BANCO'                  TO LIN-DET-PEND-BANCO
              ADD CT-1                      TO CN-SIN-CUENTA
           END-IF

           IF DCLONB-ITEMDOMICILIO NOT EQUAL CT-ITEM-CUMPLIDO
              MOVE 'DOMICILIO'              TO LIN-DET-PEND-DOMICILIO
           END-IF

           IF DCLONB-ITEMVACACIONES NOT EQUAL CT-ITEM-CUMPLIDO
              MOVE 'VACACIONES'             TO LIN-DET-PEND-VACACIONES
           END-IF

           IF DCLONB-ITEMUSUARIO NOT EQUAL CT-ITEM-CUMPLIDO
              MOVE 'USUARIO'                TO LIN-DET-PEND-USUARIO
           END-IF

           IF DCLONB-ITEMPRUEBA NOT EQUAL CT-ITEM-CUMPLIDO
              MOVE 'PRUEBA'                 TO LIN-DET-PEND-PRUEBA
           END-IF

           WRITE REG-REPONB FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-ATRASADAS.

      *****************************************************************
      *                 2400-LISTA-ATRASADA-EXIT                      *
      *****************************************************************
       2400-LISTA-ATRASADA-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-ONB
           END-EXEC

           MOVE CN-ATRASADAS                TO LIN-TOT-ATRASADAS
           MOVE CN-SIN-CUENTA               TO LIN-TOT-SIN-CUENTA
           WRITE REG-REPONB FROM WS-LINEA-TOTAL

           IF RETURN-CODE EQUAL ZERO
              AND CN-ATRASADAS IS GREATER THAN ZEROS
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEONB000              *'
           DISPLAY 'FECHA DE PROCESO:      ' FEC0-FECHA-ISO
           DISPLAY 'LISTAS ABIERTAS LEIDAS:' CN-LEIDAS
           DISPLAY 'LISTAS COMPLETADAS:    ' CN-COMPLETAS
           DISPLAY 'LISTAS ANULADAS:       ' CN-ANULADAS
           DISPLAY 'ABIERTAS EN PLAZO:     ' CN-EN-PLAZO
           DISPLAY 'ABIERTAS FUERA PLAZO:  ' CN-ATRASADAS
           DISPLAY 'FUERA PLAZO SIN CUENTA:' CN-SIN-CUENTA
           DISPLAY '***********************************************'

           CLOSE REPONB

           GOBACK.
