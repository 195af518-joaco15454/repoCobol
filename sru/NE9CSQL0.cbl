      *****************************************************************
      * Program name:    NE9CSQL0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Common DB2 error    *
      *                          handler for the batch suite and the  *
      *                          routines: deadlock and timeout       *
      *                          (-911/-913) are rolled back to the   *
      *                          last commit and retried up to the    *
      *                          PARMSQL limit of PARAM_CTRL; every   *
      *                          unrecovered error is written to      *
      *                          SQL_ERRLOG for the NE17 console.     *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CSQL0.
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

      *    EL LIMITE SE LEE UNA SOLA VEZ POR PASO
           05 SW-LIMITE                  PIC X(01) VALUE 'N'.
              88 SI-LIMITE-LEIDO                         VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CSQL0'.
           05 CT-NE9CFEC0                PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMSQL             PIC X(08) VALUE 'PARMSQL'.
           05 CT-REINTENTOS-DEFECTO      PIC 9(02) VALUE 03.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-MAX-INTENTOS            PIC S9(04) COMP VALUE ZERO.
           05 WS-ED-SQLCODE              PIC -(8)9.

      *    PRIMERA LINEA DEL PARAMETRO PARMSQL: CANTIDAD DE REINTENTOS
       01  WS-LINEA-PARMSQL.
           05 WS-LP-REINTENTOS           PIC X(02).
           05 FILLER                     PIC X(18).

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
              INCLUDE NEGTSQE
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECSQL0-01.
           COPY NEECSQL0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECSQL0-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           SET SQL0-88-OK                   TO TRUE
           SET SQL0-88-ABANDONAR            TO TRUE

           EVALUATE TRUE
               WHEN SQL0-88-BLOQUEO AND SQL0-88-RUTINA
                    SET SQL0-88-DEVOLVER    TO TRUE
               WHEN SQL0-88-BLOQUEO
                    PERFORM 2100-TRATA-BLOQUEO
                       THRU 2100-TRATA-BLOQUEO-EXIT
               WHEN SQL0-88-PROPAGADO
                    CONTINUE
               WHEN OTHER
                    PERFORM 2300-GRABA-ERROR
                       THRU 2300-GRABA-ERROR-EXIT
           END-EVALUATE

           GOBACK.

      *****************************************************************
      *                      2100-TRATA-BLOQUEO                       *
      *                                                               *
      *    - DESHACE HASTA EL ULTIMO COMMIT. MIENTRAS QUEDEN          *
      *      REINTENTOS EL LLAMADOR REPROCESA DESDE ESE PUNTO; SI SE  *
      *      AGOTARON, EL ERROR SE GRABA Y SE CONFIRMA SOLO EL LOG    *
      *****************************************************************
       2100-TRATA-BLOQUEO.

           EXEC SQL
              ROLLBACK
           END-EXEC

           PERFORM 2200-LEE-LIMITE
              THRU 2200-LEE-LIMITE-EXIT

           MOVE WS-MAX-INTENTOS             TO SQL0-MAX-INTENTOS
           MOVE SQL0-SQLCODE                TO WS-ED-SQLCODE

           IF SQL0-INTENTOS IS LESS THAN WS-MAX-INTENTOS
              ADD 1                         TO SQL0-INTENTOS
              SET SQL0-88-REINTENTAR        TO TRUE
              DISPLAY CT-RUTINA ': SQLCODE ' WS-ED-SQLCODE
                      ' EN ' SQL0-PROGRAMA ' ' SQL0-PARRAFO
              DISPLAY CT-RUTINA ': ROLLBACK AL ULTIMO COMMIT, '
                      'REINTENTO ' SQL0-INTENTOS ' DE ' WS-MAX-INTENTOS
              GO TO 2100-TRATA-BLOQUEO-EXIT
           END-IF

           DISPLAY CT-RUTINA ': REINTENTOS AGOTADOS. SQLCODE '
                   WS-ED-SQLCODE ' EN ' SQL0-PROGRAMA ' ' SQL0-PARRAFO

           PERFORM 2300-GRABA-ERROR
              THRU 2300-GRABA-ERROR-EXIT

           EXEC SQL
              COMMIT
           END-EXEC.

       2100-TRATA-BLOQUEO-EXIT.
           EXIT.

      *****************************************************************
      *                       2200-LEE-LIMITE                         *
      *                                                               *
      *    - CANTIDAD DE REINTENTOS EN PARAM_CTRL (PARAMETRO PARMSQL, *
      *      PRIMERA LINEA); SIN VALOR NUMERICO SE USAN 3             *
      *****************************************************************
       2200-LEE-LIMITE.

           IF SI-LIMITE-LEIDO
              GO TO 2200-LEE-LIMITE-EXIT
           END-IF

           SET SI-LIMITE-LEIDO              TO TRUE
           MOVE CT-REINTENTOS-DEFECTO       TO WS-MAX-INTENTOS

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMSQL              TO PRM0-PARAMETRO
           MOVE FEC0-FECHA-ISO              TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF PRM0-88-OK
              SET IX-PRM0                   TO 1
              MOVE PRM0-LIN-VALOR(IX-PRM0)  TO WS-LINEA-PARMSQL
              IF WS-LP-REINTENTOS IS NUMERIC
                 MOVE WS-LP-REINTENTOS      TO WS-MAX-INTENTOS
              END-IF
           END-IF.

       2200-LEE-LIMITE-EXIT.
           EXIT.

      *****************************************************************
      *                       2300-GRABA-ERROR                        *
      *                                                               *
      *    - DEJA EL ERROR NO RECUPERADO EN SQL_ERRLOG PARA LA        *
      *      CONSOLA NE17                                             *
      *****************************************************************
       2300-GRABA-ERROR.

           MOVE SQL0-PROGRAMA               TO DCLSQE-PROGRAMA
           MOVE SQL0-PARRAFO                TO DCLSQE-PARRAFO
           MOVE SQL0-TABLA                  TO DCLSQE-TABLA
           MOVE SQL0-SQLCODE                TO DCLSQE-CODIGOSQL
           MOVE SQL0-SQLERRMC               TO DCLSQE-MENSAJESQL
           MOVE SQL0-CLAVE                  TO DCLSQE-CLAVE
           MOVE SQL0-INTENTOS               TO DCLSQE-INTENTOS

           EXEC SQL
              INSERT INTO NEOSB36.SQL_ERRLOG
              (
                    FECHAERROR,
                    PROGRAMA,
                    PARRAFO,
                    TABLA,
                    CODIGOSQL,
                    MENSAJESQL,
                    CLAVE,
                    INTENTOS
              )
              VALUES
              (
                   CURRENT TIMESTAMP,
                   :DCLSQE-PROGRAMA,
                   :DCLSQE-PARRAFO,
                   :DCLSQE-TABLA,
                   :DCLSQE-CODIGOSQL,
                   :DCLSQE-MENSAJESQL,
                   :DCLSQE-CLAVE,
                   :DCLSQE-INTENTOS
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET SQL0-88-ERROR-DB2         TO TRUE
              IF NOT SQL0-88-RUTINA
                 MOVE SQLCODE               TO WS-ED-SQLCODE
                 DISPLAY CT-RUTINA ': ERROR GRABANDO SQL_ERRLOG. '
                         'SQLCODE ' WS-ED-SQLCODE
              END-IF
           END-IF.

       2300-GRABA-ERROR-EXIT.
           EXIT.
