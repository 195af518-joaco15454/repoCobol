      *****************************************************************
      * Program name:    NEMWG000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Nightly statutory   *
      *                          minimum wage compliance: every       *
      *                          active employee against the minimum  *
      *                          in force at the business date for    *
      *                          the LOCATION of their department     *
      *                          (NEOSB36.MIN_WAGE), prorated by the  *
      *                          FTE percentage.  Lists the ones      *
      *                          below it, flagging those who fall    *
      *                          below because a new minimum takes    *
      *                          effect that same day.  Ends with     *
      *                          RC 4 when anybody is listed.         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEMWG000.
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

           SELECT REPMWG   ASSIGN TO REPMWG
                           FILE STATUS IS FS-REPMWG.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPMWG
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPMWG              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPMWG                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-MINIMO-AJUSTADO            PIC S9(09)V9(02) COMP-3.

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
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(05).
           05 CN-BAJO-MINIMO                PIC 9(05).
           05 CN-POR-NUEVO-MINIMO           PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "EMPLEADOS BAJO EL SALARIO MINIMO LEGAL - FECHA:   ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              "EMPNO  DEP LOCATION            SALARIO   JORN     ".
           05 FILLER                        PIC X(30) VALUE
              "MINIMO VIGENCIA              ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-LOCATION              PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SALARY                PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PCTJORNADA            PIC ZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-MINIMO                PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHADESDE            PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-MARCA                 PIC X(07).
           05 FILLER                        PIC X(05) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(13) VALUE
              "BAJO MINIMO: ".
           05 LIN-TOT-BAJO                  PIC ZZZZ9.
           05 FILLER                        PIC X(19) VALUE
              " POR NUEVO MINIMO: ".
           05 LIN-TOT-NUEVO                 PIC ZZZZ9.
           05 FILLER                        PIC X(38) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

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
              INCLUDE NEGTDEP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTMWG
           END-EXEC.

      *    MINIMO VIGENTE A LA FECHA DE PROCESO: EL DE FECHADESDE MAS
      *    RECIENTE NO POSTERIOR A ELLA.  UN MINIMO QUE ENTRA EN
      *    VIGENCIA HOY YA ES EL VIGENTE.
           EXEC SQL
              DECLARE CSR-MWG CURSOR FOR
              SELECT E.EMPNO,
                     E.WORKDEPT,
                     D.LOCATION,
                     E.SALARY,
                     E.PCTJORNADA,
                     M.SALARIOMIN,
                     CHAR(M.FECHADESDE, ISO)
                FROM NEOSB36.EMP      AS E,
                     NEOSB36.DEPT     AS D,
                     NEOSB36.MIN_WAGE AS M
               WHERE E.EMPSTATUS  = :CT-EMPSTATUS-ACTIVO
                 AND D.DEPTNO     = E.WORKDEPT
                 AND M.LOCATION   = D.LOCATION
                 AND M.FECHADESDE =
                     (SELECT MAX(M2.FECHADESDE)
                        FROM NEOSB36.MIN_WAGE AS M2
                       WHERE M2.LOCATION    = D.LOCATION
                         AND M2.FECHADESDE <= DATE(:WS-FECHA-PROCESO))
               ORDER BY D.LOCATION,
                        E.WORKDEPT,
                        E.EMPNO
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

           OPEN OUTPUT REPMWG

           IF FS-REPMWG NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPMWG. FILE STATUS=' FS-REPMWG
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPMWG FROM WS-LINEA-TITULO
           WRITE REG-REPMWG FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-MWG
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR MIN_WAGE. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPMWG
              GOBACK
           END-IF

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - MINIMO AJUSTADO = MINIMO DE LA LOCATION * JORNADA / 100,  *
      *      CON EL MISMO REDONDEO QUE LA EDICION DE NE9CVAL0, PARA    *
      *      QUE EL REPORTE Y LA CAPTURA JUZGUEN IGUAL                 *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-EMPLEADOS-LEIDOS

           COMPUTE WS-MINIMO-AJUSTADO ROUNDED =
                   DCLMWG-SALARIOMIN * DCLEMP-PCTJORNADA / 100

           IF DCLEMP-SALARY IS NOT LESS THAN WS-MINIMO-AJUSTADO
              GO TO 2000-PROCESO-SIGUE
           END-IF

           ADD CT-1                         TO CN-BAJO-MINIMO

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-WORKDEPT             TO LIN-DET-WORKDEPT
           MOVE DCLDEP-LOCATION             TO LIN-DET-LOCATION
           MOVE DCLEMP-SALARY               TO LIN-DET-SALARY
           MOVE DCLEMP-PCTJORNADA           TO LIN-DET-PCTJORNADA
           MOVE WS-MINIMO-AJUSTADO          TO LIN-DET-MINIMO
           MOVE DCLMWG-FECHADESDE           TO LIN-DET-FECHADESDE

      * EL MINIMO ENTRA EN VIGENCIA HOY: EL EMPLEADO CAE BAJO EL
      * MINIMO POR EL CAMBIO LEGAL, NO POR UNA CAPTURA
           IF DCLMWG-FECHADESDE EQUAL WS-FECHA-PROCESO
              MOVE '* NUEVO'                TO LIN-DET-MARCA
              ADD CT-1                      TO CN-POR-NUEVO-MINIMO
           END-IF

           WRITE REG-REPMWG FROM WS-LINEA-DETALLE.

       2000-PROCESO-SIGUE.

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-FETCH-EMPLEADO                       *
      *****************************************************************
       2100-FETCH-EMPLEADO.

           EXEC SQL
              FETCH CSR-MWG
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-WORKDEPT,
                    :DCLDEP-LOCATION,
                    :DCLEMP-SALARY,
                    :DCLEMP-PCTJORNADA,
                    :DCLMWG-SALARIOMIN,
                    :DCLMWG-FECHADESDE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH MIN_WAGE. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-MWG
           END-EXEC

           MOVE CN-BAJO-MINIMO              TO LIN-TOT-BAJO
           MOVE CN-POR-NUEVO-MINIMO         TO LIN-TOT-NUEVO
           WRITE REG-REPMWG FROM WS-LINEA-TOTALES
                 AFTER ADVANCING 2 LINES

           IF CN-BAJO-MINIMO GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEMWG000              *'
           DISPLAY 'FECHA DE PROCESO:   ' WS-FECHA-PROCESO
           DISPLAY 'EMPLEADOS LEIDOS:   ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'BAJO MINIMO LEGAL:  ' CN-BAJO-MINIMO
           DISPLAY 'POR NUEVO MINIMO:   ' CN-POR-NUEVO-MINIMO
           DISPLAY '***********************************************'

           CLOSE REPMWG

           GOBACK.
