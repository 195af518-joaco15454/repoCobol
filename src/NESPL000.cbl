      *****************************************************************
      * Program name:    NESPL000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Validation report   *
      *                          of the cost split across             *
      *                          departments (EMP_DEPT_ALLOC): lists  *
      *                          every active employee whose split    *
      *                          in force at the business date, or    *
      *                          any later one already loaded, does   *
      *                          not add up to 100%.  Such a split is *
      *                          ignored by the cost programs, which  *
      *                          charge WORKDEPT instead.  Ends with  *
      *                          RC 4 when anything is listed.        *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NESPL000.
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

           SELECT REPDIS   ASSIGN TO REPDIS
                           FILE STATUS IS FS-REPDIS.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPDIS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPDIS              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPDIS                     PIC X(02) VALUE SPACES.
           05 WS-CANT-DEPTOS                PIC S9(04) COMP VALUE ZERO.
           05 WS-TOTAL-PORCENTAJE           PIC S9(05)V9(02) COMP-3.

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
           05 CT-SIN-FECHA                  PIC X(10)
                                            VALUE '0001-01-01'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REPARTOS-INVALIDOS         PIC 9(05).
           05 CN-REPARTOS-VIGENTES          PIC 9(05).
           05 CN-REPARTOS-FUTUROS           PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "REPARTOS DE COSTO QUE NO SUMAN 100% - FECHA:      ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              "EMPNO  DEP DESDE      DEPTOS  PORCENTAJE  ESTADO ".
           05 FILLER                        PIC X(30) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHADESDE            PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DEPTOS                PIC ZZZZZ9.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-DET-PORCENTAJE            PIC ZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-ESTADO                PIC X(07).
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(30) VALUE
              "TOTAL REPARTOS INVALIDOS:     ".
           05 LIN-TOT-INVALIDOS             PIC ZZZZ9.
           05 FILLER                        PIC X(45) VALUE SPACES.

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
              INCLUDE NEGTDIS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEMP
           END-EXEC.

      *****************************************************************
      *    REPARTOS DE EMPLEADOS ACTIVOS DESDE EL VIGENTE A LA FECHA   *
      *    DE PROCESO (O DESDE EL PRIMERO SI AUN NO HAY VIGENTE) QUE   *
      *    NO SUMAN 100                                                *
      *****************************************************************
           EXEC SQL
              DECLARE CSR-DIS CURSOR FOR
              SELECT A.EMPNO,
                     VALUE(E.WORKDEPT, ' '),
                     A.FECHADESDE,
                     COUNT(*),
                     SUM(A.PORCENTAJE)
                FROM NEOSB36.EMP_DEPT_ALLOC A,
                     NEOSB36.EMP E
               WHERE E.EMPNO      = A.EMPNO
                 AND E.EMPSTATUS  = :CT-EMPSTATUS-ACTIVO
                 AND A.FECHADESDE >=
                     VALUE((SELECT MAX(B.FECHADESDE)
                              FROM NEOSB36.EMP_DEPT_ALLOC B
                             WHERE B.EMPNO       = A.EMPNO
                               AND B.FECHADESDE <= :FEC0-FECHA-ISO),
                           :CT-SIN-FECHA)
               GROUP BY A.EMPNO,
                        E.WORKDEPT,
                        A.FECHADESDE
              HAVING SUM(A.PORCENTAJE) <> 100
               ORDER BY A.EMPNO,
                        A.FECHADESDE
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

           OPEN OUTPUT REPDIS

           IF FS-REPDIS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPDIS. FILE STATUS=' FS-REPDIS
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPDIS FROM WS-LINEA-TITULO
           WRITE REG-REPDIS FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-DIS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR REPARTOS. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPDIS
              GOBACK
           END-IF

           PERFORM 2100-FETCH-REPARTO
              THRU 2100-FETCH-REPARTO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - INFORMA EL REPARTO, MARCANDO SI ES EL VIGENTE O UNO QUE   *
      *      ENTRA EN VIGOR MAS ADELANTE                               *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-REPARTOS-INVALIDOS

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLDIS-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-WORKDEPT             TO LIN-DET-WORKDEPT
           MOVE DCLDIS-FECHADESDE           TO LIN-DET-FECHADESDE
           MOVE WS-CANT-DEPTOS              TO LIN-DET-DEPTOS
           MOVE WS-TOTAL-PORCENTAJE         TO LIN-DET-PORCENTAJE

           IF DCLDIS-FECHADESDE GREATER THAN FEC0-FECHA-ISO
              MOVE 'FUTURO'                 TO LIN-DET-ESTADO
              ADD CT-1                      TO CN-REPARTOS-FUTUROS
           ELSE
              MOVE 'VIGENTE'                TO LIN-DET-ESTADO
              ADD CT-1                      TO CN-REPARTOS-VIGENTES
           END-IF

           WRITE REG-REPDIS FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-REPARTO
              THRU 2100-FETCH-REPARTO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-REPARTO                       *
      *****************************************************************
       2100-FETCH-REPARTO.

           EXEC SQL
              FETCH CSR-DIS
               INTO :DCLDIS-EMPNO,
                    :DCLEMP-WORKDEPT,
                    :DCLDIS-FECHADESDE,
                    :WS-CANT-DEPTOS,
                    :WS-TOTAL-PORCENTAJE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH REPARTOS. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-REPARTO-EXIT                     *
      *****************************************************************
       2100-FETCH-REPARTO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-DIS
           END-EXEC

           MOVE CN-REPARTOS-INVALIDOS       TO LIN-TOT-INVALIDOS
           WRITE REG-REPDIS FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           IF CN-REPARTOS-INVALIDOS GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NESPL000              *'
           DISPLAY 'REPARTOS INVALIDOS:    ' CN-REPARTOS-INVALIDOS
           DISPLAY 'VIGENTES:              ' CN-REPARTOS-VIGENTES
           DISPLAY 'FUTUROS:               ' CN-REPARTOS-FUTUROS
           DISPLAY '***********************************************'

           CLOSE REPDIS

           GOBACK.
