      *****************************************************************
      * Program name:    NERTG000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Extracts the latest *
      *                          performance rating (EMP_RATING) of   *
      *                          each active employee together with   *
      *                          the quartile of their salary inside  *
      *                          the SALARY_GRADE range of their JOB, *
      *                          into the CALIFEMP file that DEMO01   *
      *                          loads to apply the merit matrix.     *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NERTG000.
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

           SELECT CALIFEMP ASSIGN TO CALIFEMP
                           FILE STATUS IS FS-CALIFEMP.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      CALIFICACION VIGENTE Y CUARTIL DEL SALARIO EN EL RANGO   *
      *      DEL GRADO (0 = PUESTO SIN GRADO SALARIAL CARGADO)        *
      *****************************************************************
       FD  CALIFEMP
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-CALIFEMP.
           05 CAL-EMPNO                     PIC X(06).
           05 CAL-CALIFICACION              PIC 9(01).
           05 CAL-CUARTIL                   PIC 9(01).
           05 FILLER                        PIC X(02).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-CALIFEMP                   PIC X(02) VALUE SPACES.
           05 WS-POSICION                   PIC 9V9(04) VALUE ZEROS.
           05 WS-CUARTIL                    PIC 9(01) VALUE ZEROS.

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
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-ESCRITOS         PIC 9(05).
           05 CN-SIN-GRADO                  PIC 9(05).

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
              INCLUDE NEGTRTG
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTGRD
           END-EXEC.

      * SOLO CUENTA LA ULTIMA CALIFICACION DEL EMPLEADO Y SIEMPRE
      * QUE SEA DEL ANIO EN CURSO O DEL ANTERIOR: UNA CALIFICACION
      * VIEJA NO DEBE SEGUIR GENERANDO AUMENTO POR MERITO
           EXEC SQL
              DECLARE CSR-RTG CURSOR FOR
              SELECT E.EMPNO,
                     R.CALIFICACION,
                     VALUE(E.SALARY, 0),
                     VALUE(G.GRADOMIN, 0),
                     VALUE(G.GRADOMAX, 0)
                FROM NEOSB36.EMP E
                     INNER JOIN NEOSB36.EMP_RATING R
                        ON R.EMPNO = E.EMPNO
                     LEFT OUTER JOIN NEOSB36.SALARY_GRADE G
                        ON G.JOBCODE = E.JOB
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND R.ANIO      = (SELECT MAX(R2.ANIO)
                                      FROM NEOSB36.EMP_RATING R2
                                     WHERE R2.EMPNO = E.EMPNO)
                 AND R.ANIO     >= YEAR(CURRENT DATE) - 1
               ORDER BY E.EMPNO
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

           OPEN OUTPUT CALIFEMP

           IF FS-CALIFEMP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR CALIFEMP. FILE STATUS='
                      FS-CALIFEMP
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              OPEN CSR-RTG
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR RTG. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE CALIFEMP
              GOBACK
           END-IF

           PERFORM 2100-FETCH-CALIFICACION
              THRU 2100-FETCH-CALIFICACION-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           PERFORM 2200-CALCULA-CUARTIL
              THRU 2200-CALCULA-CUARTIL-EXIT

           MOVE SPACES                      TO REG-CALIFEMP
           MOVE DCLEMP-EMPNO                TO CAL-EMPNO
           MOVE DCLRTG-CALIFICACION         TO CAL-CALIFICACION
           MOVE WS-CUARTIL                  TO CAL-CUARTIL

           WRITE REG-CALIFEMP

           ADD CT-1                         TO CN-REGISTROS-ESCRITOS

           PERFORM 2100-FETCH-CALIFICACION
              THRU 2100-FETCH-CALIFICACION-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                   2100-FETCH-CALIFICACION                     *
      *****************************************************************
       2100-FETCH-CALIFICACION.

           EXEC SQL
              FETCH CSR-RTG
               INTO :DCLEMP-EMPNO,
                    :DCLRTG-CALIFICACION,
                    :DCLEMP-SALARY,
                    :DCLGRD-GRADOMIN,
                    :DCLGRD-GRADOMAX
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH RTG. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                 2100-FETCH-CALIFICACION-EXIT                  *
      *****************************************************************
       2100-FETCH-CALIFICACION-EXIT.
           EXIT.
      *****************************************************************
      *                    2200-CALCULA-CUARTIL                       *
      *                                                               *
      *    - UBICA EL SALARIO EN EL RANGO GRADOMIN-GRADOMAX DEL JOB:  *
      *      POR DEBAJO DEL MINIMO CUENTA COMO PRIMER CUARTIL Y DESDE *
      *      EL MAXIMO COMO CUARTO.  SIN GRADO CARGADO EL CUARTIL ES  *
      *      CERO Y LA MATRIZ DE MERITO NO APLICA.                    *
      *****************************************************************
       2200-CALCULA-CUARTIL.

           MOVE ZEROS                       TO WS-CUARTIL

           IF DCLGRD-GRADOMAX IS NOT GREATER THAN DCLGRD-GRADOMIN
              ADD CT-1                      TO CN-SIN-GRADO
              GO TO 2200-CALCULA-CUARTIL-EXIT
           END-IF

           IF DCLEMP-SALARY IS LESS THAN DCLGRD-GRADOMIN
              MOVE 1                        TO WS-CUARTIL
              GO TO 2200-CALCULA-CUARTIL-EXIT
           END-IF

           IF DCLEMP-SALARY IS NOT LESS THAN DCLGRD-GRADOMAX
              MOVE 4                        TO WS-CUARTIL
              GO TO 2200-CALCULA-CUARTIL-EXIT
           END-IF

           COMPUTE WS-POSICION = (DCLEMP-SALARY - DCLGRD-GRADOMIN)
                               / (DCLGRD-GRADOMAX - DCLGRD-GRADOMIN)

           COMPUTE WS-CUARTIL = WS-POSICION * 4 + 1.

      *****************************************************************
      *                  2200-CALCULA-CUARTIL-EXIT                    *
      *****************************************************************
       2200-CALCULA-CUARTIL-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-RTG
           END-EXEC

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NERTG000              *'
           DISPLAY 'CALIFICACIONES EXTRACTADAS: ' CN-REGISTROS-ESCRITOS
           DISPLAY 'PUESTOS SIN GRADO SALARIAL: ' CN-SIN-GRADO
           DISPLAY '***********************************************'

           CLOSE CALIFEMP

           GOBACK.
