      *****************************************************************
      * Program name:    NEHRS000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Loads the time      *
      *                          clock hours file (HORAS: EMPNO, work *
      *                          date, regular and extra hours) into  *
      *                          NEOSB36.TIME_HOURS, registered in    *
      *                          INTF_FILES via NE9CFIL0 like         *
      *                          NEVPL000.  The overtime pay is       *
      *                          computed from EMP.SALARY taken to    *
      *                          full time and the OVERTIME_RULES of  *
      *                          the LOCATION (hours per year and     *
      *                          weekday / weekend / HOLIDAY_CAL      *
      *                          rates) and accumulated in VAR_PAY    *
      *                          for the pay period, redirected by    *
      *                          NE9CPER0 when the period is closed.  *
      *                          Extra hours are checked against the  *
      *                          weekly and monthly legal limits of   *
      *                          the LOCATION.  Rejects go to HRRECH; *
      *                          REPHRS lists rejects, employees over *
      *                          a limit and the run totals.          *
      *****************************************************************
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEHRS000.
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

           SELECT HORAS    ASSIGN TO HORAS
                           FILE STATUS IS FS-HORAS.

           SELECT HRRECH   ASSIGN TO HRRECH
                           FILE STATUS IS FS-HRRECH.

           SELECT REPHRS   ASSIGN TO REPHRS
                           FILE STATUS IS FS-REPHRS.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HORAS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-HORAS.
           COPY NETCHRS0.

       FD  HRRECH
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-HRRECH.
           05 RCH-MOTIVO                    PIC X(40).
           05 RCH-REGISTRO                  PIC X(40).

       FD  REPHRS
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPHRS              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-HORAS                      PIC X(02) VALUE SPACES.
           05 FS-HRRECH                     PIC X(02) VALUE SPACES.
           05 FS-REPHRS                     PIC X(02) VALUE SPACES.
           05 WS-EMPNO-NUM                  PIC 9(06) VALUE ZEROS.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
           05 WS-FECHA-TRABAJO              PIC X(10) VALUE SPACES.
           05 WS-FECHA-LUNES                PIC X(10) VALUE SPACES.
           05 WS-LOCATION                   PIC X(16) VALUE SPACES.
           05 WS-SALARIO-FTE                PIC S9(09)V9(02) COMP-3
                                                      VALUE ZEROS.
           05 WS-DIA-SEMANA                 PIC S9(09) COMP VALUE ZERO.
           05 WS-FERIADOS                   PIC S9(09) COMP VALUE ZERO.
           05 WS-ANIO                       PIC S9(04) COMP VALUE ZERO.
           05 WS-MES                        PIC S9(04) COMP VALUE ZERO.
           05 WS-MM                         PIC 9(02) VALUE ZEROS.
           05 WS-DD                         PIC 9(02) VALUE ZEROS.
           05 WS-HORAS-DIA                  PIC S9(03)V9(02) COMP-3
                                                      VALUE ZEROS.
           05 WS-VALOR-HORA                 PIC S9(07)V9(06) COMP-3
                                                      VALUE ZEROS.
           05 WS-FACTOR                     PIC S9(01)V9(02) COMP-3
                                                      VALUE ZEROS.
           05 WS-IMPORTE-EXTRA              PIC S9(07)V9(02) COMP-3
                                                      VALUE ZEROS.
           05 WS-HORAS-ACUMULADAS           PIC S9(05)V9(02) COMP-3
                                                      VALUE ZEROS.
           05 WS-TOPE                       PIC S9(03)V9(02) COMP-3
                                                      VALUE ZEROS.
           05 WS-TIPO-TOPE                  PIC X(01) VALUE SPACES.
           05 WS-CLAVE-TOPE                 PIC X(10) VALUE SPACES.
           05 WS-PERIODO-TRABAJO.
              10 WS-PT-AAAA                 PIC X(04).
              10 WS-PT-MM                   PIC X(02).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
              88 NO-FIN-ARCHIVO                       VALUE 'N'.
           05 SW-FIN-PREVIA                 PIC X(01) VALUE 'N'.
              88 SI-FIN-PREVIA                        VALUE 'S'.
           05 SW-EXCESO-ENCONTRADO          PIC X(01) VALUE 'N'.
              88 SI-EXCESO-ENCONTRADO                 VALUE 'S'.
              88 NO-EXCESO-ENCONTRADO                 VALUE 'N'.
           05 SW-TABLA-LLENA                PIC X(01) VALUE 'N'.
              88 SI-TABLA-LLENA                       VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-24                         PIC 9(02) VALUE 24.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEHRS000'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-NE9CPER0                   PIC X(08) VALUE 'NE9CPER0'.
           05 CT-ARCHIVO-HORAS              PIC X(08) VALUE 'HORAS'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-DIA-HABIL                  PIC X(01) VALUE 'H'.
           05 CT-DIA-FINDE                  PIC X(01) VALUE 'S'.
           05 CT-DIA-FERIADO                PIC X(01) VALUE 'F'.
           05 CT-TOPE-SEMANAL               PIC X(01) VALUE 'S'.
           05 CT-TOPE-MENSUAL               PIC X(01) VALUE 'M'.
           05 CT-SABADO                     PIC 9(01) VALUE 6.
           05 CT-MAX-EXCESOS                PIC 9(03) VALUE 500.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-LEIDOS           PIC 9(05).
           05 CN-REGISTROS-CARGADOS         PIC 9(05).
           05 CN-REGISTROS-RECHAZADOS       PIC 9(05).
           05 CN-DIAS-HABILES               PIC 9(05).
           05 CN-DIAS-FINDE                 PIC 9(05).
           05 CN-DIAS-FERIADO               PIC 9(05).
           05 CN-REDIRIGIDOS                PIC 9(05).
           05 CN-EXCESOS-SIN-LUGAR          PIC 9(05).
           05 CN-HORAS-PREVIA               PIC S9(09) COMP.
           05 AC-HASH-HORAS                 PIC S9(13) COMP-3.
           05 AC-HORAS-NORMALES             PIC S9(07)V9(02) COMP-3.
           05 AC-HORAS-EXTRA                PIC S9(07)V9(02) COMP-3.
           05 AC-IMPORTE-EXTRA              PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *         TABLA DE EMPLEADOS SOBRE EL TOPE LEGAL (SEMANA O MES) *
      *****************************************************************
       01  TB-EXCESOS.
           05 TB-CANT-EXCESOS               PIC S9(04) COMP VALUE ZERO.
           05 TB-EXCESO OCCURS 500 TIMES
                        INDEXED BY IX-EXC.
              10 TB-EXC-EMPNO               PIC X(06).
              10 TB-EXC-LOCATION            PIC X(16).
              10 TB-EXC-TIPO                PIC X(01).
              10 TB-EXC-CLAVE               PIC X(10).
              10 TB-EXC-HORAS               PIC S9(05)V9(02) COMP-3.
              10 TB-EXC-TOPE                PIC S9(03)V9(02) COMP-3.

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECFIL0-01.
           COPY NEECFIL0.

       01  WS-NEECPER-01.
           COPY NEECPER0.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "HORAS DEL RELOJ DE ASISTENCIA Y HORAS EXTRA - FECH".
           05 FILLER                        PIC X(03) VALUE "A: ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(69) VALUE SPACES.

       01  WS-LINEA-SECCION.
           05 LIN-SEC-TEXTO                 PIC X(50).
           05 FILLER                        PIC X(82) VALUE SPACES.

       01  WS-LINEA-COL-RECHAZO.
           05 FILLER                        PIC X(50) VALUE
              "  REGISTRO RECIBIDO                         MOTIVO".
           05 FILLER                        PIC X(82) VALUE SPACES.

       01  WS-LINEA-RECHAZO.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-RCH-REGISTRO              PIC X(40).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-RCH-MOTIVO                PIC X(40).
           05 FILLER                        PIC X(48) VALUE SPACES.

       01  WS-LINEA-COL-EXCESO.
           05 FILLER                        PIC X(50) VALUE
              "  EMPNO   LOCATION          TOPE     DESDE       H".
           05 FILLER                        PIC X(40) VALUE
              "S.EXTRA    TOPE    EXCESO".
           05 FILLER                        PIC X(42) VALUE SPACES.

       01  WS-LINEA-EXCESO.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-EXC-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-EXC-LOCATION              PIC X(16).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-EXC-TIPO                  PIC X(07).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-EXC-CLAVE                 PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-EXC-HORAS                 PIC ZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-EXC-TOPE                  PIC ZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-EXC-EXCESO                PIC ZZZZ9,99.
           05 FILLER                        PIC X(57) VALUE SPACES.

       01  WS-LINEA-NINGUNO.
           05 FILLER                        PIC X(11) VALUE
              "  NINGUNO".
           05 FILLER                        PIC X(121) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-TEXTO                 PIC X(35).
           05 LIN-TOT-CANTIDAD              PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 LIN-TOT-IMPORTE REDEFINES LIN-TOT-CANTIDAD
                                            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(81) VALUE SPACES.

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
              INCLUDE NEGTOTR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTHRS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVPY
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

      * EL CONTROL DE ARCHIVO DUPLICADO VA ANTES DE CARGAR NADA:
      * UN HORAS RETRANSMITIDO LIQUIDARIA LAS HORAS EXTRA DOS VECES
           PERFORM 1050-VERIFICA-HORAS
              THRU 1050-VERIFICA-HORAS-EXIT

           OPEN INPUT HORAS

           IF FS-HORAS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR HORAS. FILE STATUS=' FS-HORAS
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT HRRECH

           IF FS-HRRECH NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR HRRECH. FILE STATUS=' FS-HRRECH
              MOVE 8                         TO RETURN-CODE
              CLOSE HORAS
              GOBACK
           END-IF

           OPEN OUTPUT REPHRS

           IF FS-REPHRS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPHRS. FILE STATUS=' FS-REPHRS
              MOVE 8                         TO RETURN-CODE
              CLOSE HORAS
                    HRRECH
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPHRS FROM WS-LINEA-TITULO
                 AFTER ADVANCING PAGE

           MOVE 'REGISTROS RECHAZADOS'      TO LIN-SEC-TEXTO
           WRITE REG-REPHRS FROM WS-LINEA-SECCION
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPHRS FROM WS-LINEA-COL-RECHAZO

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1050-VERIFICA-HORAS                      *
      *                                                                *
      *    - PASADA PREVIA: CUENTA LOS REGISTROS Y ACUMULA EL HASH     *
      *      DE LEGAJOS, Y REGISTRA LA IDENTIDAD DEL ARCHIVO EN        *
      *      INTF_FILES VIA NE9CFIL0. UN ARCHIVO YA PROCESADO SE       *
      *      RECHAZA AQUI                                              *
      *****************************************************************
       1050-VERIFICA-HORAS.

           OPEN INPUT HORAS

           IF FS-HORAS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR HORAS. FILE STATUS=' FS-HORAS
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N'                         TO SW-FIN-PREVIA
           MOVE ZEROS                       TO CN-HORAS-PREVIA
                                               AC-HASH-HORAS

           PERFORM 1060-CUENTA-HORAS
              THRU 1060-CUENTA-HORAS-EXIT
             UNTIL SI-FIN-PREVIA

           CLOSE HORAS

           INITIALIZE WS-NEECFIL0-01
           SET FIL0-88-ENTRADA              TO TRUE
           MOVE CT-ARCHIVO-HORAS            TO FIL0-ARCHIVO
           MOVE FEC0-FECHA-ISO              TO FIL0-FECHA-PROCESO
           MOVE CN-HORAS-PREVIA             TO FIL0-CANTIDAD
           MOVE AC-HASH-HORAS               TO FIL0-HASH
           MOVE CT-PROGRAMA                 TO FIL0-PROGRAMA

           CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

           IF FIL0-88-YA-PROCESADO
              DISPLAY 'NEHRS000: EL ARCHIVO HORAS YA FUE PROCESADO '
                      '(MISMA CANTIDAD Y HASH) - ARCHIVO RECHAZADO'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           IF FIL0-88-ERROR-DB2
              DISPLAY 'NEHRS000: ERROR REGISTRANDO EL ARCHIVO HORAS. '
                      'SQLCODE: ' FIL0-SQLCODE
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                   1050-VERIFICA-HORAS-EXIT                    *
      *****************************************************************
       1050-VERIFICA-HORAS-EXIT.
           EXIT.
      *****************************************************************
      *                       1060-CUENTA-HORAS                       *
      *****************************************************************
       1060-CUENTA-HORAS.

           READ HORAS
               AT END
                   SET SI-FIN-PREVIA        TO TRUE
                   GO TO 1060-CUENTA-HORAS-EXIT
           END-READ

           ADD CT-1                         TO CN-HORAS-PREVIA

           IF HRS-EMPNO IS NUMERIC
              MOVE HRS-EMPNO                TO WS-EMPNO-NUM
              ADD WS-EMPNO-NUM              TO AC-HASH-HORAS
           END-IF.

      *****************************************************************
      *                    1060-CUENTA-HORAS-EXIT                     *
      *****************************************************************
       1060-CUENTA-HORAS-EXIT.
           EXIT.
      *****************************************************************
      *                        1100-LEER-ARCHIVO                      *
      *****************************************************************
       1100-LEER-ARCHIVO.

           READ HORAS
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
      *****************************************************************
       2200-VALIDA-REGISTRO.

           IF HRS-EMPNO EQUAL SPACES OR LOW-VALUES
              OR HRS-EMPNO IS NOT NUMERIC
              MOVE 'EMPNO VACIO O NO NUMERICO'   TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           IF HRS-FT-AAAA IS NOT NUMERIC
              OR HRS-FT-MM IS NOT NUMERIC
              OR HRS-FT-DD IS NOT NUMERIC
              OR HRS-FT-GUION1 NOT EQUAL '-'
              OR HRS-FT-GUION2 NOT EQUAL '-'
              MOVE 'FECHA TRABAJADA INVALIDA (AAAA-MM-DD)'
                                            TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           MOVE HRS-FT-MM                   TO WS-MM
           MOVE HRS-FT-DD                   TO WS-DD

           IF WS-MM LESS THAN 1 OR WS-MM GREATER THAN 12
              OR WS-DD LESS THAN 1 OR WS-DD GREATER THAN 31
              MOVE 'FECHA TRABAJADA INVALIDA (AAAA-MM-DD)'
                                            TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           IF HRS-FECHA-TRABAJO GREATER THAN FEC0-FECHA-ISO
              MOVE 'FECHA TRABAJADA POSTERIOR AL PROCESO'
                                            TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           IF HRS-HORAS-NORMALES IS NOT NUMERIC
              OR HRS-HORAS-EXTRA IS NOT NUMERIC
              MOVE 'HORAS NO NUMERICAS'          TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           COMPUTE WS-HORAS-DIA = HRS-HORAS-NORMALES
                                + HRS-HORAS-EXTRA

           IF WS-HORAS-DIA EQUAL ZEROS
              OR WS-HORAS-DIA GREATER THAN CT-24
              MOVE 'HORAS DEL DIA EN CERO O MAYORES A 24'
                                            TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           MOVE HRS-EMPNO                   TO DCLHRS-EMPNO
           MOVE HRS-FECHA-TRABAJO           TO DCLHRS-FECHATRABAJO
                                               WS-FECHA-TRABAJO
           MOVE HRS-HORAS-NORMALES          TO DCLHRS-HORASNORMALES
           MOVE HRS-HORAS-EXTRA             TO DCLHRS-HORASEXTRA
           MOVE ZEROS                       TO DCLHRS-IMPORTE
           MOVE FEC0-FECHA-ISO              TO DCLHRS-FECHACARGA

           PERFORM 2250-DATOS-EMPLEADO
              THRU 2250-DATOS-EMPLEADO-EXIT.

      *****************************************************************
      *                  2200-VALIDA-REGISTRO-EXIT                    *
      *****************************************************************
       2200-VALIDA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                     2250-DATOS-EMPLEADO                       *
      *                                                                *
      *    - SALARIO LLEVADO A TIEMPO COMPLETO Y LOCATION DEL          *
      *      EMPLEADO ACTIVO, DIA DE LA SEMANA (1 = LUNES), LUNES DE   *
      *      SU SEMANA Y SI LA FECHA ES FERIADO EN HOLIDAY_CAL. UNA    *
      *      FECHA INEXISTENTE (31 DE ABRIL) LA RECHAZA DB2            *
      *****************************************************************
       2250-DATOS-EMPLEADO.

           MOVE SPACES                      TO WS-LOCATION
                                               WS-FECHA-LUNES
           MOVE ZEROS                       TO WS-SALARIO-FTE
                                               WS-DIA-SEMANA
                                               WS-FERIADOS

      * LA HORA EXTRA SE VALUA SOBRE EL SALARIO DE TIEMPO COMPLETO
      * (SALARY * 100 / PCTJORNADA), PORQUE LAS HORAS ANUALES DE
      * OVERTIME_RULES SON LAS DE UNA JORNADA COMPLETA
           EXEC SQL
              SELECT CASE WHEN E.PCTJORNADA > 0
                          THEN VALUE(E.SALARY, 0) * 100 / E.PCTJORNADA
                          ELSE VALUE(E.SALARY, 0)
                     END,
                     VALUE(D.LOCATION, ' '),
                     DAYOFWEEK_ISO(DATE(:WS-FECHA-TRABAJO)),
                     CHAR(DATE(:WS-FECHA-TRABAJO)
                        - (DAYOFWEEK_ISO(DATE(:WS-FECHA-TRABAJO)) - 1)
                          DAYS, ISO),
                     (SELECT COUNT(*)
                        FROM NEOSB36.HOLIDAY_CAL AS H
                       WHERE H.FECHA = DATE(:WS-FECHA-TRABAJO))
                INTO :WS-SALARIO-FTE,
                     :WS-LOCATION,
                     :WS-DIA-SEMANA,
                     :WS-FECHA-LUNES,
                     :WS-FERIADOS
                FROM NEOSB36.EMP AS E
                LEFT JOIN NEOSB36.DEPT AS D
                  ON D.DEPTNO = E.WORKDEPT
               WHERE E.EMPNO     = :DCLHRS-EMPNO
                 AND E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    MOVE 'EMPLEADO INEXISTENTE O INACTIVO'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
                    GO TO 2250-DATOS-EMPLEADO-EXIT
               WHEN -180
               WHEN -181
                    MOVE 'FECHA TRABAJADA INEXISTENTE'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
                    GO TO 2250-DATOS-EMPLEADO-EXIT
               WHEN OTHER
                    DISPLAY 'NEHRS000: ERROR DB2 LEYENDO EMPLEADO '
                            HRS-EMPNO ' SQLCODE=' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
                    GO TO 2250-DATOS-EMPLEADO-EXIT
           END-EVALUATE

           PERFORM 2300-REGLA-HORAS
              THRU 2300-REGLA-HORAS-EXIT.

      *****************************************************************
      *                  2250-DATOS-EMPLEADO-EXIT                     *
      *****************************************************************
       2250-DATOS-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-REGLA-HORAS                        *
      *                                                                *
      *    - REGLA DE HORAS EXTRA DE LA LOCATION VIGENTE A LA FECHA    *
      *      TRABAJADA (LA DE MAYOR FECHADESDE NO POSTERIOR A ELLA),   *
      *      COMO NEMWG000 CON MIN_WAGE                                *
      *****************************************************************
       2300-REGLA-HORAS.

           EXEC SQL
              SELECT O.HORASANIO,
                     O.FACTORHABIL,
                     O.FACTORFINDE,
                     O.FACTORFERIADO,
                     O.TOPESEMANAL,
                     O.TOPEMENSUAL
                INTO :DCLOTR-HORASANIO,
                     :DCLOTR-FACTORHABIL,
                     :DCLOTR-FACTORFINDE,
                     :DCLOTR-FACTORFERIADO,
                     :DCLOTR-TOPESEMANAL,
                     :DCLOTR-TOPEMENSUAL
                FROM NEOSB36.OVERTIME_RULES AS O
               WHERE O.LOCATION   = :WS-LOCATION
                 AND O.FECHADESDE =
                     (SELECT MAX(O2.FECHADESDE)
                        FROM NEOSB36.OVERTIME_RULES AS O2
                       WHERE O2.LOCATION    = :WS-LOCATION
                         AND O2.FECHADESDE <= DATE(:WS-FECHA-TRABAJO))
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN 100
                    MOVE 'SIN REGLA DE HORAS EXTRA PARA LOCATION'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
                    GO TO 2300-REGLA-HORAS-EXIT
               WHEN OTHER
                    DISPLAY 'NEHRS000: ERROR DB2 LEYENDO OVERTIME_RULES'
                            ' SQLCODE=' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
                    GO TO 2300-REGLA-HORAS-EXIT
           END-EVALUATE

           IF DCLOTR-HORASANIO NOT GREATER THAN ZEROS
              MOVE 'REGLA DE HORAS EXTRA SIN HORAS ANUALES'
                                            TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2300-REGLA-HORAS-EXIT
           END-IF

           PERFORM 2350-CALCULA-IMPORTE
              THRU 2350-CALCULA-IMPORTE-EXIT.

      *****************************************************************
      *                    2300-REGLA-HORAS-EXIT                      *
      *****************************************************************
       2300-REGLA-HORAS-EXIT.
           EXIT.
      *****************************************************************
      *                     2350-CALCULA-IMPORTE                      *
      *                                                                *
      *    - TIPO DE DIA: FERIADO DE HOLIDAY_CAL, SABADO O DOMINGO,    *
      *      O HABIL (EL FERIADO PREVALECE SOBRE EL FIN DE SEMANA).    *
      *      IMPORTE = HORAS EXTRA * VALOR HORA * FACTOR DEL DIA       *
      *****************************************************************
       2350-CALCULA-IMPORTE.

           EVALUATE TRUE
               WHEN WS-FERIADOS GREATER THAN ZEROS
                    MOVE CT-DIA-FERIADO     TO DCLHRS-TIPODIA
                    MOVE DCLOTR-FACTORFERIADO
                                            TO WS-FACTOR
               WHEN WS-DIA-SEMANA NOT LESS THAN CT-SABADO
                    MOVE CT-DIA-FINDE       TO DCLHRS-TIPODIA
                    MOVE DCLOTR-FACTORFINDE TO WS-FACTOR
               WHEN OTHER
                    MOVE CT-DIA-HABIL       TO DCLHRS-TIPODIA
                    MOVE DCLOTR-FACTORHABIL TO WS-FACTOR
           END-EVALUATE

           COMPUTE WS-VALOR-HORA ROUNDED = WS-SALARIO-FTE
                                         / DCLOTR-HORASANIO

           COMPUTE WS-IMPORTE-EXTRA ROUNDED = HRS-HORAS-EXTRA
                                            * WS-VALOR-HORA
                                            * WS-FACTOR

           MOVE WS-IMPORTE-EXTRA            TO DCLHRS-IMPORTE

           PERFORM 2400-PERIODO-PAGO
              THRU 2400-PERIODO-PAGO-EXIT.

      *****************************************************************
      *                  2350-CALCULA-IMPORTE-EXIT                    *
      *****************************************************************
       2350-CALCULA-IMPORTE-EXIT.
           EXIT.
      *****************************************************************
      *                      2400-PERIODO-PAGO                        *
      *                                                                *
      *    - LAS HORAS SE LIQUIDAN EN EL PERIODO DE LA FECHA           *
      *      TRABAJADA; SI NOMINA YA LO CERRO PARA LA LOCATION, EN EL  *
      *      PRIMER PERIODO ABIERTO (NE9CPER0 ASIENTA EL CAMBIO EN     *
      *      PERIOD_REDIRECT). SIN PERIODO EN EL CALENDARIO SE USA EL  *
      *      AAAAMM DE LA FECHA TRABAJADA                              *
      *****************************************************************
       2400-PERIODO-PAGO.

           MOVE HRS-FT-AAAA                 TO WS-PT-AAAA
           MOVE HRS-FT-MM                   TO WS-PT-MM

           INITIALIZE WS-NEECPER-01
           SET PER0-88-VERIFICA             TO TRUE
           SET PER0-88-CAMBIO-APLICADO      TO TRUE
           MOVE DCLHRS-EMPNO                TO PER0-EMPNO
           MOVE WS-LOCATION                 TO PER0-LOCATION
           MOVE WS-FECHA-TRABAJO            TO PER0-FECHA
           MOVE CT-PROGRAMA                 TO PER0-PROGRAMA
           MOVE CT-PROGRAMA                 TO PER0-USUARIO

           CALL CT-NE9CPER0 USING WS-NEECPER-01

           EVALUATE TRUE
               WHEN PER0-88-ABIERTO
                    IF PER0-PERIODO EQUAL SPACES
                       MOVE WS-PERIODO-TRABAJO
                                            TO DCLHRS-PERIODO
                    ELSE
                       MOVE PER0-PERIODO    TO DCLHRS-PERIODO
                    END-IF
               WHEN PER0-88-REDIRIGIDO
                    MOVE PER0-PERIODO-NUEVO TO DCLHRS-PERIODO
                    ADD CT-1                TO CN-REDIRIGIDOS
               WHEN PER0-88-SIN-ABIERTO
                    MOVE 'PERIODO CERRADO SIN PERIODO ABIERTO'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
                    GO TO 2400-PERIODO-PAGO-EXIT
               WHEN OTHER
                    DISPLAY 'NEHRS000: ERROR EN CALENDARIO DE NOMINA '
                            'PARA ' DCLHRS-EMPNO ' SQLCODE='
                            PER0-SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
                    GO TO 2400-PERIODO-PAGO-EXIT
           END-EVALUATE

           PERFORM 2500-CARGA-HORAS
              THRU 2500-CARGA-HORAS-EXIT.

      *****************************************************************
      *                    2400-PERIODO-PAGO-EXIT                     *
      *****************************************************************
       2400-PERIODO-PAGO-EXIT.
           EXIT.
      *****************************************************************
      *                       2500-CARGA-HORAS                        *
      *                                                                *
      *    - UN DIA POR EMPLEADO: UN DIA YA INFORMADO EN OTRO ARCHIVO  *
      *      SE RECHAZA PARA NO PAGAR DOS VECES SUS HORAS EXTRA        *
      *****************************************************************
       2500-CARGA-HORAS.

           EXEC SQL
              INSERT INTO NEOSB36.TIME_HOURS
              (
                    EMPNO,
                    FECHATRABAJO,
                    HORASNORMALES,
                    HORASEXTRA,
                    TIPODIA,
                    IMPORTE,
                    PERIODO,
                    FECHACARGA
              )
              VALUES
              (
                   :DCLHRS-EMPNO,
                   :DCLHRS-FECHATRABAJO,
                   :DCLHRS-HORASNORMALES,
                   :DCLHRS-HORASEXTRA,
                   :DCLHRS-TIPODIA,
                   :DCLHRS-IMPORTE,
                   :DCLHRS-PERIODO,
                   :DCLHRS-FECHACARGA
              )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN -803
                    MOVE 'DIA YA INFORMADO PARA EL EMPLEADO'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
                    GO TO 2500-CARGA-HORAS-EXIT
               WHEN OTHER
                    DISPLAY 'NEHRS000: ERROR EN INSERT TIME_HOURS. '
                            'SQLCODE=' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
                    GO TO 2500-CARGA-HORAS-EXIT
           END-EVALUATE

           IF DCLHRS-IMPORTE GREATER THAN ZEROS
              PERFORM 2550-ACUMULA-VARPAY
                 THRU 2550-ACUMULA-VARPAY-EXIT
              IF SI-FIN-ARCHIVO
                 GO TO 2500-CARGA-HORAS-EXIT
              END-IF
           END-IF

           ADD CT-1                         TO CN-REGISTROS-CARGADOS
           ADD DCLHRS-HORASNORMALES         TO AC-HORAS-NORMALES
           ADD DCLHRS-HORASEXTRA            TO AC-HORAS-EXTRA
           ADD DCLHRS-IMPORTE               TO AC-IMPORTE-EXTRA

           EVALUATE DCLHRS-TIPODIA
               WHEN CT-DIA-FERIADO
                    ADD CT-1                TO CN-DIAS-FERIADO
               WHEN CT-DIA-FINDE
                    ADD CT-1                TO CN-DIAS-FINDE
               WHEN OTHER
                    ADD CT-1                TO CN-DIAS-HABILES
           END-EVALUATE

           IF DCLHRS-HORASEXTRA GREATER THAN ZEROS
              PERFORM 2600-CONTROLA-TOPES
                 THRU 2600-CONTROLA-TOPES-EXIT
           END-IF.

      *****************************************************************
      *                    2500-CARGA-HORAS-EXIT                      *
      *****************************************************************
       2500-CARGA-HORAS-EXIT.
           EXIT.
      *****************************************************************
      *                     2550-ACUMULA-VARPAY                       *
      *                                                                *
      *    - SUMA EL IMPORTE DE LAS HORAS EXTRA AL PAGO VARIABLE DEL   *
      *      PERIODO, IGUAL QUE NEVPL000                               *
      *****************************************************************
       2550-ACUMULA-VARPAY.

           MOVE DCLHRS-EMPNO                TO DCLVPY-EMPNO
           MOVE DCLHRS-PERIODO              TO DCLVPY-PERIODO
           MOVE DCLHRS-IMPORTE              TO DCLVPY-IMPORTE

           EXEC SQL
              INSERT INTO NEOSB36.VAR_PAY
              (
                    EMPNO,
                    PERIODO,
                    IMPORTE
              )
              VALUES
              (
                   :DCLVPY-EMPNO,
                   :DCLVPY-PERIODO,
                   :DCLVPY-IMPORTE
              )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN -803
                    EXEC SQL
                       UPDATE NEOSB36.VAR_PAY
                          SET IMPORTE = IMPORTE + :DCLVPY-IMPORTE
                        WHERE EMPNO   = :DCLVPY-EMPNO
                          AND PERIODO = :DCLVPY-PERIODO
                    END-EXEC

                    IF SQLCODE NOT EQUAL ZEROS
                       DISPLAY 'NEHRS000: ERROR ACUMULANDO VAR_PAY. '
                               'SQLCODE=' SQLCODE
                       MOVE 8               TO RETURN-CODE
                       SET SI-FIN-ARCHIVO   TO TRUE
                    END-IF
               WHEN OTHER
                    DISPLAY 'NEHRS000: ERROR EN INSERT VAR_PAY. '
                            'SQLCODE=' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  2550-ACUMULA-VARPAY-EXIT                     *
      *****************************************************************
       2550-ACUMULA-VARPAY-EXIT.
           EXIT.
      *****************************************************************
      *                     2600-CONTROLA-TOPES                       *
      *                                                                *
      *    - HORAS EXTRA CARGADAS EN TIME_HOURS EN LA SEMANA (LUNES A  *
      *      DOMINGO) Y EN EL MES DE LA FECHA TRABAJADA, CONTRA LOS    *
      *      TOPES LEGALES DE LA LOCATION. LAS HORAS SE PAGAN IGUAL;   *
      *      EL EXCESO SE INFORMA. UN TOPE EN CERO NO SE CONTROLA      *
      *****************************************************************
       2600-CONTROLA-TOPES.

           IF DCLOTR-TOPESEMANAL GREATER THAN ZEROS
              MOVE ZEROS                    TO WS-HORAS-ACUMULADAS

              EXEC SQL
                 SELECT VALUE(SUM(T.HORASEXTRA), 0)
                   INTO :WS-HORAS-ACUMULADAS
                   FROM NEOSB36.TIME_HOURS AS T
                  WHERE T.EMPNO         = :DCLHRS-EMPNO
                    AND T.FECHATRABAJO BETWEEN DATE(:WS-FECHA-LUNES)
                                 AND DATE(:WS-FECHA-LUNES) + 6 DAYS
              END-EXEC

              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'NEHRS000: ERROR SUMANDO HORAS DE LA SEMANA. '
                         'SQLCODE=' SQLCODE
                 MOVE 8                     TO RETURN-CODE
                 SET SI-FIN-ARCHIVO         TO TRUE
                 GO TO 2600-CONTROLA-TOPES-EXIT
              END-IF

              IF WS-HORAS-ACUMULADAS GREATER THAN DCLOTR-TOPESEMANAL
                 MOVE CT-TOPE-SEMANAL       TO WS-TIPO-TOPE
                 MOVE WS-FECHA-LUNES        TO WS-CLAVE-TOPE
                 MOVE DCLOTR-TOPESEMANAL    TO WS-TOPE
                 PERFORM 2650-REGISTRA-EXCESO
                    THRU 2650-REGISTRA-EXCESO-EXIT
              END-IF
           END-IF

           IF DCLOTR-TOPEMENSUAL GREATER THAN ZEROS
              MOVE ZEROS                    TO WS-HORAS-ACUMULADAS
              MOVE HRS-FT-AAAA              TO WS-ANIO
              MOVE HRS-FT-MM                TO WS-MES

              EXEC SQL
                 SELECT VALUE(SUM(T.HORASEXTRA), 0)
                   INTO :WS-HORAS-ACUMULADAS
                   FROM NEOSB36.TIME_HOURS AS T
                  WHERE T.EMPNO               = :DCLHRS-EMPNO
                    AND YEAR(T.FECHATRABAJO)  = :WS-ANIO
                    AND MONTH(T.FECHATRABAJO) = :WS-MES
              END-EXEC

              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'NEHRS000: ERROR SUMANDO HORAS DEL MES. '
                         'SQLCODE=' SQLCODE
                 MOVE 8                     TO RETURN-CODE
                 SET SI-FIN-ARCHIVO         TO TRUE
                 GO TO 2600-CONTROLA-TOPES-EXIT
              END-IF

              IF WS-HORAS-ACUMULADAS GREATER THAN DCLOTR-TOPEMENSUAL
                 MOVE CT-TOPE-MENSUAL       TO WS-TIPO-TOPE
                 MOVE SPACES                TO WS-CLAVE-TOPE
                 MOVE HRS-FECHA-TRABAJO(1:7)
                                            TO WS-CLAVE-TOPE
                 MOVE DCLOTR-TOPEMENSUAL    TO WS-TOPE
                 PERFORM 2650-REGISTRA-EXCESO
                    THRU 2650-REGISTRA-EXCESO-EXIT
              END-IF
           END-IF.

      *****************************************************************
      *                  2600-CONTROLA-TOPES-EXIT                     *
      *****************************************************************
       2600-CONTROLA-TOPES-EXIT.
           EXIT.
      *****************************************************************
      *                    2650-REGISTRA-EXCESO                       *
      *                                                                *
      *    - UNA ENTRADA POR EMPLEADO, TIPO DE TOPE Y SEMANA O MES;    *
      *      SI YA ESTA SE ACTUALIZAN LAS HORAS ACUMULADAS             *
      *****************************************************************
       2650-REGISTRA-EXCESO.

           SET NO-EXCESO-ENCONTRADO         TO TRUE

           PERFORM 2660-BUSCA-EXCESO
              THRU 2660-BUSCA-EXCESO-EXIT
           VARYING IX-EXC FROM 1 BY 1
             UNTIL IX-EXC GREATER THAN TB-CANT-EXCESOS
                OR SI-EXCESO-ENCONTRADO

           IF SI-EXCESO-ENCONTRADO
              GO TO 2650-REGISTRA-EXCESO-EXIT
           END-IF

           IF TB-CANT-EXCESOS NOT LESS THAN CT-MAX-EXCESOS
              IF NOT SI-TABLA-LLENA
                 DISPLAY 'NEHRS000: TABLA DE EXCESOS LLENA ('
                         CT-MAX-EXCESOS '). NO SE LISTAN LOS DEMAS'
                 SET SI-TABLA-LLENA         TO TRUE
              END-IF
              ADD CT-1                      TO CN-EXCESOS-SIN-LUGAR
              GO TO 2650-REGISTRA-EXCESO-EXIT
           END-IF

           ADD CT-1                         TO TB-CANT-EXCESOS
           SET IX-EXC                       TO TB-CANT-EXCESOS
           MOVE DCLHRS-EMPNO                TO TB-EXC-EMPNO(IX-EXC)
           MOVE WS-LOCATION                 TO TB-EXC-LOCATION(IX-EXC)
           MOVE WS-TIPO-TOPE                TO TB-EXC-TIPO(IX-EXC)
           MOVE WS-CLAVE-TOPE               TO TB-EXC-CLAVE(IX-EXC)
           MOVE WS-HORAS-ACUMULADAS         TO TB-EXC-HORAS(IX-EXC)
           MOVE WS-TOPE                     TO TB-EXC-TOPE(IX-EXC).

      *****************************************************************
      *                 2650-REGISTRA-EXCESO-EXIT                     *
      *****************************************************************
       2650-REGISTRA-EXCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2660-BUSCA-EXCESO                        *
      *****************************************************************
       2660-BUSCA-EXCESO.

           IF TB-EXC-EMPNO(IX-EXC) EQUAL DCLHRS-EMPNO
              AND TB-EXC-TIPO(IX-EXC) EQUAL WS-TIPO-TOPE
              AND TB-EXC-CLAVE(IX-EXC) EQUAL WS-CLAVE-TOPE
              MOVE WS-HORAS-ACUMULADAS      TO TB-EXC-HORAS(IX-EXC)
              SET SI-EXCESO-ENCONTRADO      TO TRUE
           END-IF.

      *****************************************************************
      *                   2660-BUSCA-EXCESO-EXIT                      *
      *****************************************************************
       2660-BUSCA-EXCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2900-GRABA-RECHAZO                       *
      *****************************************************************
       2900-GRABA-RECHAZO.

           MOVE REG-HORAS                   TO RCH-REGISTRO
           WRITE REG-HRRECH
           ADD CT-1                         TO CN-REGISTROS-RECHAZADOS

           MOVE RCH-REGISTRO                TO LIN-RCH-REGISTRO
           MOVE RCH-MOTIVO                  TO LIN-RCH-MOTIVO
           WRITE REG-REPHRS FROM WS-LINEA-RECHAZO.

      *****************************************************************
      *                   2900-GRABA-RECHAZO-EXIT                     *
      *****************************************************************
       2900-GRABA-RECHAZO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

      * UNA CORRIDA ABORTADA NO DEJA HORAS NI IMPORTES A MEDIAS: SE
      * DESHACE TODO LO CARGADO Y EL ARCHIVO PUEDE REENVIARSE
           IF RETURN-CODE NOT LESS THAN 8
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE ZEROS                    TO CN-REGISTROS-CARGADOS
                                               AC-IMPORTE-EXTRA
           ELSE
              IF CN-REGISTROS-RECHAZADOS IS GREATER THAN ZEROS
                 OR TB-CANT-EXCESOS IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           IF CN-REGISTROS-RECHAZADOS EQUAL ZEROS
              WRITE REG-REPHRS FROM WS-LINEA-NINGUNO
           END-IF

           PERFORM 3100-IMPRIME-EXCESOS
              THRU 3100-IMPRIME-EXCESOS-EXIT

           PERFORM 3200-IMPRIME-TOTALES
              THRU 3200-IMPRIME-TOTALES-EXIT

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEHRS000              *'
           DISPLAY 'REGISTROS LEIDOS:     ' CN-REGISTROS-LEIDOS
           DISPLAY 'REGISTROS CARGADOS:   ' CN-REGISTROS-CARGADOS
           DISPLAY 'REGISTROS RECHAZADOS: ' CN-REGISTROS-RECHAZADOS
           DISPLAY 'PERIODOS REDIRIGIDOS: ' CN-REDIRIGIDOS
           DISPLAY 'EXCESOS DE TOPE:      ' TB-CANT-EXCESOS
           DISPLAY '***********************************************'

      * LA CORRIDA TERMINO SIN ABORTAR: SE CONFIRMA EL CONSUMO
      * PROVISORIO DEL HORAS EN INTF_FILES. LA RUTINA LLAMADA
      * DEJA SU PROPIO RETURN-CODE AL VOLVER; SE PRESERVA EL DE
      * ESTA CORRIDA
           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           IF WS-RC-GUARDADO IS LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-CONFIRMA          TO TRUE
              MOVE CT-ARCHIVO-HORAS         TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-HORAS-PREVIA          TO FIL0-CANTIDAD
              MOVE AC-HASH-HORAS            TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA
              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01
           END-IF

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           CLOSE HORAS
                 HRRECH
                 REPHRS

           GOBACK.

      *****************************************************************
      *                    3100-IMPRIME-EXCESOS                       *
      *****************************************************************
       3100-IMPRIME-EXCESOS.

           MOVE 'EMPLEADOS SOBRE EL TOPE LEGAL DE HORAS EXTRA'
                                            TO LIN-SEC-TEXTO
           WRITE REG-REPHRS FROM WS-LINEA-SECCION
                 AFTER ADVANCING 2 LINES

           IF TB-CANT-EXCESOS EQUAL ZEROS
              WRITE REG-REPHRS FROM WS-LINEA-NINGUNO
              GO TO 3100-IMPRIME-EXCESOS-EXIT
           END-IF

           WRITE REG-REPHRS FROM WS-LINEA-COL-EXCESO

           PERFORM 3110-IMPRIME-EXCESO
              THRU 3110-IMPRIME-EXCESO-EXIT
           VARYING IX-EXC FROM 1 BY 1
             UNTIL IX-EXC GREATER THAN TB-CANT-EXCESOS.

      *****************************************************************
      *                  3100-IMPRIME-EXCESOS-EXIT                    *
      *****************************************************************
       3100-IMPRIME-EXCESOS-EXIT.
           EXIT.
      *****************************************************************
      *                     3110-IMPRIME-EXCESO                       *
      *****************************************************************
       3110-IMPRIME-EXCESO.

           MOVE TB-EXC-EMPNO(IX-EXC)        TO LIN-EXC-EMPNO
           MOVE TB-EXC-LOCATION(IX-EXC)     TO LIN-EXC-LOCATION
           MOVE TB-EXC-CLAVE(IX-EXC)        TO LIN-EXC-CLAVE
           MOVE TB-EXC-HORAS(IX-EXC)        TO LIN-EXC-HORAS
           MOVE TB-EXC-TOPE(IX-EXC)         TO LIN-EXC-TOPE

           IF TB-EXC-TIPO(IX-EXC) EQUAL CT-TOPE-SEMANAL
              MOVE 'SEMANAL'                TO LIN-EXC-TIPO
           ELSE
              MOVE 'MENSUAL'                TO LIN-EXC-TIPO
           END-IF

           COMPUTE LIN-EXC-EXCESO = TB-EXC-HORAS(IX-EXC)
                                  - TB-EXC-TOPE(IX-EXC)

           WRITE REG-REPHRS FROM WS-LINEA-EXCESO.

      *****************************************************************
      *                   3110-IMPRIME-EXCESO-EXIT                    *
      *****************************************************************
       3110-IMPRIME-EXCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    3200-IMPRIME-TOTALES                       *
      *****************************************************************
       3200-IMPRIME-TOTALES.

           MOVE 'TOTALES DE LA CORRIDA'     TO LIN-SEC-TEXTO
           WRITE REG-REPHRS FROM WS-LINEA-SECCION
                 AFTER ADVANCING 2 LINES

           MOVE 'REGISTROS LEIDOS'          TO LIN-TOT-TEXTO
           MOVE CN-REGISTROS-LEIDOS         TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'REGISTROS CARGADOS'        TO LIN-TOT-TEXTO
           MOVE CN-REGISTROS-CARGADOS       TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'REGISTROS RECHAZADOS'      TO LIN-TOT-TEXTO
           MOVE CN-REGISTROS-RECHAZADOS     TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'DIAS HABILES'              TO LIN-TOT-TEXTO
           MOVE CN-DIAS-HABILES             TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'DIAS DE FIN DE SEMANA'     TO LIN-TOT-TEXTO
           MOVE CN-DIAS-FINDE               TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'DIAS FERIADOS'             TO LIN-TOT-TEXTO
           MOVE CN-DIAS-FERIADO             TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'HORAS NORMALES'            TO LIN-TOT-TEXTO
           MOVE AC-HORAS-NORMALES           TO LIN-TOT-IMPORTE
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'HORAS EXTRA'               TO LIN-TOT-TEXTO
           MOVE AC-HORAS-EXTRA              TO LIN-TOT-IMPORTE
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'IMPORTE HORAS EXTRA A VAR_PAY' TO LIN-TOT-TEXTO
           MOVE AC-IMPORTE-EXTRA            TO LIN-TOT-IMPORTE
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'PERIODOS REDIRIGIDOS'      TO LIN-TOT-TEXTO
           MOVE CN-REDIRIGIDOS              TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           MOVE 'EXCESOS DE TOPE LEGAL'     TO LIN-TOT-TEXTO
           MOVE TB-CANT-EXCESOS             TO LIN-TOT-CANTIDAD
           WRITE REG-REPHRS FROM WS-LINEA-TOTAL

           IF CN-EXCESOS-SIN-LUGAR GREATER THAN ZEROS
              MOVE 'EXCESOS NO LISTADOS (TABLA LLENA)'
                                            TO LIN-TOT-TEXTO
              MOVE CN-EXCESOS-SIN-LUGAR     TO LIN-TOT-CANTIDAD
              WRITE REG-REPHRS FROM WS-LINEA-TOTAL
           END-IF.

      *****************************************************************
      *                  3200-IMPRIME-TOTALES-EXIT                    *
      *****************************************************************
       3200-IMPRIME-TOTALES-EXIT.
           EXIT.
