      *                          the latest DEPT_STATS snapshot from  *
      *                          NEEST000, flagging departments over  *
      *                          their authorization.                 *
      * 15/10/2026 gforrich      Actual staffing and vacancies also   *
      *                          reported in full-time equivalents    *
      *                          (DEPT_STATS.FTE); the over-          *
      *                          authorization flag stays on heads.   *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 FS-REPPOS                     PIC X(02) VALUE SPACES.
           05 WS-ACTUAL                     PIC S9(09) COMP VALUE ZERO.
           05 WS-VACANTES                   PIC S9(09) COMP VALUE ZERO.
           05 WS-ACTUAL-FTE                 PIC S9(07)V9(02) COMP-3.
           05 WS-VACANTES-FTE               PIC S9(07)V9(02) COMP-3.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(80) VALUE
              "DEPTO  AUTORIZADOS   ACTUAL  FTE ACT. VACANTES  VAC.FTE".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-DEPTNO                PIC X(03).
           05 LIN-DET-AUTORIZADOS           PIC ZZZZ9.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-DET-ACTUAL                PIC ZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-ACTUAL-FTE            PIC ZZZZ9,99.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-DET-VACANTES              PIC -ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-VACANTES-FTE          PIC -ZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-MARCA                 PIC X(11).
           05 FILLER                        PIC X(15) VALUE SPACES.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
           END-EXEC.

      * DOTACION REAL: EL SNAPSHOT MAS RECIENTE DE DEPT_STATS; UN
      * DEPARTAMENTO SIN SNAPSHOT SE INFORMA CON DOTACION CERO.  LA
      * DOTACION SE INFORMA EN CABEZAS Y EN EQUIVALENTES A TIEMPO
      * COMPLETO (FTE); EL EXCESO SOBRE LO AUTORIZADO SE MIDE EN
      * CABEZAS
           EXEC SQL
              DECLARE CSR-POS CURSOR FOR
              SELECT P.DEPTNO,
                     P.AUTORIZADOS,
                     VALUE(S.HEADCOUNT, 0),
                     VALUE(S.FTE, 0)
                FROM NEOSB36.DEPT_POSITIONS AS P
                LEFT JOIN NEOSB36.DEPT_STATS AS S
                       ON S.DEPTNO = P.DEPTNO
       2000-PROCESO.

           COMPUTE WS-VACANTES = DCLPOS-AUTORIZADOS - WS-ACTUAL
           COMPUTE WS-VACANTES-FTE = DCLPOS-AUTORIZADOS - WS-ACTUAL-FTE

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLPOS-DEPTNO               TO LIN-DET-DEPTNO
           MOVE DCLPOS-AUTORIZADOS          TO LIN-DET-AUTORIZADOS
           MOVE WS-ACTUAL                   TO LIN-DET-ACTUAL
           MOVE WS-ACTUAL-FTE               TO LIN-DET-ACTUAL-FTE
           MOVE WS-VACANTES                 TO LIN-DET-VACANTES
           MOVE WS-VACANTES-FTE             TO LIN-DET-VACANTES-FTE

           IF WS-VACANTES IS LESS THAN ZEROS
              MOVE '* EXCEDIDO'             TO LIN-DET-MARCA
              FETCH CSR-POS
               INTO :DCLPOS-DEPTNO,
                    :DCLPOS-AUTORIZADOS,
                    :WS-ACTUAL,
                    :WS-ACTUAL-FTE
           END-EXEC

           EVALUATE SQLCODE
