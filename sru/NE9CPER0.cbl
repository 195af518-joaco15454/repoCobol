      *****************************************************************
      * Program name:    NE9CPER0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Pay-period calendar *
      *                          check against NEOSB36.PAY_PERIOD:    *
      *                          finds the period of the employee's   *
      *                          LOCATION that holds an effective     *
      *                          date and, when payroll has already   *
      *                          closed it, returns the start of the  *
      *                          next open period so the capture can  *
      *                          be refused or moved. Option 'V'      *
      *                          logs the move in PERIOD_REDIRECT     *
      *                          for the redirect report; option 'C'  *
      *                          only checks.  A blank date checks    *
      *                          today, for changes that take effect  *
      *                          as soon as they are saved.           *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CPER0.
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
       01  SW-SWITCHES.
           05 SW-SQLCODE                 PIC S9(9) COMP.
              88 SQLCODE-88-OK                           VALUE 0.
              88 SQLCODE-88-NOTFND                       VALUE +100.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-PERIODO-ABIERTO        PIC X(01) VALUE 'A'.
           05 CT-PERIODO-CERRADO        PIC X(01) VALUE 'C'.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPPE
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPRD
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECPER-01.
           COPY NEECPER0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECPER-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           MOVE '00'                        TO PER0-COD-RET
           MOVE ZEROS                       TO PER0-SQLCODE
           MOVE SPACES                      TO PER0-PERIODO
                                               PER0-FECHA-NUEVA
                                               PER0-PERIODO-NUEVO

           IF NOT PER0-88-VERIFICA
              AND NOT PER0-88-CONSULTA
              MOVE '99'                     TO PER0-COD-RET
              GOBACK
           END-IF

           IF PER0-LOCATION EQUAL SPACES OR LOW-VALUES
              PERFORM 2100-LOCATION-EMPLEADO
                 THRU 2100-LOCATION-EMPLEADO-EXIT
           END-IF

      * SIN LOCATION NO HAY CALENDARIO QUE CONTROLAR
           IF NOT PER0-88-ABIERTO
              OR PER0-LOCATION EQUAL SPACES
              GOBACK
           END-IF

      * SIN FECHA SE CONTROLA EL DIA DE HOY (CAMBIOS QUE RIGEN
      * DESDE SU GRABACION)
           IF PER0-FECHA EQUAL SPACES OR LOW-VALUES
              PERFORM 2150-FECHA-HOY
                 THRU 2150-FECHA-HOY-EXIT
              IF NOT PER0-88-ABIERTO
                 GOBACK
              END-IF
           END-IF

           PERFORM 2200-PERIODO-FECHA
              THRU 2200-PERIODO-FECHA-EXIT

           IF PER0-88-ABIERTO
              AND DCLPPE-ESTADO EQUAL CT-PERIODO-CERRADO
              PERFORM 2300-PERIODO-ABIERTO
                 THRU 2300-PERIODO-ABIERTO-EXIT
           END-IF

           IF PER0-88-REDIRIGIDO
              AND PER0-88-VERIFICA
              PERFORM 2400-REGISTRA-REDIRECCION
                 THRU 2400-REGISTRA-REDIRECCION-EXIT
           END-IF

           GOBACK.

      *****************************************************************
      *                    2100-LOCATION-EMPLEADO                     *
      *                                                                *
      *    - EL CALENDARIO ES EL DE LA LOCATION DEL DEPARTAMENTO DEL   *
      *      EMPLEADO; SIN EMPLEADO O SIN DEPARTAMENTO NO HAY          *
      *      CALENDARIO Y LA FECHA SE ACEPTA                           *
      *****************************************************************
       2100-LOCATION-EMPLEADO.

           EXEC SQL
              SELECT VALUE(D.LOCATION, ' ')
                INTO :PER0-LOCATION
                FROM NEOSB36.EMP  AS E,
                     NEOSB36.DEPT AS D
               WHERE E.EMPNO  = :PER0-EMPNO
                 AND D.DEPTNO = E.WORKDEPT
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    MOVE SPACES             TO PER0-LOCATION
               WHEN OTHER
                    MOVE SQLCODE            TO PER0-SQLCODE
                    MOVE '99'               TO PER0-COD-RET
           END-EVALUATE.

      *****************************************************************
      *                 2100-LOCATION-EMPLEADO-EXIT                   *
      *****************************************************************
       2100-LOCATION-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                        2150-FECHA-HOY                         *
      *****************************************************************
       2150-FECHA-HOY.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :PER0-FECHA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE SQLCODE                  TO PER0-SQLCODE
              MOVE '99'                     TO PER0-COD-RET
           END-IF.

      *****************************************************************
      *                      2150-FECHA-HOY-EXIT                      *
      *****************************************************************
       2150-FECHA-HOY-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-PERIODO-FECHA                       *
      *                                                                *
      *    - PERIODO DE LA LOCATION QUE CONTIENE LA FECHA (DESDE EL    *
      *      INICIO HASTA LA FECHA DE CORTE). UNA FECHA QUE NO CAE EN  *
      *      NINGUN PERIODO CARGADO SE ACEPTA                          *
      *****************************************************************
       2200-PERIODO-FECHA.

           MOVE CT-PERIODO-ABIERTO          TO DCLPPE-ESTADO

           EXEC SQL
              SELECT PERIODO,
                     ESTADO
                INTO :DCLPPE-PERIODO,
                     :DCLPPE-ESTADO
                FROM NEOSB36.PAY_PERIOD
               WHERE LOCATION     = :PER0-LOCATION
                 AND FECHAINICIO <= DATE(:PER0-FECHA)
                 AND FECHACORTE  >= DATE(:PER0-FECHA)
               ORDER BY FECHAINICIO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE DCLPPE-PERIODO     TO PER0-PERIODO
               WHEN SQLCODE-88-NOTFND
                    MOVE CT-PERIODO-ABIERTO TO DCLPPE-ESTADO
               WHEN OTHER
                    MOVE SQLCODE            TO PER0-SQLCODE
                    MOVE '99'               TO PER0-COD-RET
           END-EVALUATE.

      *****************************************************************
      *                   2200-PERIODO-FECHA-EXIT                     *
      *****************************************************************
       2200-PERIODO-FECHA-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-PERIODO-ABIERTO                      *
      *                                                                *
      *    - PERIODO CERRADO: LA FECHA SE MUEVE AL INICIO DEL PRIMER   *
      *      PERIODO ABIERTO POSTERIOR DE LA MISMA LOCATION. SI NO     *
      *      HAY NINGUNO ABIERTO NO HAY A DONDE MOVERLA               *
      *****************************************************************
       2300-PERIODO-ABIERTO.

           EXEC SQL
              SELECT PERIODO,
                     CHAR(FECHAINICIO, ISO)
                INTO :DCLPPE-PERIODO,
                     :DCLPPE-FECHAINICIO
                FROM NEOSB36.PAY_PERIOD
               WHERE LOCATION     = :PER0-LOCATION
                 AND ESTADO       = :CT-PERIODO-ABIERTO
                 AND FECHAINICIO  > DATE(:PER0-FECHA)
               ORDER BY FECHAINICIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE '04'               TO PER0-COD-RET
                    MOVE DCLPPE-PERIODO     TO PER0-PERIODO-NUEVO
                    MOVE DCLPPE-FECHAINICIO TO PER0-FECHA-NUEVA
               WHEN SQLCODE-88-NOTFND
                    MOVE '08'               TO PER0-COD-RET
               WHEN OTHER
                    MOVE SQLCODE            TO PER0-SQLCODE
                    MOVE '99'               TO PER0-COD-RET
           END-EVALUATE.

      *****************************************************************
      *                  2300-PERIODO-ABIERTO-EXIT                    *
      *****************************************************************
       2300-PERIODO-ABIERTO-EXIT.
           EXIT.
      *****************************************************************
      *                  2400-REGISTRA-REDIRECCION                    *
      *****************************************************************
       2400-REGISTRA-REDIRECCION.

           MOVE PER0-EMPNO                  TO DCLPRD-EMPNO
           MOVE PER0-LOCATION               TO DCLPRD-LOCATION
           MOVE PER0-TIPO-CAMBIO            TO DCLPRD-TIPOCAMBIO
           MOVE PER0-FECHA                  TO DCLPRD-FECHAORIGINAL
           MOVE PER0-PERIODO                TO DCLPRD-PERIODOCERRADO
           MOVE PER0-FECHA-NUEVA            TO DCLPRD-FECHANUEVA
           MOVE PER0-PERIODO-NUEVO          TO DCLPRD-PERIODONUEVO
           MOVE PER0-PROGRAMA               TO DCLPRD-PROGRAMA
           MOVE PER0-USUARIO                TO DCLPRD-USUARIO

           EXEC SQL
              INSERT INTO NEOSB36.PERIOD_REDIRECT
              (
                    FECHAREGISTRO,
                    EMPNO,
                    LOCATION,
                    TIPOCAMBIO,
                    FECHAORIGINAL,
                    PERIODOCERRADO,
                    FECHANUEVA,
                    PERIODONUEVO,
                    PROGRAMA,
                    USUARIO
              )
              VALUES
              (
                    CURRENT TIMESTAMP,
                   :DCLPRD-EMPNO,
                   :DCLPRD-LOCATION,
                   :DCLPRD-TIPOCAMBIO,
                   :DCLPRD-FECHAORIGINAL,
                   :DCLPRD-PERIODOCERRADO,
                   :DCLPRD-FECHANUEVA,
                   :DCLPRD-PERIODONUEVO,
                   :DCLPRD-PROGRAMA,
                   :DCLPRD-USUARIO
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE SQLCODE                  TO PER0-SQLCODE
              MOVE '99'                     TO PER0-COD-RET
           END-IF.

      *****************************************************************
      *                2400-REGISTRA-REDIRECCION-EXIT                 *
      *****************************************************************
       2400-REGISTRA-REDIRECCION-EXIT.
           EXIT.
