      * 02/09/2026 gforrich      Register the generated SALPAY        *
      *                          (count + hash) in INTF_FILES via     *
      *                          NE9CFIL0 for the operations inquiry. *
      * 15/10/2026 gforrich      Carry the unused vacation payout of  *
      *                          the final-pay cut on the 'F' record. *
      * 15/10/2026 gforrich      Emit the month's loan and advance    *
      *                          instalments (LOAN_DEDUCT, generated  *
      *                          by NEPRE000) as 'P' records after    *
      *                          each detail, converted, with count   *
      *                          and total per currency on the        *
      *                          trailer; the 'F' record carries the  *
      *                          outstanding loan balance to recover  *
      *                          from the final pay as its deduction. *
      * 15/10/2026 gforrich      One extract per company (legal       *
      *                          entity): PARMCIA selects the company *
      *                          whose departments (DEPT.COMPANY) are *
      *                          extracted; header and trailers carry *
      *                          the company and the file registers   *
      *                          as SALPAY+company. Active employees  *
      *                          whose WORKDEPT has no department are *
      *                          reported, as they fall in no company.*
      * 15/10/2026 gforrich      Emit the month's court-ordered       *
      *                          garnishment withholdings             *
      *                          (GARNISH_DEDUCT, generated by        *
      *                          NEEMB000) as 'G' records after the   *
      *                          loan instalments, converted, with    *
      *                          count and total per currency on the  *
      *                          trailer.                             *
      * 15/10/2026 gforrich      A new hire whose onboarding          *
      *                          checklist (ONBOARD_CHECK) is still   *
      *                          open and who has no approved bank    *
      *                          account is held out of the extract   *
      *                          and counted apart.                   *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *****************************************************************
       FILE-CONTROL.

           SELECT PARMCIA  ASSIGN TO PARMCIA
                           FILE STATUS IS FS-PARMCIA.

           SELECT SALPAY   ASSIGN TO SALPAY
                           FILE STATUS IS FS-SALPAY.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMCIA
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMCIA.
           05 PARM-COMPANY                  PIC X(02).
           05 FILLER                        PIC X(08).

       FD  SALPAY
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMCIA                    PIC X(02) VALUE SPACES.
           05 FS-SALPAY                     PIC X(02) VALUE SPACES.
           05 WS-COMPANY                    PIC X(02) VALUE SPACES.
           05 WS-ARCHIVO-SALIDA.
              10 WS-ARC-PREFIJO             PIC X(06) VALUE SPACES.
              10 WS-ARC-COMPANY             PIC X(02) VALUE SPACES.
           05 WS-CANT-DEPTOS                PIC S9(09) COMP VALUE ZERO.
           05 WS-SIN-EMPRESA                PIC S9(09) COMP VALUE ZERO.
           05 WS-MONEDA-EMP                 PIC X(03) VALUE SPACES.
           05 WS-CUENTA-EMP                 PIC X(16) VALUE SPACES.
           05 WS-ONBOARDING-EMP             PIC X(01) VALUE SPACES.
              88 SI-ONBOARDING-ABIERTO                VALUE 'S'.
           05 WS-VARPAY-EMP                 PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-DEDUC-EMP                  PIC S9(07)V9(02) COMP-3
              88 NO-MONEDA-HALLADA                    VALUE 'N'.
           05 SW-FIN-FINALES                PIC X(01) VALUE 'N'.
              88 SI-FIN-FINALES                       VALUE 'S'.
           05 SW-FIN-CUOTAS                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CUOTAS                        VALUE 'S'.
           05 SW-FIN-EMBARGOS               PIC X(01) VALUE 'N'.
              88 SI-FIN-EMBARGOS                      VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEPAY000'.
           05 CT-ARCHIVO-SALPAY             PIC X(08) VALUE 'SALPAY'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-ONB-ABIERTO                PIC X(01) VALUE 'A'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
           05 CN-HASH-SALARIOS              PIC 9(13)V9(02) COMP-3.
           05 CN-REGISTROS-RECHAZADOS       PIC 9(07).
           05 CN-PAGOS-FINALES              PIC 9(07).
           05 CN-CUOTAS-PRESTAMO            PIC 9(07).
           05 CN-EMBARGOS                   PIC 9(07).
           05 CN-RETENIDOS-ONB              PIC 9(07).

      *****************************************************************
      *      MONEDAS ENCONTRADAS EN LA CORRIDA, CON SU TASA DEL DIA   *
              10 TB-MON-CANTIDAD            PIC 9(07).
              10 TB-MON-HASH                PIC 9(13)V9(02) COMP-3.
              10 TB-MON-DEDUC               PIC 9(13)V9(02) COMP-3.
              10 TB-MON-CANT-PRE            PIC 9(07).
              10 TB-MON-PRESTAMOS           PIC 9(13)V9(02) COMP-3.
              10 TB-MON-CANT-EMB            PIC 9(07).
              10 TB-MON-EMBARGOS            PIC 9(13)V9(02) COMP-3.

      *****************************************************************
      *        REGISTROS DEL LAYOUT DEL PROVEEDOR DE NOMINA           *
       01  WS-REG-HEADER.
           05 FILLER                        PIC X(01) VALUE 'H'.
           05 HDR-FECHA-PROCESO             PIC X(10).
           05 HDR-COMPANY                   PIC X(02).
           05 FILLER                        PIC X(107) VALUE SPACES.

       01  WS-REG-DETALLE.
           05 FILLER                        PIC X(01) VALUE 'D'.
           05 DET-CUENTA                    PIC X(16).
           05 DET-VARPAY                    PIC 9(09)V9(02).
           05 DET-DEDUCCION                 PIC 9(09)V9(02).
           05 DET-VACACIONES                PIC 9(09)V9(02) VALUE ZEROS.
           05 FILLER                        PIC X(01) VALUE SPACES.

      *****************************************************************
      *      CUOTA DEL MES DE UN PRESTAMO O ADELANTO DEL EMPLEADO,    *
      *      A CONTINUACION DE SU DETALLE, CON EL SALDO QUE QUEDA     *
      *****************************************************************
       01  WS-REG-PRESTAMO.
           05 FILLER                        PIC X(01) VALUE 'P'.
           05 PRE-EMPNO                     PIC X(06).
           05 PRE-NRO-PRESTAMO              PIC 9(03).
           05 PRE-MONEDA                    PIC X(03).
           05 PRE-CUOTA                     PIC 9(09)V9(02).
           05 PRE-SALDO                     PIC 9(09)V9(02).
           05 FILLER                        PIC X(85) VALUE SPACES.

      *****************************************************************
      *      RETENCION DEL MES POR EMBARGO JUDICIAL DEL EMPLEADO,     *
      *      A CONTINUACION DE SUS CUOTAS, CON EL SALDO QUE QUEDA     *
      *****************************************************************
       01  WS-REG-EMBARGO.
           05 FILLER                        PIC X(01) VALUE 'G'.
           05 EMB-EMPNO                     PIC X(06).
           05 EMB-NRO-EMBARGO               PIC 9(03).
           05 EMB-NRO-ORDEN                 PIC X(20).
           05 EMB-MONEDA                    PIC X(03).
           05 EMB-IMPORTE                   PIC 9(09)V9(02).
           05 EMB-SALDO                     PIC 9(09)V9(02).
           05 FILLER                        PIC X(65) VALUE SPACES.

      *****************************************************************
      *      SE ESCRIBE UN TRAILER POR MONEDA, CON LA CANTIDAD Y EL   *
           05 TRL-HASH-SALARIOS             PIC 9(13)V9(02).
           05 TRL-MONEDA                    PIC X(03).
           05 TRL-TOTAL-DEDUCCION           PIC 9(13)V9(02).
           05 TRL-CANT-PRESTAMOS            PIC 9(07).
           05 TRL-TOTAL-PRESTAMOS           PIC 9(13)V9(02).
           05 TRL-COMPANY                   PIC X(02).
           05 TRL-CANT-EMBARGOS             PIC 9(07).
           05 TRL-TOTAL-EMBARGOS            PIC 9(13)V9(02).
           05 FILLER                        PIC X(33) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
              INCLUDE NEGTFPY
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTLDD
           END-EXEC.

           EXEC SQL
              DECLARE CSR-LDD CURSOR FOR
              SELECT NROPRESTAMO,
                     IMPORTE,
                     SALDO
                FROM NEOSB36.LOAN_DEDUCT
               WHERE EMPNO   = :DCLEMP-EMPNO
                 AND PERIODO = :WS-PERIODO
               ORDER BY NROPRESTAMO
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEMB
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTGDD
           END-EXEC.

      * RETENCIONES POR EMBARGO DEL PERIODO, EN ORDEN DE PRIORIDAD
           EXEC SQL
              DECLARE CSR-GDD CURSOR FOR
              SELECT D.NROEMBARGO,
                     G.NROORDEN,
                     D.IMPORTE,
                     D.SALDO
                FROM NEOSB36.GARNISH_DEDUCT AS D
               INNER JOIN NEOSB36.EMP_GARNISH AS G
                       ON G.EMPNO      = D.EMPNO
                      AND G.NROEMBARGO = D.NROEMBARGO
               WHERE D.EMPNO   = :DCLEMP-EMPNO
                 AND D.PERIODO = :WS-PERIODO
               ORDER BY G.PRIORIDAD, D.NROEMBARGO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-FPY CURSOR WITH HOLD FOR
              SELECT EMPNO,
                     CHAR(FECHABAJA, ISO),
                     SALARY,
                     BONUS,
                     COMM,
                     VACACIONES,
                     PRESTAMOS
                FROM NEOSB36.FINAL_PAY
               WHERE ESTADO = 'P'
                 AND EMPNO IN (SELECT E.EMPNO
                                 FROM NEOSB36.EMP  AS E,
                                      NEOSB36.DEPT AS D
                                WHERE D.DEPTNO  = E.WORKDEPT
                                  AND D.COMPANY = :WS-COMPANY)
               ORDER BY EMPNO
           END-EXEC.

      * LA MONEDA DEL EMPLEADO SALE DE LA LOCALIDAD DE SU
      * DEPARTAMENTO VIA LOC_CURRENCY; SI LA LOCALIDAD NO TIENE
      * MONEDA ASIGNADA LLEGA EN BLANCO Y EL REGISTRO SE RECHAZA.
      * SE INDICA TAMBIEN SI EL EMPLEADO TIENE ABIERTA SU LISTA DE
      * INCORPORACION (ONBOARD_CHECK)
           EXEC SQL
              DECLARE CSR-PAY CURSOR FOR
              SELECT E.EMPNO,
                     VALUE(M.MONEDA, ' '),
                     VALUE(B.CUENTA, ' '),
                     VALUE(V.IMPORTE, 0),
                     VALUE(X.IMPORTE, 0),
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM NEOSB36.ONBOARD_CHECK AS O
                                 WHERE O.EMPNO  = E.EMPNO
                                   AND O.ESTADO = :CT-ONB-ABIERTO)
                          THEN 'S'
                          ELSE 'N'
                     END
                FROM NEOSB36.EMP AS E
                LEFT JOIN NEOSB36.DEPT AS D
                       ON D.DEPTNO = E.WORKDEPT
                       ON X.EMPNO   = E.EMPNO
                      AND X.PERIODO = :WS-PERIODO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND D.COMPANY   = :WS-COMPANY
               ORDER BY E.EMPNO
           END-EXEC.

           MOVE FEC0-AAAA                   TO WS-PER-AAAA
           MOVE FEC0-MM                     TO WS-PER-MM

           PERFORM 1100-LEE-EMPRESA
              THRU 1100-LEE-EMPRESA-EXIT

           OPEN OUTPUT SALPAY

           IF FS-SALPAY NOT EQUAL '00'
           END-IF

           MOVE FEC0-FECHA-ISO              TO HDR-FECHA-PROCESO
           MOVE WS-COMPANY                  TO HDR-COMPANY
           WRITE REG-SALPAY FROM WS-REG-HEADER

           EXEC SQL
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-LEE-EMPRESA                        *
      *                                                                *
      *    - LA TARJETA PARMCIA INDICA LA EMPRESA A EXTRAER; DEBE      *
      *      TENER AL MENOS UN DEPARTAMENTO EN NEOSB36.DEPT. SE        *
      *      INFORMAN LOS EMPLEADOS ACTIVOS CUYO WORKDEPT NO EXISTE,   *
      *      QUE NO QUEDAN EN EL EXTRACTO DE NINGUNA EMPRESA           *
      *****************************************************************
       1100-LEE-EMPRESA.

           OPEN INPUT PARMCIA

           IF FS-PARMCIA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMCIA. FILE STATUS=' FS-PARMCIA
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMCIA
                AT END
                DISPLAY 'ERROR: PARMCIA SIN REGISTRO DE PARAMETROS'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMCIA
                GOBACK
           END-READ

           MOVE PARM-COMPANY                TO WS-COMPANY

           CLOSE PARMCIA

           IF WS-COMPANY EQUAL SPACES OR LOW-VALUES
              DISPLAY 'ERROR: PARMCIA SIN EMPRESA INFORMADA'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-DEPTOS
                FROM NEOSB36.DEPT
               WHERE COMPANY = :WS-COMPANY
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR LEYENDO DEPT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-CANT-DEPTOS EQUAL ZERO
              DISPLAY 'ERROR: EMPRESA ' WS-COMPANY
                      ' SIN DEPARTAMENTOS EN DEPT'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-SIN-EMPRESA
                FROM NEOSB36.EMP AS E
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND NOT EXISTS (SELECT 1
                                   FROM NEOSB36.DEPT AS D
                                  WHERE D.DEPTNO = E.WORKDEPT)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR LEYENDO EMP. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-SIN-EMPRESA IS GREATER THAN ZERO
              DISPLAY 'NEPAY000: ' WS-SIN-EMPRESA
                      ' EMPLEADOS ACTIVOS SIN DEPARTAMENTO VALIDO - '
                      'NO PERTENECEN A NINGUNA EMPRESA'
           END-IF

           MOVE CT-ARCHIVO-SALPAY           TO WS-ARC-PREFIJO
           MOVE WS-COMPANY                  TO WS-ARC-COMPANY.

      *****************************************************************
      *                      1100-LEE-EMPRESA-EXIT                    *
      *****************************************************************
       1100-LEE-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.
              GO TO 2000-PROCESO-SIGUE
           END-IF

      * UN INGRESO CON LA INCORPORACION ABIERTA Y SIN CUENTA BANCARIA
      * APROBADA NO ENTRA AL EXTRACTO HASTA QUE LA CUENTA SE APRUEBE
           IF SI-ONBOARDING-ABIERTO
              AND WS-CUENTA-EMP EQUAL SPACES
              DISPLAY 'NEPAY000: EMPLEADO ' DCLEMP-EMPNO
                      ' EN INCORPORACION SIN CUENTA BANCARIA '
                      'APROBADA - SE RETIENE DEL EXTRACTO'
              ADD CT-1                      TO CN-RETENIDOS-ONB
              GO TO 2000-PROCESO-SIGUE
           END-IF

           PERFORM 2200-BUSCA-MONEDA
              THRU 2200-BUSCA-MONEDA-EXIT

           ADD DET-SALARY                   TO TB-MON-HASH(IX-MONEDA)
           ADD DET-VARPAY                   TO CN-HASH-SALARIOS
           ADD DET-VARPAY                   TO TB-MON-HASH(IX-MONEDA)
           ADD DET-DEDUCCION                TO TB-MON-DEDUC(IX-MONEDA)

           PERFORM 2300-CUOTAS-PRESTAMO
              THRU 2300-CUOTAS-PRESTAMO-EXIT

           PERFORM 2400-EMBARGOS
              THRU 2400-EMBARGOS-EXIT.

       2000-PROCESO-SIGUE.

                    :WS-MONEDA-EMP,
                    :WS-CUENTA-EMP,
                    :WS-VARPAY-EMP,
                    :WS-DEDUC-EMP,
                    :WS-ONBOARDING-EMP
           END-EXEC

           EVALUATE SQLCODE

           IF RETURN-CODE EQUAL ZERO
              IF CN-REGISTROS-RECHAZADOS IS GREATER THAN ZEROS
                 OR WS-SIN-EMPRESA IS GREATER THAN ZERO
                 OR CN-RETENIDOS-ONB IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEPAY000              *'
           DISPLAY 'EMPRESA:             ' WS-COMPANY
           DISPLAY 'REGISTROS ESCRITOS:  ' CN-REGISTROS-ESCRITOS
           DISPLAY 'REGISTROS EXCLUIDOS: ' CN-REGISTROS-RECHAZADOS
           DISPLAY 'PAGOS FINALES:       ' CN-PAGOS-FINALES
           DISPLAY 'CUOTAS DE PRESTAMOS: ' CN-CUOTAS-PRESTAMO
           DISPLAY 'RETENC. EMBARGOS:    ' CN-EMBARGOS
           DISPLAY 'RETENIDOS INCORPOR.: ' CN-RETENIDOS-ONB
           DISPLAY 'HASH DE SALARIOS:    ' CN-HASH-SALARIOS
           DISPLAY 'MONEDAS EN EXTRACTO: ' TB-CANT-MONEDAS
           DISPLAY '***********************************************'
      * CONSULTA DE OPERACIONES Y EL CONTROL DE RETRANSMISIONES
           INITIALIZE WS-NEECFIL0-01
           SET FIL0-88-SALIDA               TO TRUE
           MOVE WS-ARCHIVO-SALIDA           TO FIL0-ARCHIVO
           MOVE FEC0-FECHA-ISO              TO FIL0-FECHA-PROCESO
           MOVE CN-REGISTROS-ESCRITOS       TO FIL0-CANTIDAD
           MOVE CN-HASH-SALARIOS            TO FIL0-HASH
      *    - EMITE LOS CORTES DE PAGO FINAL PENDIENTES DE LA BAJA     *
      *      (FINAL_PAY) COMO REGISTROS 'F', SIN CONVERSION (EL       *
      *      PROVEEDOR LOS LIQUIDA POR SEPARADO), MARCANDO CADA UNO   *
      *      COMO ENVIADO.  EL SALDO DE PRESTAMOS A RECUPERAR VA EN   *
      *      EL CAMPO DE DEDUCCION                                    *
      *****************************************************************
       2500-PAGOS-FINALES.

                    :DCLFPY-FECHABAJA,
                    :DCLFPY-SALARY,
                    :DCLFPY-BONUS,
                    :DCLFPY-COMM,
                    :DCLFPY-VACACIONES,
                    :DCLFPY-PRESTAMOS
           END-EXEC

           EVALUATE SQLCODE
           MOVE DCLFPY-BONUS                TO DET-BONUS
           MOVE DCLFPY-COMM                 TO DET-COMM
           MOVE ZEROS                       TO DET-VARPAY
           MOVE DCLFPY-PRESTAMOS            TO DET-DEDUCCION
           MOVE DCLFPY-VACACIONES           TO DET-VACACIONES

           WRITE REG-SALPAY FROM WS-REG-DETALLE

           MOVE TB-MON-HASH(IX-MONEDA)      TO TRL-HASH-SALARIOS
           MOVE TB-MON-CODIGO(IX-MONEDA)    TO TRL-MONEDA
           MOVE TB-MON-DEDUC(IX-MONEDA)     TO TRL-TOTAL-DEDUCCION
           MOVE TB-MON-CANT-PRE(IX-MONEDA)  TO TRL-CANT-PRESTAMOS
           MOVE TB-MON-PRESTAMOS(IX-MONEDA) TO TRL-TOTAL-PRESTAMOS
           MOVE WS-COMPANY                  TO TRL-COMPANY
           MOVE TB-MON-CANT-EMB(IX-MONEDA)  TO TRL-CANT-EMBARGOS
           MOVE TB-MON-EMBARGOS(IX-MONEDA)  TO TRL-TOTAL-EMBARGOS

           WRITE REG-SALPAY FROM WS-REG-TRAILER.

           MOVE ZEROS                       TO
                                         TB-MON-CANTIDAD(IX-MONEDA)
           MOVE ZEROS                       TO TB-MON-HASH(IX-MONEDA)
           MOVE ZEROS                       TO TB-MON-DEDUC(IX-MONEDA)
           MOVE ZEROS                       TO
                                         TB-MON-CANT-PRE(IX-MONEDA)
           MOVE ZEROS                       TO
                                         TB-MON-PRESTAMOS(IX-MONEDA)
           MOVE ZEROS                       TO
                                         TB-MON-CANT-EMB(IX-MONEDA)
           MOVE ZEROS                       TO
                                         TB-MON-EMBARGOS(IX-MONEDA).

      *****************************************************************
      *                     2220-CARGA-TASA-EXIT                     *
      *****************************************************************
       2220-CARGA-TASA-EXIT.
           EXIT.

      *****************************************************************
      *                    2300-CUOTAS-PRESTAMO                       *
      *                                                                *
      *    - A CONTINUACION DEL DETALLE EMITE UN REGISTRO 'P' POR      *
      *      CADA CUOTA DE PRESTAMO O ADELANTO DEL EMPLEADO EN EL      *
      *      PERIODO, CONVERTIDA A LA MONEDA DEL SITIO                 *
      *****************************************************************
       2300-CUOTAS-PRESTAMO.

           MOVE 'N'                         TO SW-FIN-CUOTAS

           EXEC SQL
              OPEN CSR-LDD
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR LDD. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              SET SI-FIN-CURSOR              TO TRUE
              GO TO 2300-CUOTAS-PRESTAMO-EXIT
           END-IF

           PERFORM 2310-FETCH-CUOTA
              THRU 2310-FETCH-CUOTA-EXIT

           PERFORM 2320-EMITE-CUOTA
              THRU 2320-EMITE-CUOTA-EXIT
              UNTIL SI-FIN-CUOTAS

           EXEC SQL
              CLOSE CSR-LDD
           END-EXEC.

      *****************************************************************
      *                 2300-CUOTAS-PRESTAMO-EXIT                     *
      *****************************************************************
       2300-CUOTAS-PRESTAMO-EXIT.
           EXIT.

      *****************************************************************
      *                      2310-FETCH-CUOTA                         *
      *****************************************************************
       2310-FETCH-CUOTA.

           EXEC SQL
              FETCH CSR-LDD
               INTO :DCLLDD-NROPRESTAMO,
                    :DCLLDD-IMPORTE,
                    :DCLLDD-SALDO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CUOTAS       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH LDD. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CUOTAS       TO TRUE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2310-FETCH-CUOTA-EXIT                       *
      *****************************************************************
       2310-FETCH-CUOTA-EXIT.
           EXIT.

      *****************************************************************
      *                      2320-EMITE-CUOTA                         *
      *****************************************************************
       2320-EMITE-CUOTA.

           MOVE DCLEMP-EMPNO                TO PRE-EMPNO
           MOVE DCLLDD-NROPRESTAMO          TO PRE-NRO-PRESTAMO
           MOVE WS-MONEDA-EMP               TO PRE-MONEDA
           COMPUTE PRE-CUOTA ROUNDED  = DCLLDD-IMPORTE
                                      * TB-MON-TASA(IX-MONEDA)
           COMPUTE PRE-SALDO ROUNDED  = DCLLDD-SALDO
                                      * TB-MON-TASA(IX-MONEDA)

           WRITE REG-SALPAY FROM WS-REG-PRESTAMO

           ADD CT-1                         TO CN-CUOTAS-PRESTAMO
           ADD CT-1                         TO
                                         TB-MON-CANT-PRE(IX-MONEDA)
           ADD PRE-CUOTA                    TO
                                         TB-MON-PRESTAMOS(IX-MONEDA)

           PERFORM 2310-FETCH-CUOTA
              THRU 2310-FETCH-CUOTA-EXIT.

      *****************************************************************
      *                   2320-EMITE-CUOTA-EXIT                       *
      *****************************************************************
       2320-EMITE-CUOTA-EXIT.
           EXIT.

      *****************************************************************
      *                       2400-EMBARGOS                           *
      *                                                                *
      *    - A CONTINUACION DE LAS CUOTAS EMITE UN REGISTRO 'G' POR    *
      *      CADA RETENCION POR EMBARGO DEL EMPLEADO EN EL PERIODO,    *
      *      CONVERTIDA A LA MONEDA DEL SITIO                          *
      *****************************************************************
       2400-EMBARGOS.

           MOVE 'N'                         TO SW-FIN-EMBARGOS

           EXEC SQL
              OPEN CSR-GDD
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR GDD. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              SET SI-FIN-CURSOR              TO TRUE
              GO TO 2400-EMBARGOS-EXIT
           END-IF

           PERFORM 2410-FETCH-EMBARGO
              THRU 2410-FETCH-EMBARGO-EXIT

           PERFORM 2420-EMITE-EMBARGO
              THRU 2420-EMITE-EMBARGO-EXIT
              UNTIL SI-FIN-EMBARGOS

           EXEC SQL
              CLOSE CSR-GDD
           END-EXEC.

      *****************************************************************
      *                    2400-EMBARGOS-EXIT                         *
      *****************************************************************
       2400-EMBARGOS-EXIT.
           EXIT.

      *****************************************************************
      *                     2410-FETCH-EMBARGO                        *
      *****************************************************************
       2410-FETCH-EMBARGO.

           EXEC SQL
              FETCH CSR-GDD
               INTO :DCLGDD-NROEMBARGO,
                    :DCLEMB-NROORDEN,
                    :DCLGDD-IMPORTE,
                    :DCLGDD-SALDO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-EMBARGOS     TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH GDD. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-EMBARGOS     TO TRUE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  2410-FETCH-EMBARGO-EXIT                      *
      *****************************************************************
       2410-FETCH-EMBARGO-EXIT.
           EXIT.

      *****************************************************************
      *                     2420-EMITE-EMBARGO                        *
      *****************************************************************
       2420-EMITE-EMBARGO.

           MOVE DCLEMP-EMPNO                TO EMB-EMPNO
           MOVE DCLGDD-NROEMBARGO           TO EMB-NRO-EMBARGO
           MOVE DCLEMB-NROORDEN             TO EMB-NRO-ORDEN
           MOVE WS-MONEDA-EMP               TO EMB-MONEDA
           COMPUTE EMB-IMPORTE ROUNDED = DCLGDD-IMPORTE
                                       * TB-MON-TASA(IX-MONEDA)
           COMPUTE EMB-SALDO ROUNDED   = DCLGDD-SALDO
                                       * TB-MON-TASA(IX-MONEDA)

           WRITE REG-SALPAY FROM WS-REG-EMBARGO

           ADD CT-1                         TO CN-EMBARGOS
           ADD CT-1                         TO
                                         TB-MON-CANT-EMB(IX-MONEDA)
           ADD EMB-IMPORTE                  TO
                                         TB-MON-EMBARGOS(IX-MONEDA)

           PERFORM 2410-FETCH-EMBARGO
              THRU 2410-FETCH-EMBARGO-EXIT.

      *****************************************************************
      *                  2420-EMITE-EMBARGO-EXIT                      *
      *****************************************************************
       2420-EMITE-EMBARGO-EXIT.
           EXIT.
