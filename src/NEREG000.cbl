      *                          or the register omits precisely the  *
      *                          largest raises diverted for          *
      *                          approval.                            *
      * 15/10/2026 gforrich      New AUM.MERITO column: the share of  *
      *                          the salary increase that comes from  *
      *                          the merit matrix, at department,     *
      *                          location and company level.          *
      * 15/10/2026 gforrich      Each employee's cost is split across *
      *                          the departments of the allocation in *
      *                          force at the business date           *
      *                          (NE9CDIS1); the employee counts in   *
      *                          every department that receives a     *
      *                          share.                               *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 SORT-SALARY-INC               PIC S9(09)V9(02) COMP-3.
           05 SORT-BONUS-INC                PIC S9(09)V9(02) COMP-3.
           05 SORT-COMM-INC                 PIC S9(09)V9(02) COMP-3.
           05 SORT-MERITO-INC               PIC S9(09)V9(02) COMP-3.

       FD  REPREG
           RECORDING MODE IS F
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CDIS1                   PIC X(08) VALUE 'NE9CDIS1'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
       01  CN-CONTADORES.
           05 CN-REGISTROS-LEIDOS           PIC 9(05).
           05 CN-EMPLEADOS-DEPT             PIC 9(05).
           05 CN-REPARTO-INVALIDO           PIC 9(05).

      *****************************************************************
      *                 ACUMULADORES POR NIVEL DE CORTE               *
           05 AC-DEP-SALARY                 PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-BONUS                  PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-COMM                   PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-MERITO                 PIC S9(11)V9(02) COMP-3.

       01  AC-ACUMULADORES-EMPRESA.
           05 AC-EMP-SALARY                 PIC S9(11)V9(02) COMP-3.
           05 AC-EMP-BONUS                  PIC S9(11)V9(02) COMP-3.
           05 AC-EMP-COMM                   PIC S9(11)V9(02) COMP-3.
           05 AC-EMP-MERITO                 PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *     REPARTO DEL COSTO DEL EMPLEADO ENTRE SUS DEPARTAMENTOS:   *
      *     LOS CUATRO CONCEPTOS DEL AUMENTO Y LA PARTE DE CADA UNO   *
      *     QUE LE CORRESPONDE A CADA DEPARTAMENTO                    *
      *****************************************************************
       01  TB-REPARTO.
           05 TB-REP-CONCEPTOS.
              10 TB-REP-SALARY-INC          PIC S9(09)V9(02) COMP-3.
              10 TB-REP-BONUS-INC           PIC S9(09)V9(02) COMP-3.
              10 TB-REP-COMM-INC            PIC S9(09)V9(02) COMP-3.
              10 TB-REP-MERITO-INC          PIC S9(09)V9(02) COMP-3.
           05 TB-REP-CONCEPTOS-R REDEFINES TB-REP-CONCEPTOS.
              10 TB-REP-IMPORTE OCCURS 4 TIMES
                                INDEXED BY IX-CON
                                            PIC S9(09)V9(02) COMP-3.
           05 TB-REP-DEPTO OCCURS 20 TIMES
                           INDEXED BY IX-REP.
              10 TB-REP-DEPTNO              PIC X(03).
              10 TB-REP-PARTE OCCURS 4 TIMES
                                            PIC S9(09)V9(02) COMP-3.

      *****************************************************************
      *        TABLA DE LOCALIDADES (DEPTNO -> LOCATION DE DEPT)      *
              10 TB-TLOC-SALARY             PIC S9(11)V9(02) COMP-3.
              10 TB-TLOC-BONUS              PIC S9(11)V9(02) COMP-3.
              10 TB-TLOC-COMM               PIC S9(11)V9(02) COMP-3.
              10 TB-TLOC-MERITO             PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
              "REGISTRO DE COSTO DEL CICLO DE AUMENTOS - NEREG000".

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(49) VALUE
              "DEP LOCALIDAD            AUM.SALARIO   AUM.MERITO".
           05 FILLER                        PIC X(41) VALUE
              "    AUM.BONO    AUM.COMISION   EMPLEADOS".

       01  WS-LINEA-DEPTO.
           05 LIN-DEP-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-SALARY                PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-MERITO                PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-BONUS                 PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-COMM                  PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-DEP-EMPLEADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(03) VALUE SPACES.

       01  WS-LINEA-LOCALIDAD.
           05 FILLER                        PIC X(04) VALUE "LOC ".
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-SALARY                PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-MERITO                PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-BONUS                 PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-COMM                  PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(11) VALUE SPACES.

       01  WS-LINEA-EMPRESA.
           05 FILLER                        PIC X(20) VALUE
              "TOTAL EMPRESA       ".
           05 LIN-EMP-SALARY                PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-MERITO                PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-BONUS                 PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-COMM                  PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(15) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEEC0001-01.
           COPY NEEC0001.
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.
       01  WS-NEECDIS1-01.
           COPY NEECDIS1.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
                       AC-ACUMULADORES-DEPT
                       AC-ACUMULADORES-EMPRESA

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           OPEN INPUT  E1DQ0040

           IF FS-E1DQ0040 NOT EQUAL '00'
           EXIT.
      *****************************************************************
      *                     2200-LIBERA-REGISTRO                      *
      *                                                                *
      *    - LIBERA UN REGISTRO DE SORT POR CADA DEPARTAMENTO DEL      *
      *      REPARTO DEL EMPLEADO, CON SU PARTE DEL COSTO              *
      *****************************************************************
       2200-LIBERA-REGISTRO.

           MOVE 0001-SALARY-INC             TO TB-REP-SALARY-INC
           MOVE 0001-BONUS-INC              TO TB-REP-BONUS-INC
           MOVE 0001-COMM-INC               TO TB-REP-COMM-INC

           IF 0001-88-POR-MERITO
              MOVE 0001-MERITO-INC          TO TB-REP-MERITO-INC
           ELSE
              MOVE ZEROS                    TO TB-REP-MERITO-INC
           END-IF

           PERFORM 2250-REPARTE-COSTO
              THRU 2250-REPARTE-COSTO-EXIT

           PERFORM 2280-LIBERA-DEPTO
              THRU 2280-LIBERA-DEPTO-EXIT
              VARYING IX-REP FROM 1 BY 1
              UNTIL IX-REP IS GREATER THAN DIS1-CANT-DEPTOS

           PERFORM 2100-LEER-ARCHIVO
              THRU 2100-LEER-ARCHIVO-EXIT.
       2200-LIBERA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                      2250-REPARTE-COSTO                       *
      *                                                                *
      *    - OBTIENE EL REPARTO DEL EMPLEADO VIGENTE A LA FECHA DE     *
      *      PROCESO Y DISTRIBUYE CADA CONCEPTO DEL AUMENTO.  SIN      *
      *      REPARTO, O CON UNO QUE NO SUMA 100, TODO QUEDA EN         *
      *      WORKDEPT; EL SEGUNDO CASO SE INFORMA.                     *
      *****************************************************************
       2250-REPARTE-COSTO.

           INITIALIZE WS-NEECDIS1-01
           SET DIS1-88-VIGENTE              TO TRUE
           MOVE 0001-EMPNO                  TO DIS1-EMPNO
           MOVE FEC0-FECHA-ISO              TO DIS1-FECHA
           MOVE 0001-WORKDEPT               TO DIS1-WORKDEPT

           CALL CT-NE9CDIS1 USING WS-NEECDIS1-01

           IF DIS1-88-ERROR-DB2
              DISPLAY 'ERROR LEYENDO REPARTO DE COSTO. SQLCODE: '
                      DIS1-SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE E1DQ0040
                    REPREG
              GOBACK
           END-IF

           IF DIS1-88-REPARTO-INVALIDO
              DISPLAY 'NEREG000: REPARTO DE COSTO NO SUMA 100, SE '
                      'IMPUTA A WORKDEPT. EMPNO: ' 0001-EMPNO
              ADD CT-1                      TO CN-REPARTO-INVALIDO
           END-IF

           PERFORM 2260-DISTRIBUYE-CONCEPTO
              THRU 2260-DISTRIBUYE-CONCEPTO-EXIT
              VARYING IX-CON FROM 1 BY 1
              UNTIL IX-CON IS GREATER THAN 4.

      *****************************************************************
      *                   2250-REPARTE-COSTO-EXIT                     *
      *****************************************************************
       2250-REPARTE-COSTO-EXIT.
           EXIT.
      *****************************************************************
      *                   2260-DISTRIBUYE-CONCEPTO                    *
      *****************************************************************
       2260-DISTRIBUYE-CONCEPTO.

           SET DIS1-88-DISTRIBUYE           TO TRUE
           MOVE TB-REP-IMPORTE(IX-CON)      TO DIS1-IMPORTE

           CALL CT-NE9CDIS1 USING WS-NEECDIS1-01

           PERFORM 2270-GUARDA-PARTE
              THRU 2270-GUARDA-PARTE-EXIT
              VARYING DIS1-IX FROM 1 BY 1
              UNTIL DIS1-IX IS GREATER THAN DIS1-CANT-DEPTOS.

      *****************************************************************
      *                2260-DISTRIBUYE-CONCEPTO-EXIT                  *
      *****************************************************************
       2260-DISTRIBUYE-CONCEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2270-GUARDA-PARTE                        *
      *****************************************************************
       2270-GUARDA-PARTE.

           SET IX-REP                       TO DIS1-IX

           MOVE DIS1-DEP-DEPTNO(DIS1-IX)    TO TB-REP-DEPTNO(IX-REP)
           MOVE DIS1-DEP-IMPORTE(DIS1-IX)
                                 TO TB-REP-PARTE(IX-REP, IX-CON).

      *****************************************************************
      *                   2270-GUARDA-PARTE-EXIT                      *
      *****************************************************************
       2270-GUARDA-PARTE-EXIT.
           EXIT.
      *****************************************************************
      *                      2280-LIBERA-DEPTO                        *
      *****************************************************************
       2280-LIBERA-DEPTO.

           MOVE TB-REP-DEPTNO(IX-REP)       TO SORT-WORKDEPT
           MOVE TB-REP-PARTE(IX-REP, 1)     TO SORT-SALARY-INC
           MOVE TB-REP-PARTE(IX-REP, 2)     TO SORT-BONUS-INC
           MOVE TB-REP-PARTE(IX-REP, 3)     TO SORT-COMM-INC
           MOVE TB-REP-PARTE(IX-REP, 4)     TO SORT-MERITO-INC

           RELEASE REG-SORTWORK.

      *****************************************************************
      *                   2280-LIBERA-DEPTO-EXIT                      *
      *****************************************************************
       2280-LIBERA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                    3000-IMPRIME-REGISTRO                      *
      *****************************************************************
       3000-IMPRIME-REGISTRO.
           MOVE AC-EMP-SALARY               TO LIN-EMP-SALARY
           MOVE AC-EMP-BONUS                TO LIN-EMP-BONUS
           MOVE AC-EMP-COMM                 TO LIN-EMP-COMM
           MOVE AC-EMP-MERITO               TO LIN-EMP-MERITO
           WRITE REG-REPREG FROM WS-LINEA-EMPRESA
                 AFTER ADVANCING 2 LINES.

           ADD SORT-SALARY-INC              TO AC-DEP-SALARY
           ADD SORT-BONUS-INC               TO AC-DEP-BONUS
           ADD SORT-COMM-INC                TO AC-DEP-COMM
           ADD SORT-MERITO-INC              TO AC-DEP-MERITO
           ADD CT-1                         TO CN-EMPLEADOS-DEPT

           RETURN SORTWORK
           MOVE AC-DEP-SALARY               TO LIN-DEP-SALARY
           MOVE AC-DEP-BONUS                TO LIN-DEP-BONUS
           MOVE AC-DEP-COMM                 TO LIN-DEP-COMM
           MOVE AC-DEP-MERITO               TO LIN-DEP-MERITO
           MOVE CN-EMPLEADOS-DEPT           TO LIN-DEP-EMPLEADOS

           WRITE REG-REPREG FROM WS-LINEA-DEPTO

           ADD AC-DEP-SALARY                TO AC-EMP-SALARY
           ADD AC-DEP-BONUS                 TO AC-EMP-BONUS
           ADD AC-DEP-COMM                  TO AC-EMP-COMM
           ADD AC-DEP-MERITO                TO AC-EMP-MERITO.

      *****************************************************************
      *                     3300-CORTE-DEPTO-EXIT                     *
                 MOVE ZEROS                 TO TB-TLOC-SALARY(IX-TLOC)
                                               TB-TLOC-BONUS(IX-TLOC)
                                               TB-TLOC-COMM(IX-TLOC)
                                               TB-TLOC-MERITO(IX-TLOC)
              WHEN TB-TLOC-LOCATION(IX-TLOC) EQUAL WS-LOCATION-DEPT
                 CONTINUE
           END-SEARCH

           ADD AC-DEP-SALARY                TO TB-TLOC-SALARY(IX-TLOC)
           ADD AC-DEP-BONUS                 TO TB-TLOC-BONUS(IX-TLOC)
           ADD AC-DEP-COMM                  TO TB-TLOC-COMM(IX-TLOC)
           ADD AC-DEP-MERITO                TO TB-TLOC-MERITO(IX-TLOC).

      *****************************************************************
      *                 3350-ACUMULA-LOCALIDAD-EXIT                   *
           MOVE TB-TLOC-SALARY(IX-TLOC)     TO LIN-LOC-SALARY
           MOVE TB-TLOC-BONUS(IX-TLOC)      TO LIN-LOC-BONUS
           MOVE TB-TLOC-COMM(IX-TLOC)       TO LIN-LOC-COMM
           MOVE TB-TLOC-MERITO(IX-TLOC)     TO LIN-LOC-MERITO

           WRITE REG-REPREG FROM WS-LINEA-LOCALIDAD.

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEREG000              *'
           DISPLAY 'REGISTROS LEIDOS: ' CN-REGISTROS-LEIDOS
           DISPLAY 'REPARTOS INVALIDOS: ' CN-REPARTO-INVALIDO
           DISPLAY '***********************************************'

           CLOSE E1DQ0040
