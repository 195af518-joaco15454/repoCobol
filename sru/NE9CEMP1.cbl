       FILE SECTION.
       FD  ENTRADA
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
       01  REG-ESCRIQSAM   PIC X(79).
            
      *****************************************************************
      *                                                               *

       FD  EXCEPCION
           RECORDING MODE IS F
           RECORD CONTAINS 145 CHARACTERS.
       01  REG-EXCEPCION .
           COPY EXEMP001.

           05 CTL-ACTUALIZADOS           PIC 9(05).
           05 CTL-ELIMINADOS             PIC 9(05).
           05 CTL-EXCEPCIONES            PIC 9(05).
           05 CTL-PROMOCIONES            PIC 9(05).
           05 FILLER                     PIC X(16).

      *****************************************************************
      *          ARCHIVO DE CHECKPOINT PARA REINICIO DEL JOB          *
           10 SW-OP-U                        PIC X(01) VALUE 'U'.
           10 SW-OP-D                        PIC X(01) VALUE 'D'.
           10 SW-OP-H                        PIC X(01) VALUE 'H'.
           10 SW-OP-P                        PIC X(01) VALUE 'P'.

       01  SW-VARIABLES-X.
           05 WS-FILE-STATUS                PIC X(02) VALUE SPACE.
           05 WS-RECORDED-3                 PIC 9(02) VALUE ZEROS.
           05 WS-DELETED                    PIC 9(02) VALUE ZEROS.
           05 WS-REHIRED                    PIC 9(02) VALUE ZEROS.
           05 WS-PROMOTED                   PIC 9(02) VALUE ZEROS.
           05 WS-IMPORTE-EDIT               PIC ZZZZZZZZ9,99.
           05 WS-EXIST                      PIC 9(01) VALUE ZEROS.
           05 WS-EXCEPCIONES                PIC 9(02) VALUE ZEROS.

           05 CT-HIREDATE                   PIC X(10) VALUE 'HIREDATE'.
           05 CT-JOB                        PIC X(10) VALUE 'JOB'.
           05 CT-BIRTHDATE                  PIC X(10) VALUE 'BIRTHDATE'.
           05 CT-SALARY                     PIC X(10) VALUE 'SALARY'.
           05 CT-PORCENTAJE                 PIC X(10)
                                            VALUE 'PORCENTAJE'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-PROGRAMA-RUN               PIC X(08) VALUE 'NE9CEMP1'.
           05 CT-NE9CRUN0                   PIC X(08) VALUE 'NE9CRUN0'.
                ELSE
                   DISPLAY "EMP REG YA ESTA ACTIVO."
                END-IF
           WHEN SW-OP-P
                IF WS-EXIST IS EQUAL TO 1
                   PERFORM 2650-PROMOTE
                      THRU 2650-PROMOTE-EXIT
                ELSE
                   DISPLAY "EMP REG NO EXISTE."
                END-IF
           WHEN OTHER
               DISPLAY "ERROR. INCORRECT OPTION"
           END-EVALUATE
       2600-UPDATE-EXIT.
           EXIT.

      * LA PROMOCION SOLO TRAE EMPNO, PUESTO NUEVO Y PORCENTAJE; EL
      * SALARIO LO FIJA NE9CEMP0 CONTRA EL GRADO DEL PUESTO NUEVO
       2650-PROMOTE.
           IF IN-JOB EQUAL SPACES OR LOW-VALUES
              MOVE CT-JOB                    TO EXC-CAMPO
              MOVE 'CAMPO OBLIGATORIO VACIO' TO EXC-DESCRIPCION
              PERFORM 9400-GRABA-EXCEPCION
                 THRU 9400-GRABA-EXCEPCION-EXIT
           END-IF

           IF NOT SI-REG-EXCEPCION
              IF IN-PROMO-PORCENTAJE IS NOT NUMERIC
                 MOVE CT-PORCENTAJE            TO EXC-CAMPO
                 MOVE 'PORCENTAJE NO NUMERICO' TO EXC-DESCRIPCION
                 PERFORM 9400-GRABA-EXCEPCION
                    THRU 9400-GRABA-EXCEPCION-EXIT
              END-IF
           END-IF

           IF NOT SI-REG-EXCEPCION
              INITIALIZE WS-NEECEMP-01
              IF SI-MODO-VALIDACION
                 SET DEP0-88-MODO-VALIDA TO TRUE
              ELSE
                 SET DEP0-88-MODO-REAL   TO TRUE
              END-IF
              MOVE CT-RUTINA           TO DEP0-ORIGEN
              MOVE IN-EMPNO            TO DEP0-EMPNO
              MOVE IN-JOB              TO DEP0-JOB
              MOVE IN-PROMO-PORCENTAJE TO DEP0-PROMO-PORCENTAJE
              SET DEP0-88-PROMOTION TO TRUE
              CALL CT-CRUDEMP USING WS-NEECEMP-01 WS-NEECRET0-01

              IF RET0-88-OK
                 PERFORM 2850-MOVE-PROMOTE
                    THRU 2850-MOVE-PROMOTE-EXIT

                 WRITE REG-OUT1
                 ADD 1 TO WS-PROMOTED
              ELSE
                 MOVE RET0-SQLCODE                    TO EXC-SQLCODE
                 MOVE RET0-COD-ERROR                  TO EXC-CAMPO
                 MOVE RET0-DESERROR                   TO EXC-DESCRIPCION
                 PERFORM 9400-GRABA-EXCEPCION
                    THRU 9400-GRABA-EXCEPCION-EXIT
              END-IF
           END-IF
           .
       2650-PROMOTE-EXIT.
           EXIT.

       2700-DELETE.
           PERFORM 9500-ARMA-COMMAREA
              THRU 9500-ARMA-COMMAREA-EXIT
           .
       2800-MOVE-UPDATE-EXIT.
           EXIT.

       2850-MOVE-PROMOTE.
           INITIALIZE WS-CAMBIOS-AREA
                      OUT-REG-UPDATE
           SET IX-CAMBIO TO 1

           MOVE CT-JOB           TO WS-CAMBIO-CAMPO  (IX-CAMBIO)
           MOVE DEP0-ANT-JOB     TO WS-CAMBIO-BEFORE (IX-CAMBIO)
           MOVE DEP0-JOB         TO WS-CAMBIO-AFTER  (IX-CAMBIO)
           SET IX-CAMBIO UP BY 1
           ADD 1 TO WS-CANT-CAMBIOS

           MOVE CT-SALARY        TO WS-CAMBIO-CAMPO  (IX-CAMBIO)
           MOVE DEP0-ANT-SALARY  TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT  TO WS-CAMBIO-BEFORE (IX-CAMBIO)
           MOVE DEP0-SALARY      TO WS-IMPORTE-EDIT
           MOVE WS-IMPORTE-EDIT  TO WS-CAMBIO-AFTER  (IX-CAMBIO)
           ADD 1 TO WS-CANT-CAMBIOS

           MOVE IN-EMPNO         TO OUT-UP-EMPNO
           MOVE DEP0-WORKDEPT    TO OUT-UP-WORKDEPT
           MOVE SPACES           TO OUT-UP-DEPTNAME
           MOVE WS-CANT-CAMBIOS  TO OUT-UP-CANT-CAMBIOS
           MOVE WS-CAMBIOS-TABLA (1) TO OUT-UP-CAMBIOS (1)
           MOVE WS-CAMBIOS-TABLA (2) TO OUT-UP-CAMBIOS (2)
           .
       2850-MOVE-PROMOTE-EXIT.
           EXIT.
       
       2900-MOVE.
           MOVE IN-EMPNO      TO OUT-EMPNO 
           MOVE IN-BIRTHDATE       TO DEP0-BIRTHDATE
           MOVE IN-MOTIVO-BAJA     TO DEP0-MOTIVO-BAJA
           MOVE WS-FECHA-PROCESO-ISO TO DEP0-FECHA-BAJA

           IF IN-PCTJORNADA IS NUMERIC
              MOVE IN-PCTJORNADA   TO DEP0-PCTJORNADA
           END-IF
           .
       9500-ARMA-COMMAREA-EXIT.
           EXIT.
           MOVE WS-RECORDED-3               TO CTL-LEIDOS
           MOVE WS-DELETED                  TO CTL-ELIMINADOS
           MOVE WS-EXCEPCIONES              TO CTL-EXCEPCIONES
           MOVE WS-PROMOTED                 TO CTL-PROMOCIONES
           WRITE REG-ARCCTRL

           IF WS-FIN-PGM EQUAL "10"
           CLOSE ARCCHKP
           DISPLAY "REGS ELIMINADOS: " WS-DELETED
           DISPLAY "REGS REINGRESADOS: " WS-REHIRED
           DISPLAY "REGS PROMOVIDOS: " WS-PROMOTED
           DISPLAY "REGS GRABADOS 1: " WS-RECORDED-1
           DISPLAY "REGS GRABADOS 2: " WS-RECORDED-2
           DISPLAY "REGS GRABADOS 3: " WS-RECORDED-3
           MOVE CN-REGISTROS-LEIDOS         TO RUN0-LEIDOS
           COMPUTE WS-ESCRITOS-RUN = WS-RECORDED-1 + WS-RECORDED-2
                                   + WS-RECORDED-3 + WS-DELETED
                                   + WS-REHIRED + WS-PROMOTED
           MOVE WS-ESCRITOS-RUN             TO RUN0-ESCRITOS
           MOVE WS-EXCEPCIONES              TO RUN0-EXCEPCIONES
           MOVE RETURN-CODE                 TO RUN0-RETCODE
