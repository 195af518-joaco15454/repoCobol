      *                          cancel against PEND_CHANGES for      *
      *                          the NE12 screen and the NEAPL000     *
      *                          applier.                             *
      * 15/10/2026 gforrich      Carry the FTE percentage             *
      *                          (PCTJORNADA) on a scheduled change;  *
      *                          zero or not numeric leaves it        *
      *                          untouched.                           *
      * 15/10/2026 gforrich      An effective date inside a payroll   *
      *                          period already closed for the        *
      *                          employee's LOCATION is moved to the  *
      *                          start of the next open period        *
      *                          (NE9CPER0, logged in                 *
      *                          PERIOD_REDIRECT) and the capture     *
      *                          returns warning NEA0004 with the new *
      *                          date; with no open period it is      *
      *                          refused.                             *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-PEND-PENDIENTE          PIC X(01) VALUE 'P'.
           05 CT-PEND-CANCELADO          PIC X(01) VALUE 'X'.
           05 CT-NE9CPER0                PIC X(08) VALUE 'NE9CPER0'.
           05 CT-TABLA-PER               PIC X(08) VALUE 'PAYPERIO'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.
           05 MA-FECHA-MOVIDA            PIC X(07) VALUE 'NEA0004'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-FECHA-NO-FUTURA         PIC X(07) VALUE 'NEE2175'.
           05 ME-PERIODO-CERRADO         PIC X(07) VALUE 'NEE2199'.

       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

       01  WS-NEECPER-01.
           COPY NEECPER0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
              PERFORM 3000-FIN
           END-IF

           PERFORM 2150-VERIFICA-PERIODO
              THRU 2150-VERIFICA-PERIODO-EXIT

           MOVE PCH0-EMPNO                  TO DCLPCH-EMPNO
           MOVE PCH0-FECHA-EFECTIVA         TO DCLPCH-FECHAEFECTIVA
           MOVE PCH0-WORKDEPT               TO DCLPCH-WORKDEPT
           MOVE PCH0-SALARY                 TO DCLPCH-SALARY
           MOVE PCH0-BONUS                  TO DCLPCH-BONUS
           MOVE PCH0-COMM                   TO DCLPCH-COMM

           IF PCH0-PCTJORNADA IS NUMERIC
              MOVE PCH0-PCTJORNADA          TO DCLPCH-PCTJORNADA
           ELSE
              MOVE ZEROS                    TO DCLPCH-PCTJORNADA
           END-IF

           MOVE PCH0-USUARIO                TO DCLPCH-USUARIO

      * EL SEQNO DISTINGUE VARIOS CAMBIOS DEL MISMO EMPLEADO Y
                    SALARY,
                    BONUS,
                    COMM,
                    PCTJORNADA,
                    ESTADO,
                    USUARIO,
                    FECHACARGA
                   :DCLPCH-SALARY,
                   :DCLPCH-BONUS,
                   :DCLPCH-COMM,
                   :DCLPCH-PCTJORNADA,
                   :CT-PEND-PENDIENTE,
                   :DCLPCH-USUARIO,
                   CURRENT TIMESTAMP
              PERFORM 9800-ABEND-DB2
           END-IF

           MOVE DCLPCH-SEQNO                TO PCH0-SEQNO

      * GRABADO CON LA FECHA MOVIDA: SE AVISA AL OPERADOR
           IF PER0-88-REDIRIGIDO
              SET RET0-88-COD-AVISO         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE MA-FECHA-MOVIDA          TO RET0-COD-ERROR
              MOVE PCH0-FECHA-EFECTIVA      TO RET0-VAR1-ERROR
              MOVE PER0-PERIODO-NUEVO       TO RET0-VAR2-ERROR
           END-IF.

       2100-CREATE-PCH-EXIT.
           EXIT.

      *****************************************************************
      *                    2150-VERIFICA-PERIODO                      *
      *                                                                *
      *    - UNA FECHA EFECTIVA DENTRO DE UN PERIODO DE NOMINA YA      *
      *      CERRADO PARA LA LOCATION DEL EMPLEADO SE MUEVE AL INICIO  *
      *      DEL PRIMER PERIODO ABIERTO POSTERIOR (NE9CPER0 LO ASIENTA *
      *      EN PERIOD_REDIRECT); SIN PERIODO ABIERTO SE RECHAZA       *
      *****************************************************************
       2150-VERIFICA-PERIODO.

           INITIALIZE WS-NEECPER-01
           SET PER0-88-VERIFICA             TO TRUE
           SET PER0-88-CAMBIO-PROGRAMADO    TO TRUE
           MOVE PCH0-EMPNO                  TO PER0-EMPNO
           MOVE PCH0-FECHA-EFECTIVA         TO PER0-FECHA
           MOVE CT-RUTINA                   TO PER0-PROGRAMA
           MOVE PCH0-USUARIO                TO PER0-USUARIO

           CALL CT-NE9CPER0 USING WS-NEECPER-01

           EVALUATE TRUE
               WHEN PER0-88-ABIERTO
                    CONTINUE
               WHEN PER0-88-REDIRIGIDO
                    MOVE PER0-FECHA-NUEVA   TO PCH0-FECHA-EFECTIVA
               WHEN PER0-88-SIN-ABIERTO
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-FECHA-EFECTIVA  TO RET0-VAR1-ERROR
                    MOVE PER0-PERIODO       TO RET0-VAR2-ERROR
                    MOVE ME-PERIODO-CERRADO TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE PER0-SQLCODE       TO RET0-SQLCODE
                    MOVE CT-TABLA-PER       TO RET0-TABLENAME
                    GOBACK
           END-EVALUATE.

       2150-VERIFICA-PERIODO-EXIT.
           EXIT.

      *****************************************************************
      *                        2200-LIST-PCH                          *
      *                                                                *
