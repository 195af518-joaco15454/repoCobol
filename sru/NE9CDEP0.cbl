           05 CT-DEPTNAME                PIC X(08) VALUE 'DEPTNAME'.
           05 CT-MGRNO                   PIC X(05) VALUE 'MGRNO'.
           05 CT-ADMRDEPT                PIC X(08) VALUE 'ADMRDEPT'.
           05 CT-COMPANY                 PIC X(07) VALUE 'COMPANY'.
           05 CT-EMPSTATUS-ACTIVO        PIC X(01) VALUE 'A'.
           05 CT-CWK-ACTIVO              PIC X(01) VALUE 'A'.
           05 CT-NE9CEVT0                PIC X(08) VALUE 'NE9CEVT0'.
           05 CT-TABLA-EVT               PIC X(08) VALUE 'EVTOUTBX'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

       01  WS-NEECEVT0-01.
           COPY NEECEVT0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************

           INITIALIZE WS-NEECRET0-01
           MOVE ZEROES                      TO WS-CONTADOR
           INITIALIZE WS-NEECEVT0-01
           SET        RET0-88-OK            TO TRUE.

       1100-INICIALIZA-VARIABLES-EXIT.
                 PERFORM 3000-FIN
              END-IF

              IF DPT0-COMPANY EQUAL SPACE OR LOW-VALUE
                 SET RET0-88-COD-ERROR         TO TRUE
                 MOVE CT-RUTINA                TO RET0-PROGRAMA
                 MOVE CT-COMPANY               TO RET0-VAR1-ERROR
                 MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR

                 PERFORM 3000-FIN
              END-IF

           END-IF.

       1200-VALIDA-OBLIGATORIOS-EXIT.

                    PERFORM 3000-FIN

           END-EVALUATE

      * TODO CAMBIO CONFIRMADO SOBRE NEOSB36.DEPT SE PUBLICA COMO
      * EVENTO PARA LOS SISTEMAS RECEPTORES
           IF DPT0-88-CREATE OR DPT0-88-UPDATE OR DPT0-88-DELETE
              PERFORM 9200-PUBLICA-EVENTO
                 THRU 9200-PUBLICA-EVENTO-EXIT
           END-IF.

      *****************************************************************
      *                         2000-PROCESO-EXIT                     *
                    DEPTNAME,
                    MGRNO,
                    ADMRDEPT,
                    LOCATION,
                    COMPANY
              )
              VALUES
              (
                   :DCLDEP-DEPTNAME,
                   :DCLDEP-MGRNO,
                   :DCLDEP-ADMRDEPT,
                   :DCLDEP-LOCATION,
                   :DCLDEP-COMPANY
              )
           END-EXEC

              SELECT DEPTNAME,
                     MGRNO,
                     ADMRDEPT,
                     LOCATION,
                     COMPANY
                INTO :DCLDEP-DEPTNAME,
                     :DCLDEP-MGRNO,
                     :DCLDEP-ADMRDEPT,
                     :DCLDEP-LOCATION,
                     :DCLDEP-COMPANY
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :DCLDEP-DEPTNO
           END-EXEC
                    MOVE DCLDEP-MGRNO       TO DPT0-MGRNO
                    MOVE DCLDEP-ADMRDEPT    TO DPT0-ADMRDEPT
                    MOVE DCLDEP-LOCATION    TO DPT0-LOCATION
                    MOVE DCLDEP-COMPANY     TO DPT0-COMPANY
                    PERFORM 2210-CUENTA-DOTACION
                       THRU 2210-CUENTA-DOTACION-EXIT
               WHEN SQLCODE-88-NOTFND
      *                    2210-CUENTA-DOTACION                       *
      *                                                                *
      *    - DOTACION ACTIVA DEL DEPARTAMENTO PARA LA CONSULTA         *
      *    - CONTRATISTAS CON CONTRATO ABIERTO Y VIGENTE A LA FECHA    *
      *      (NO SON EMPLEADOS, SE INFORMAN POR SEPARADO)              *
      *****************************************************************
       2210-CUENTA-DOTACION.

              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           MOVE ZEROES                      TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.CONT_WORKER
               WHERE DEPTNO       = :DPT0-DEPTNO
                 AND ESTADO       = :CT-CWK-ACTIVO
                 AND FECHAINICIO <= CURRENT DATE
                 AND FECHAFIN    >= CURRENT DATE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF SQLCODE-88-OK
              MOVE WS-CONTADOR              TO DPT0-CONTRATISTAS
           ELSE
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       2210-CUENTA-DOTACION-EXIT.
                 SET DEPTNAME = :DCLDEP-DEPTNAME,
                     MGRNO    = :DCLDEP-MGRNO,
                     ADMRDEPT = :DCLDEP-ADMRDEPT,
                     LOCATION = :DCLDEP-LOCATION,
                     COMPANY  = :DCLDEP-COMPANY
               WHERE DEPTNO = :DCLDEP-DEPTNO
           END-EXEC

              SELECT DEPTNAME,
                     MGRNO,
                     ADMRDEPT,
                     LOCATION,
                     COMPANY
                INTO :DCLDEP-DEPTNAME,
                     :DCLDEP-MGRNO,
                     :DCLDEP-ADMRDEPT,
                     :DCLDEP-LOCATION,
                     :DCLDEP-COMPANY
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :DCLDEP-DEPTNO
           END-EXEC
              SELECT DEPTNAME,
                     MGRNO,
                     ADMRDEPT,
                     LOCATION,
                     COMPANY
                INTO :DCLDEP-DEPTNAME,
                     :DCLDEP-MGRNO,
                     :DCLDEP-ADMRDEPT,
                     :DCLDEP-LOCATION,
                     :DCLDEP-COMPANY
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :DCLDEP-DEPTNO
           END-EXEC
           MOVE DPT0-DEPTNAME               TO DCLDEP-DEPTNAME
           MOVE DPT0-MGRNO                  TO DCLDEP-MGRNO
           MOVE DPT0-ADMRDEPT               TO DCLDEP-ADMRDEPT
           MOVE DPT0-LOCATION               TO DCLDEP-LOCATION
           MOVE DPT0-COMPANY                TO DCLDEP-COMPANY.

       9000-MOVER-CAMPOS-EXIT.
           EXIT.
      *****************************************************************
       9100-GRABA-HISTORICO.

           MOVE DCLDEP                       TO EVT0-IMAGEN-ANTES

           MOVE DCLDEP-DEPTNO                TO DCLDHIS-DEPTNO
           MOVE DCLDEP-DEPTNAME              TO DCLDHIS-DEPTNAME
           MOVE DCLDEP-MGRNO                 TO DCLDHIS-MGRNO
       9100-GRABA-HISTORICO-EXIT.
           EXIT.

      *****************************************************************
      *                      9200-PUBLICA-EVENTO                      *
      *                                                               *
      *    - EVENTO DE CAMBIO DEL DEPARTAMENTO; LAS IMAGENES SON LA   *
      *      FILA DE DEPT TAL CUAL (FORMATO EVI0-DEP DE NEECEVI0)     *
      *****************************************************************
       9200-PUBLICA-EVENTO.

           SET EVT0-88-DEPARTAMENTO          TO TRUE
           MOVE DPT0-DEPTNO                  TO EVT0-CLAVE
           MOVE DPT0-OPCION                  TO EVT0-OPERACION

           EVALUATE TRUE
               WHEN DPT0-88-CREATE
                    SET EVT0-88-ALTA         TO TRUE
                    MOVE SPACES              TO EVT0-IMAGEN-ANTES
                    MOVE DCLDEP              TO EVT0-IMAGEN-DESPUES
               WHEN DPT0-88-DELETE
                    SET EVT0-88-BAJA         TO TRUE
                    MOVE SPACES              TO EVT0-IMAGEN-DESPUES
               WHEN OTHER
                    SET EVT0-88-MODIFICA     TO TRUE
                    MOVE DCLDEP              TO EVT0-IMAGEN-DESPUES
           END-EVALUATE

           IF DPT0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                 TO EVT0-USUARIO
           ELSE
              MOVE DPT0-ORIGEN               TO EVT0-USUARIO
           END-IF

           CALL CT-NE9CEVT0 USING WS-NEECEVT0-01

           IF NOT EVT0-88-OK
              SET RET0-88-ERR-DB2            TO TRUE
              MOVE CT-RUTINA                 TO RET0-PROGRAMA
              MOVE EVT0-SQLCODE              TO RET0-SQLCODE
              MOVE CT-TABLA-EVT              TO RET0-TABLENAME
              PERFORM 3000-FIN
           END-IF.

       9200-PUBLICA-EVENTO-EXIT.
           EXIT.

      *****************************************************************
      *                          9800-ABEND-DB2                       *
      *****************************************************************
