      *****************************************************************
      * Program name:    NE9CXCR0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Inter-company move  *
      *                          check shared by every WORKDEPT       *
      *                          change path (NETRA000, NECLS000 and  *
      *                          NE9CEMP0): resolves the company of   *
      *                          the origin and destination           *
      *                          departments on NEOSB36.DEPT and,     *
      *                          when they differ, records the move   *
      *                          on NEOSB36.XCOMP_REVIEW pending HR   *
      *                          review. The insert runs in the       *
      *                          caller's unit of work, so it is      *
      *                          committed or rolled back together    *
      *                          with the move itself.                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CXCR0.
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

       01  WS-VARIABLES.
           05 WS-DEPTO-BUSCA             PIC X(03) VALUE SPACES.
           05 WS-CIA-ENCONTRADA          PIC X(02) VALUE SPACES.

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
           05 CT-ESTADO-PENDIENTE       PIC X(01) VALUE 'P'.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTXCR
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECXCR-01.
           COPY NEECXCR0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECXCR-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           MOVE '00'                        TO XCR0-COD-RET
           MOVE ZEROS                       TO XCR0-SQLCODE
           MOVE SPACES                      TO XCR0-CIA-ORIGEN
                                               XCR0-CIA-DESTINO
           SET XCR0-88-MISMA-CIA            TO TRUE

           IF XCR0-DEPTO-ORIGEN EQUAL XCR0-DEPTO-DESTINO
              GOBACK
           END-IF

           MOVE XCR0-DEPTO-ORIGEN           TO WS-DEPTO-BUSCA

           PERFORM 2100-BUSCA-EMPRESA
              THRU 2100-BUSCA-EMPRESA-EXIT

           IF NOT XCR0-88-OK
              GOBACK
           END-IF

           MOVE WS-CIA-ENCONTRADA           TO XCR0-CIA-ORIGEN
           MOVE XCR0-DEPTO-DESTINO          TO WS-DEPTO-BUSCA

           PERFORM 2100-BUSCA-EMPRESA
              THRU 2100-BUSCA-EMPRESA-EXIT

           IF NOT XCR0-88-OK
              GOBACK
           END-IF

           MOVE WS-CIA-ENCONTRADA           TO XCR0-CIA-DESTINO

           IF XCR0-CIA-ORIGEN NOT EQUAL XCR0-CIA-DESTINO
              SET XCR0-88-INTERCOMPANIA     TO TRUE
              PERFORM 2200-REGISTRA-REVISION
                 THRU 2200-REGISTRA-REVISION-EXIT
           END-IF

           GOBACK.

      *****************************************************************
      *                      2100-BUSCA-EMPRESA                       *
      *                                                                *
      *    - EMPRESA DEL DEPARTAMENTO. UN DEPARTAMENTO QUE YA NO       *
      *      EXISTE QUEDA SIN EMPRESA, DE MODO QUE EL MOVIMIENTO SE    *
      *      ASIENTA PARA REVISION EN LUGAR DE PASAR INADVERTIDO       *
      *****************************************************************
       2100-BUSCA-EMPRESA.

           MOVE SPACES                      TO WS-CIA-ENCONTRADA

           IF WS-DEPTO-BUSCA EQUAL SPACES OR LOW-VALUES
              GO TO 2100-BUSCA-EMPRESA-EXIT
           END-IF

           EXEC SQL
              SELECT COMPANY
                INTO :WS-CIA-ENCONTRADA
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :WS-DEPTO-BUSCA
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    MOVE SPACES             TO WS-CIA-ENCONTRADA
               WHEN OTHER
                    MOVE SQLCODE            TO XCR0-SQLCODE
                    MOVE '99'               TO XCR0-COD-RET
           END-EVALUATE.

      *****************************************************************
      *                   2100-BUSCA-EMPRESA-EXIT                     *
      *****************************************************************
       2100-BUSCA-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                    2200-REGISTRA-REVISION                     *
      *                                                                *
      *    - ASIENTA EL MOVIMIENTO ENTRE EMPRESAS PENDIENTE DE         *
      *      REVISION DE RRHH                                          *
      *****************************************************************
       2200-REGISTRA-REVISION.

           MOVE XCR0-EMPNO                  TO DCLXCR-EMPNO
           MOVE XCR0-DEPTO-ORIGEN           TO DCLXCR-DEPTORIGEN
           MOVE XCR0-DEPTO-DESTINO          TO DCLXCR-DEPTDESTINO
           MOVE XCR0-CIA-ORIGEN             TO DCLXCR-CIAORIGEN
           MOVE XCR0-CIA-DESTINO            TO DCLXCR-CIADESTINO
           MOVE XCR0-PROGRAMA               TO DCLXCR-PROGRAMA
           MOVE CT-ESTADO-PENDIENTE         TO DCLXCR-ESTADO

           IF XCR0-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE XCR0-PROGRAMA            TO DCLXCR-USUARIOCAMBIO
           ELSE
              MOVE XCR0-USUARIO             TO DCLXCR-USUARIOCAMBIO
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.XCOMP_REVIEW
              (
                    EMPNO,
                    FECHACAMBIO,
                    DEPTORIGEN,
                    DEPTDESTINO,
                    CIAORIGEN,
                    CIADESTINO,
                    PROGRAMA,
                    USUARIOCAMBIO,
                    ESTADO
              )
              VALUES
              (
                   :DCLXCR-EMPNO,
                   CURRENT TIMESTAMP,
                   :DCLXCR-DEPTORIGEN,
                   :DCLXCR-DEPTDESTINO,
                   :DCLXCR-CIAORIGEN,
                   :DCLXCR-CIADESTINO,
                   :DCLXCR-PROGRAMA,
                   :DCLXCR-USUARIOCAMBIO,
                   :DCLXCR-ESTADO
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              MOVE SQLCODE                  TO XCR0-SQLCODE
              MOVE '99'                     TO XCR0-COD-RET
           END-IF.

      *****************************************************************
      *                 2200-REGISTRA-REVISION-EXIT                   *
      *****************************************************************
       2200-REGISTRA-REVISION-EXIT.
           EXIT.
