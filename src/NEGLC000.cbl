      *****************************************************************
      * Program name:    NEGLC000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Cuts a GL journal   *
      *                          (GLJOURNL from NEPOST00 or NEREV000) *
      *                          for the company (legal entity) in    *
      *                          PARMCIA: the company's lines, taken  *
      *                          from the company carried on each     *
      *                          detail, go to GLCIA with their own   *
      *                          header and a trailer with the count  *
      *                          and debit/credit totals. The input   *
      *                          trailer is checked against what was  *
      *                          read, the company journal must       *
      *                          balance, and lines of departments    *
      *                          without a company are reported.      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEGLC000.
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

           SELECT PARMCIA  ASSIGN TO PARMCIA
                           FILE STATUS IS FS-PARMCIA.

           SELECT GLJOURNL ASSIGN TO GLJOURNL
                           FILE STATUS IS FS-GLJOURNL.

           SELECT GLCIA    ASSIGN TO GLCIA
                           FILE STATUS IS FS-GLCIA.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMCIA
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMCIA.
           05 PARM-COMPANY                  PIC X(02).
           05 FILLER                        PIC X(08).

       FD  GLJOURNL
           RECORDING MODE IS F
           RECORD CONTAINS 060 CHARACTERS.
       01  REG-GLJOURNL            PIC X(60).

       FD  GLCIA
           RECORDING MODE IS F
           RECORD CONTAINS 060 CHARACTERS.
       01  REG-GLCIA               PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMCIA                    PIC X(02) VALUE SPACES.
           05 FS-GLJOURNL                   PIC X(02) VALUE SPACES.
           05 FS-GLCIA                      PIC X(02) VALUE SPACES.
           05 WS-COMPANY                    PIC X(02) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
           05 SW-TRAILER-LEIDO              PIC X(01) VALUE 'N'.
              88 SI-TRAILER-LEIDO                     VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-TIPO-DEBE                  PIC X(01) VALUE 'D'.
           05 CT-TIPO-HABER                 PIC X(01) VALUE 'H'.
           05 CT-TIPO-TRAILER               PIC X(01) VALUE 'T'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-LINEAS-LEIDAS              PIC 9(07).
           05 CN-DEBE-LEIDO                 PIC 9(13)V9(02) COMP-3.
           05 CN-HABER-LEIDO                PIC 9(13)V9(02) COMP-3.
           05 CN-LINEAS-EMPRESA             PIC 9(07).
           05 CN-DEBE-EMPRESA               PIC 9(13)V9(02) COMP-3.
           05 CN-HABER-EMPRESA              PIC 9(13)V9(02) COMP-3.
           05 CN-SIN-EMPRESA                PIC 9(07).

      *****************************************************************
      *        REGISTRO LEIDO DEL ASIENTO GLJOURNL, CON LAS VISTAS    *
      *        DE ENCABEZADO, DETALLE Y TRAILER (FORMATO NEPOST00)    *
      *****************************************************************
       01  WS-GL-ENTRADA                    PIC X(60).

       01  WS-GL-HEADER REDEFINES WS-GL-ENTRADA.
           05 GLH-TIPO                      PIC X(01).
           05 GLH-FECHA-PROCESO             PIC X(10).
           05 FILLER                        PIC X(49).

       01  WS-GL-DETALLE REDEFINES WS-GL-ENTRADA.
           05 GLD-TIPO                      PIC X(01).
           05 GLD-CUENTA                    PIC X(10).
           05 GLD-DEPTNO                    PIC X(03).
           05 GLD-EMPNO                     PIC X(06).
           05 GLD-IMPORTE                   PIC 9(11)V9(02).
           05 GLD-COMPANY                   PIC X(02).
           05 FILLER                        PIC X(25).

       01  WS-GL-TRAILER REDEFINES WS-GL-ENTRADA.
           05 GLT-TIPO                      PIC X(01).
           05 GLT-CANTIDAD                  PIC 9(07).
           05 GLT-TOTAL-DEBE                PIC 9(13)V9(02).
           05 GLT-TOTAL-HABER               PIC 9(13)V9(02).
           05 FILLER                        PIC X(22).

      *****************************************************************
      *        REGISTROS DEL ASIENTO DE LA EMPRESA GLCIA              *
      *****************************************************************
       01  WS-CIA-HEADER.
           05 FILLER                        PIC X(01) VALUE 'H'.
           05 CIH-FECHA-PROCESO             PIC X(10).
           05 CIH-COMPANY                   PIC X(02).
           05 FILLER                        PIC X(47) VALUE SPACES.

       01  WS-CIA-TRAILER.
           05 FILLER                        PIC X(01) VALUE 'T'.
           05 CIT-CANTIDAD                  PIC 9(07).
           05 CIT-TOTAL-DEBE                PIC 9(13)V9(02).
           05 CIT-TOTAL-HABER               PIC 9(13)V9(02).
           05 CIT-COMPANY                   PIC X(02).
           05 FILLER                        PIC X(20) VALUE SPACES.

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

           OPEN INPUT GLJOURNL

           IF FS-GLJOURNL NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR GLJOURNL. FILE STATUS='
                      FS-GLJOURNL
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT GLCIA

           IF FS-GLCIA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR GLCIA. FILE STATUS=' FS-GLCIA
              MOVE 8                         TO RETURN-CODE
              CLOSE GLJOURNL
              GOBACK
           END-IF

      * EL PRIMER REGISTRO ES EL ENCABEZADO CON LA FECHA DEL ASIENTO,
      * QUE SE REPITE EN EL ENCABEZADO DE LA EMPRESA
           PERFORM 1100-LEER-ASIENTO
              THRU 1100-LEER-ASIENTO-EXIT

           IF SI-FIN-ARCHIVO
              DISPLAY 'ERROR: GLJOURNL VACIO - FALTA EL ENCABEZADO'
              MOVE 8                         TO RETURN-CODE
              CLOSE GLJOURNL
                    GLCIA
              GOBACK
           END-IF

           MOVE GLH-FECHA-PROCESO           TO CIH-FECHA-PROCESO
           MOVE WS-COMPANY                  TO CIH-COMPANY
           WRITE REG-GLCIA FROM WS-CIA-HEADER

           PERFORM 1100-LEER-ASIENTO
              THRU 1100-LEER-ASIENTO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-LEER-ASIENTO                       *
      *****************************************************************
       1100-LEER-ASIENTO.

           READ GLJOURNL INTO WS-GL-ENTRADA
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ.

      *****************************************************************
      *                     1100-LEER-ASIENTO-EXIT                    *
      *****************************************************************
       1100-LEER-ASIENTO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - EL TRAILER CIERRA EL ASIENTO; CUALQUIER OTRO REGISTRO     *
      *      ES UNA LINEA DE DEBE O HABER                              *
      *****************************************************************
       2000-PROCESO.

           IF GLT-TIPO EQUAL CT-TIPO-TRAILER
              PERFORM 2200-CONTROLA-TRAILER
                 THRU 2200-CONTROLA-TRAILER-EXIT
              SET SI-FIN-ARCHIVO            TO TRUE
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2100-SELECCIONA-LINEA
              THRU 2100-SELECCIONA-LINEA-EXIT

           PERFORM 1100-LEER-ASIENTO
              THRU 1100-LEER-ASIENTO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-SELECCIONA-LINEA                     *
      *                                                                *
      *    - ACUMULA LOS TOTALES DEL ASIENTO COMPLETO PARA CONTROLAR   *
      *      SU TRAILER Y PASA AL ASIENTO DE LA EMPRESA LAS LINEAS     *
      *      DE SUS DEPARTAMENTOS                                      *
      *****************************************************************
       2100-SELECCIONA-LINEA.

           ADD CT-1                         TO CN-LINEAS-LEIDAS

           IF GLD-TIPO EQUAL CT-TIPO-DEBE
              ADD GLD-IMPORTE               TO CN-DEBE-LEIDO
           ELSE
              ADD GLD-IMPORTE               TO CN-HABER-LEIDO
           END-IF

           IF GLD-COMPANY EQUAL SPACES OR LOW-VALUES
              DISPLAY 'NEGLC000: LINEA SIN EMPRESA. DEPTO: '
                      GLD-DEPTNO ' EMPNO: ' GLD-EMPNO
              ADD CT-1                      TO CN-SIN-EMPRESA
              GO TO 2100-SELECCIONA-LINEA-EXIT
           END-IF

           IF GLD-COMPANY NOT EQUAL WS-COMPANY
              GO TO 2100-SELECCIONA-LINEA-EXIT
           END-IF

           WRITE REG-GLCIA FROM WS-GL-DETALLE

           ADD CT-1                         TO CN-LINEAS-EMPRESA

           IF GLD-TIPO EQUAL CT-TIPO-DEBE
              ADD GLD-IMPORTE               TO CN-DEBE-EMPRESA
           ELSE
              ADD GLD-IMPORTE               TO CN-HABER-EMPRESA
           END-IF.

      *****************************************************************
      *                  2100-SELECCIONA-LINEA-EXIT                   *
      *****************************************************************
       2100-SELECCIONA-LINEA-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-CONTROLA-TRAILER                     *
      *                                                                *
      *    - EL TRAILER DEL ASIENTO DEBE COINCIDIR CON LO LEIDO; SI    *
      *      NO, EL ARCHIVO ESTA INCOMPLETO Y LA CORRIDA FALLA         *
      *****************************************************************
       2200-CONTROLA-TRAILER.

           SET SI-TRAILER-LEIDO             TO TRUE

           IF GLT-CANTIDAD NOT EQUAL CN-LINEAS-LEIDAS
              OR GLT-TOTAL-DEBE NOT EQUAL CN-DEBE-LEIDO
              OR GLT-TOTAL-HABER NOT EQUAL CN-HABER-LEIDO
              DISPLAY 'NEGLC000: TRAILER DE GLJOURNL NO COINCIDE. '
                      'CANTIDAD=' GLT-CANTIDAD
                      ' LEIDAS=' CN-LINEAS-LEIDAS
              DISPLAY 'NEGLC000: DEBE=' GLT-TOTAL-DEBE
                      ' LEIDO=' CN-DEBE-LEIDO
                      ' HABER=' GLT-TOTAL-HABER
                      ' LEIDO=' CN-HABER-LEIDO
              MOVE 8                        TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                  2200-CONTROLA-TRAILER-EXIT                   *
      *****************************************************************
       2200-CONTROLA-TRAILER-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           MOVE CN-LINEAS-EMPRESA           TO CIT-CANTIDAD
           MOVE CN-DEBE-EMPRESA             TO CIT-TOTAL-DEBE
           MOVE CN-HABER-EMPRESA            TO CIT-TOTAL-HABER
           MOVE WS-COMPANY                  TO CIT-COMPANY
           WRITE REG-GLCIA FROM WS-CIA-TRAILER

           IF NOT SI-TRAILER-LEIDO
              DISPLAY 'NEGLC000: GLJOURNL SIN TRAILER - ARCHIVO '
                      'INCOMPLETO'
              MOVE 8                        TO RETURN-CODE
           END-IF

      * CADA LINEA DE DEBE TIENE SU HABER EN EL MISMO DEPARTAMENTO,
      * POR LO QUE EL ASIENTO DE LA EMPRESA TAMBIEN DEBE BALANCEAR;
      * LAS LINEAS SIN EMPRESA DEJAN LA CORRIDA EN AVISO
           IF CN-DEBE-EMPRESA NOT EQUAL CN-HABER-EMPRESA
              DISPLAY 'NEGLC000: ASIENTO DESBALANCEADO. DEBE='
                      CN-DEBE-EMPRESA ' HABER=' CN-HABER-EMPRESA
              MOVE 8                        TO RETURN-CODE
           END-IF

           IF RETURN-CODE EQUAL ZERO
              IF CN-SIN-EMPRESA IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEGLC000              *'
           DISPLAY 'EMPRESA:             ' WS-COMPANY
           DISPLAY 'LINEAS LEIDAS:       ' CN-LINEAS-LEIDAS
           DISPLAY 'LINEAS DE EMPRESA:   ' CN-LINEAS-EMPRESA
           DISPLAY 'LINEAS SIN EMPRESA:  ' CN-SIN-EMPRESA
           DISPLAY 'TOTAL DEBE EMPRESA:  ' CN-DEBE-EMPRESA
           DISPLAY 'TOTAL HABER EMPRESA: ' CN-HABER-EMPRESA
           DISPLAY '***********************************************'

           CLOSE GLJOURNL
                 GLCIA

           GOBACK.
