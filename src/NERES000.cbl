      *                          file for NE9CEMP1, re-rejecting the  *
      *                          still-bad ones with counts per       *
      *                          cycle.                               *
      * 15/10/2026 gforrich      Accept the promotion letter 'P'      *
      *                          (new JOB informed and a numeric      *
      *                          increase percentage).                *
      * 15/10/2026 gforrich      The ENTRADA and exception records    *
      *                          carry the FTE percentage (INEMP001   *
      *                          79 bytes, EXEMP001 145 bytes); an    *
      *                          informed FTE is revalidated through  *
      *                          NE9CVAL0.                            *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
       FILE SECTION.
       FD  EXCCORR
           RECORDING MODE IS F
           RECORD CONTAINS 145 CHARACTERS.
       01  REG-EXCCORR.
           COPY EXEMP001.

       FD  ENTRADA
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
       01  REG-ENTRADA             PIC X(79).

       FD  EXCRECH
           RECORDING MODE IS F
           RECORD CONTAINS 145 CHARACTERS.
       01  REG-EXCRECH             PIC X(145).

       WORKING-STORAGE SECTION.

           SET SI-REG-VALIDO                TO TRUE

           IF IN-LETRA NOT EQUAL 'C' AND 'R' AND 'U' AND 'D' AND 'H'
                                 AND 'P'
              SET NO-REG-VALIDO             TO TRUE
              GO TO 2100-REVALIDA-EXIT
           END-IF
              MOVE IN-BIRTHDATE             TO VAL0-BIRTHDATE
              MOVE IN-JOB                   TO VAL0-JOB

              IF IN-PCTJORNADA IS NUMERIC
                 MOVE IN-PCTJORNADA         TO VAL0-PCTJORNADA
              END-IF

              CALL CT-NE9CVAL0 USING WS-NEECVAL0-01

              IF NOT VAL0-88-OK
                 SET NO-REG-VALIDO          TO TRUE
              END-IF
           END-IF

      * LA PROMOCION NO TRAE EL RESTO DEL REGISTRO: EL PUESTO SE
      * VALIDA CONTRA EL CATALOGO EN NE9CEMP0 SOBRE LA IMAGEN VIGENTE
           IF IN-LETRA EQUAL 'P'
              IF IN-JOB EQUAL SPACES OR LOW-VALUES
                 OR IN-PROMO-PORCENTAJE IS NOT NUMERIC
                 SET NO-REG-VALIDO          TO TRUE
              END-IF
           END-IF.

      *****************************************************************
