      *                          with per-program subtotals, using    *
      *                          the NEECMSG0 texts for NEE/NEA       *
      *                          codes.                               *
      * 15/10/2026 gforrich      EXEMP001 record widened to 145 bytes *
      *                          (the transaction image now carries   *
      *                          the FTE percentage).                 *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *

       FD  EXCEPCION
           RECORDING MODE IS F
           RECORD CONTAINS 145 CHARACTERS.
       01  REG-EXCEPCION.
           COPY EXEMP001.

