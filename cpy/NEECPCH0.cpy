                                                COMP-3.
              10 PCH0-COMM                      PIC S9(09)V9(02)
                                                COMP-3.
              10 PCH0-PCTJORNADA                PIC 9(03)V9(02).
              10 PCH0-BROWSE-CANT               PIC S9(04) USAGE COMP.
              10 PCH0-BROWSE-TABLA OCCURS 10 TIMES
                                    INDEXED BY IX-PCH0-BROWSE.
