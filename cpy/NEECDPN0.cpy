                 88 DPN0-88-UPDATE                        VALUE 'U'.
                 88 DPN0-88-DELETE                        VALUE 'D'.
                 88 DPN0-88-BROWSE                        VALUE 'B'.
              10 DPN0-ORIGEN                    PIC X(08).
              10 DPN0-EMPNO                     PIC X(06).
              10 DPN0-SEQNO                     PIC S9(04) USAGE COMP.
              10 DPN0-NOMBRE                    PIC X(28).
