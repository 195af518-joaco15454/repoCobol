              10 EXC-CAMPO                     PIC X(10).
              10 EXC-SQLCODE                   PIC S9(09).
              10 EXC-DESCRIPCION               PIC X(40).
              10 EXC-TRANSACCION               PIC X(79).
