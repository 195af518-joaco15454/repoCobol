                 88 APR-88-RECHAZADO                      VALUE 'R'.
                 88 APR-88-EXTRAIDO                       VALUE 'X'.
              10 APR-USUARIO                   PIC X(08).
      *       APROBADOR AUSENTE POR QUIEN RESOLVIO APR-USUARIO, SI LO
      *       HIZO POR DELEGACION
              10 APR-DELEGANTE                 PIC X(08).
              10 FILLER                        PIC X(03).
