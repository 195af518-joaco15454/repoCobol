      *               OPCION 'I' REGISTRA EL INICIO Y RECHAZA LA       *
      *               CORRIDA SI LA FECHA DE PROCESO YA FUE            *
      *               COMPLETADA (SALVO FORZADO), 'F' REGISTRA EL      *
      *               FIN CON LOS CONTADORES, 'C' CONSULTA LA          *
      *               ULTIMA FECHA COMPLETADA DEL PROGRAMA Y 'R'       *
      *               MARCA COMO REVERTIDAS LAS CORRIDAS DEL PROGRAMA  *
      *               PARA LA FECHA DE PROCESO, QUE QUEDA LIBRE PARA   *
      *               VOLVER A CORRER.                                 *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
                 88 RUN0-88-INICIO                        VALUE 'I'.
                 88 RUN0-88-FIN                           VALUE 'F'.
                 88 RUN0-88-CONSULTA                      VALUE 'C'.
                 88 RUN0-88-REVERSA                       VALUE 'R'.
              10 RUN0-PROGRAMA                  PIC X(08).
              10 RUN0-FECHA-PROCESO             PIC X(10).
              10 RUN0-LEIDOS                    PIC S9(09) USAGE COMP.
              10 RUN0-RETCODE                   PIC S9(04) USAGE COMP.
              10 RUN0-COD-RET                   PIC X(02).
                 88 RUN0-88-OK                            VALUE '00'.
                 88 RUN0-88-SIN-CORRIDA                   VALUE '04'.
                 88 RUN0-88-YA-COMPLETADA                 VALUE '08'.
                 88 RUN0-88-ERROR-DB2                     VALUE '99'.
              10 RUN0-ULT-FECHA-OK              PIC X(10).
