      *               BANCARIOS NE9CBNK0 (TABLA NEOSB36.EMP_BANK).     *
      *               EL ULTIMO DIGITO DE LA CUENTA ES VERIFICADOR     *
      *               (MODULO 11 SOBRE LOS 15 ANTERIORES).             *
      *               ALTAS Y CAMBIOS QUEDAN PENDIENTES EN             *
      *               EMP_BANK_PEND HASTA QUE OTRO USUARIO CON NIVEL   *
      *               DE APROBACION LOS APRUEBE ('A') O RECHACE ('X'); *
      *               'P' CONSULTA EL CAMBIO PENDIENTE.                *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
                 88 BNK0-88-READ                          VALUE 'R'.
                 88 BNK0-88-UPDATE                        VALUE 'U'.
                 88 BNK0-88-DELETE                        VALUE 'D'.
                 88 BNK0-88-APRUEBA                       VALUE 'A'.
                 88 BNK0-88-RECHAZA                       VALUE 'X'.
                 88 BNK0-88-CONSULTA-PEND                 VALUE 'P'.
              10 BNK0-ORIGEN                    PIC X(08).
              10 BNK0-EMPNO                     PIC X(06).
              10 BNK0-BANCO                     PIC X(03).
              10 BNK0-ESTADO                    PIC X(01).
                 88 BNK0-88-ACTIVO                        VALUE 'A'.
                 88 BNK0-88-INACTIVO                      VALUE 'I'.
      *       CAMBIO PENDIENTE DE APROBACION (SALIDA DE 'C', 'U' Y 'P')
              10 BNK0-PEND-ESTADO               PIC X(01).
                 88 BNK0-88-PEND-PENDIENTE                VALUE 'P'.
                 88 BNK0-88-PEND-APROBADO                 VALUE 'A'.
                 88 BNK0-88-PEND-RECHAZADO                VALUE 'R'.
                 88 BNK0-88-PEND-VENCIDO                  VALUE 'V'.
              10 BNK0-PEND-TIPO                 PIC X(01).
              10 BNK0-PEND-BANCO                PIC X(03).
              10 BNK0-PEND-SUCURSAL             PIC X(04).
              10 BNK0-PEND-CUENTA               PIC X(16).
              10 BNK0-PEND-USUARIO              PIC X(08).
              10 BNK0-PEND-FECHA                PIC X(26).
      *       APROBADOR POR QUIEN RESOLVIO ORIGEN POR DELEGACION
              10 BNK0-DELEGANTE                 PIC X(08).
