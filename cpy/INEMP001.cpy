              10 IN-BIRTHDATE                  PIC X(10).
              10 IN-MOTIVO-BAJA                PIC X(02).
              10 FILLER                        PIC X(01).
      *    PORCENTAJE DE JORNADA (FTE). EN BLANCO O EN CERO LA
      *    MODIFICACION CONSERVA EL VIGENTE Y EL ALTA QUEDA A TIEMPO
      *    COMPLETO
              10 IN-PCTJORNADA                 PIC 9(03)V9(02).
      *    VISTA DE LA PROMOCION (IN-LETRA 'P'): EL PORCENTAJE DE
      *    AUMENTO OCUPA EL LUGAR DEL NOMBRE; EL PUESTO NUEVO VIENE
      *    EN IN-JOB
            05 IN-REG-PROMOCION REDEFINES IN-REG-ENTRADA.
              10 FILLER                        PIC X(07).
              10 IN-PROMO-PORCENTAJE           PIC 9(03)V9(02).
              10 FILLER                        PIC X(67).
