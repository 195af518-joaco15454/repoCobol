      *               'P' EL ANTERIOR, 'A' AVANZA CANT-DIAS HABILES    *
      *               DEVOLVIENDO ADEMAS LOS DIAS DE CALENDARIO        *
      *               RECORRIDOS; 'C' ALTA Y 'D' BAJA DE FERIADOS.     *
      *               OPCION 'H' CUENTA LOS DIAS HABILES ENTRE         *
      *               FECHA-BASE Y FECHA-HASTA, AMBAS INCLUSIVE.       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
                 88 CAL0-88-AVANZA                        VALUE 'A'.
                 88 CAL0-88-ALTA-FERIADO                  VALUE 'C'.
                 88 CAL0-88-BAJA-FERIADO                  VALUE 'D'.
                 88 CAL0-88-CUENTA-HABILES                VALUE 'H'.
              10 CAL0-FECHA-BASE                PIC X(10).
              10 CAL0-CANT-DIAS                 PIC 9(03).
              10 CAL0-DESCRIPCION               PIC X(30).
                 88 CAL0-88-YA-EXISTE                     VALUE '10'.
                 88 CAL0-88-NO-EXISTE                     VALUE '20'.
                 88 CAL0-88-ERROR-DB2                     VALUE '99'.
              10 CAL0-FECHA-HASTA               PIC X(10).
              10 CAL0-DIAS-HABILES              PIC S9(04) USAGE COMP.
