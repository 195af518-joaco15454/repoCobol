      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 79 POSICIONES.                            *
      *           PREFIJO  : DPT0.                                     *
      *                                                                *
      ******************************************************************
              10 DPT0-HEADCOUNT                 PIC S9(04) USAGE COMP.
      *       IDENTIDAD DEL ORIGINANTE PARA LA PISTA DE AUDITORIA
              10 DPT0-ORIGEN                    PIC X(08).
      *       EMPRESA (SOCIEDAD) A LA QUE PERTENECE EL DEPARTAMENTO
              10 DPT0-COMPANY                   PIC X(02).
      *       CONTRATISTAS Y EVENTUALES DE AGENCIA CON CONTRATO VIGENTE
              10 DPT0-CONTRATISTAS              PIC S9(04) USAGE COMP.
