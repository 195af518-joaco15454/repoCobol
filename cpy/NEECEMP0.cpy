                 88 DEP0-88-SEARCH                        VALUE 'S'.
                 88 DEP0-88-LEAVE                         VALUE 'L'.
                 88 DEP0-88-LEAVE-RETURN                  VALUE 'V'.
                 88 DEP0-88-PROMOTION                     VALUE 'P'.
              10 DEP0-MODO-EJECUCION             PIC X(01).
                 88 DEP0-88-MODO-VALIDA                   VALUE 'V'.
                 88 DEP0-88-MODO-REAL                     VALUE 'E'.
              10 DEP0-DIAS-PREVIOS              PIC 9(07).
      *       CLASE DE EMPLEADO ('M' GERENCIAL / 'S' SINDICALIZADO)
              10 DEP0-CLASE                     PIC X(01).
      *       PORCENTAJE DE AUMENTO DE LA PROMOCION (OPCION 'P'): EL
      *       SALARIO NUEVO ES EL MAYOR ENTRE ESTE AUMENTO Y EL MINIMO
      *       DEL GRADO DEL PUESTO NUEVO
              10 DEP0-PROMO-PORCENTAJE          PIC 9(03)V9(02).
      *       JORNADA EN PORCENTAJE DE TIEMPO COMPLETO (FTE).  EN
      *       CERO SE CONSERVA LA VIGENTE; UN ALTA SIN INFORMAR ES 100
              10 DEP0-PCTJORNADA                PIC 9(03)V9(02).
      *       REQUISICION QUE CUBRE EL ALTA (OPCION 'C'); EN BLANCO
      *       EL ALTA NO SE IMPUTA A NINGUNA REQUISICION
              10 DEP0-REQID                     PIC X(06).
              
