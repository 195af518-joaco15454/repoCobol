      *       MESES DE SERVICIO EN EL ANIO QUE PRORRATEAN EL BONO
      *       (12 = SIN PRORRATEO)
              10 0001-MESES-BONO                PIC 9(02).
      *       MARCA DE CORRIDA ESPECIAL: 'S' BONO ANUAL DE FIN DE
      *       ANIO (NEBON000), 'C' AUMENTO GENERAL POR COSTO DE VIDA
      *       DE UNA LOCATION (NECOL000)
              10 0001-ORIGEN-ANUAL              PIC X(01).
                 88 0001-88-BONO-ANUAL                   VALUE 'S'.
                 88 0001-88-POR-COSTO-VIDA               VALUE 'C'.
      *       PARTE DEL AUMENTO DE SALARIO QUE SURGE DE LA MATRIZ DE
      *       MERITO (YA INCLUIDA EN 0001-SALARY-INC)
              10 0001-ORIGEN-MERITO             PIC X(01).
                 88 0001-88-POR-MERITO                   VALUE 'S'.
              10 0001-MERITO-INC                PIC S9(09)V9(02) COMP-3.
                 

              
