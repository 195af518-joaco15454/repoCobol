      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECDIS0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE REPARTO DEL *
      *               COSTO DEL EMPLEADO ENTRE DEPARTAMENTOS NE9CDIS0  *
      *               (TABLA NEOSB36.EMP_DEPT_ALLOC).  LA CLAVE ES     *
      *               EMPNO + FECHA DESDE + DEPTNO; LAS FILAS DE UN    *
      *               EMPLEADO CON LA MISMA FECHA DESDE FORMAN UN      *
      *               REPARTO, VIGENTE HASTA LA FECHA DESDE DEL        *
      *               SIGUIENTE.  OPCION 'C' ALTA, 'R' CONSULTA, 'U'   *
      *               MODIFICA EL PORCENTAJE Y 'D' BAJA DE UNA FILA.   *
      *               DIS0-TOTAL-REPARTO DEVUELVE LA SUMA DE LOS       *
      *               PORCENTAJES DEL REPARTO DESPUES DEL MOVIMIENTO;  *
      *               UN REPARTO QUE NO SUMA 100 NO SE APLICA Y LO     *
      *               INFORMA EL BATCH NESPL000.                       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : DIS0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECDIS0.
              10 DIS0-OPCION                    PIC X(01).
                 88 DIS0-88-ALTA                          VALUE 'C'.
                 88 DIS0-88-CONSULTA                      VALUE 'R'.
                 88 DIS0-88-MODIFICA                      VALUE 'U'.
                 88 DIS0-88-BAJA                          VALUE 'D'.
              10 DIS0-ORIGEN                    PIC X(08).
              10 DIS0-EMPNO                     PIC X(06).
              10 DIS0-FECHA-DESDE               PIC X(10).
              10 DIS0-DEPTNO                    PIC X(03).
              10 DIS0-PORCENTAJE                PIC S9(03)V9(02) COMP-3.
              10 DIS0-TOTAL-REPARTO             PIC S9(05)V9(02) COMP-3.
