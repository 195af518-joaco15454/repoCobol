      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECDIS1                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA NE9CDIS1, QUE  *
      *               DEVUELVE EL REPARTO DEL COSTO DE UN EMPLEADO     *
      *               VIGENTE A UNA FECHA (EL DE MAYOR FECHA DESDE NO  *
      *               POSTERIOR A DIS1-FECHA EN EMP_DEPT_ALLOC).       *
      *               SOLO SE APLICA UN REPARTO QUE SUMA 100; SIN      *
      *               REPARTO, O CON UNO QUE NO SUMA 100, LA TABLA     *
      *               VUELVE CON UNA SOLA FILA: DIS1-WORKDEPT AL 100.  *
      *               DIS1-DISTRIBUYE REPARTE DIS1-IMPORTE SEGUN LA    *
      *               TABLA YA CARGADA; EL REDONDEO QUEDA EN LA ULTIMA *
      *               FILA PARA QUE LA SUMA CUADRE CON EL TOTAL.       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : DIS1.                                     *
      *                                                                *
      ******************************************************************
           05 NEECDIS1.
              10 DIS1-OPCION                    PIC X(01).
                 88 DIS1-88-VIGENTE                       VALUE 'V'.
                 88 DIS1-88-DISTRIBUYE                    VALUE 'I'.
              10 DIS1-EMPNO                     PIC X(06).
              10 DIS1-FECHA                     PIC X(10).
              10 DIS1-WORKDEPT                  PIC X(03).
              10 DIS1-IMPORTE                   PIC S9(11)V9(02) COMP-3.
              10 DIS1-RESULTADO                 PIC X(01).
                 88 DIS1-88-REPARTIDO                     VALUE 'S'.
                 88 DIS1-88-SIN-REPARTO                   VALUE 'N'.
                 88 DIS1-88-REPARTO-INVALIDO              VALUE 'I'.
              10 DIS1-COD-RET                   PIC X(02).
                 88 DIS1-88-OK                            VALUE '00'.
                 88 DIS1-88-ERROR-DB2                     VALUE '99'.
              10 DIS1-SQLCODE                   PIC S9(09) COMP-3.
              10 DIS1-CANT-DEPTOS               PIC S9(04) COMP.
              10 DIS1-DEPTO OCCURS 20 TIMES
                            INDEXED BY DIS1-IX.
                 15 DIS1-DEP-DEPTNO             PIC X(03).
                 15 DIS1-DEP-PORCENTAJE         PIC S9(03)V9(02) COMP-3.
                 15 DIS1-DEP-IMPORTE            PIC S9(11)V9(02) COMP-3.
