      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCRTA0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO RETENAUM QUE DEJA DEMO01    *
      *              CON LOS EMPLEADOS CUYO AUMENTO QUEDO RETENIDO EN  *
      *              LA CORRIDA: 'P' POR ESTAR EN PERIODO DE PRUEBA Y  *
      *              'B' POR EXCEDER EL PRESUPUESTO RESTANTE DEL       *
      *              DEPARTAMENTO (DERIVADO A PENDAPRO).  LO LEE EL    *
      *              INDICE DE RIESGO DE RETENCION NERSK000.           *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 040 POSICIONES.                           *
      *           PREFIJO  : RTA.                                      *
      *                                                                *
      ******************************************************************
       05  NETCRTA0.
           10 RTA-EMPNO                         PIC X(06).
           10 RTA-WORKDEPT                      PIC X(03).
           10 RTA-MOTIVO                        PIC X(01).
              88 RTA-88-PROBATION                         VALUE 'P'.
              88 RTA-88-PRESUPUESTO                       VALUE 'B'.
           10 RTA-FECHA-PROCESO                 PIC X(10).
           10 RTA-AUMENTO-RETENIDO              PIC S9(09)V9(02) COMP-3.
           10 FILLER                            PIC X(14).
