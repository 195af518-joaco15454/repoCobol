      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCDIR0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO DE DIRECTORIO CORPORATIVO    *
      *              (TELEFONOS Y LINEAS DE REPORTE) ENVIADO A IT.     *
      *              EL ULTIMO REGISTRO ES EL TRAILER, CON EMPNO       *
      *              '999999' Y LA CANTIDAD DE EMPLEADOS.              *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 130 POSICIONES.                           *
      *           PREFIJO  : DIR.                                      *
      *                                                                *
      ******************************************************************
       05  NETCDIR0.
           10 DIR-EMPNO                         PIC X(06).
           10 DIR-DATOS.
              15 DIR-LASTNAME                   PIC X(15).
              15 DIR-FIRSTNME                   PIC X(12).
              15 DIR-MIDINIT                    PIC X(01).
              15 DIR-PHONENO                    PIC X(04).
              15 DIR-WORKDEPT                   PIC X(03).
              15 DIR-DEPTNAME                   PIC X(36).
              15 DIR-LOCATION                   PIC X(16).
              15 DIR-MGRNO                      PIC X(06).
              15 DIR-MGR-LASTNAME               PIC X(15).
              15 DIR-LICENCIA                   PIC X(01).
                 88 DIR-88-EN-LICENCIA                    VALUE 'S'.
                 88 DIR-88-PRESENTE                       VALUE 'N'.
              15 DIR-FECHA-RETORNO              PIC X(10).
              15 FILLER                         PIC X(05).
           10 DIR-TRAILER REDEFINES DIR-DATOS.
              15 DIR-TRL-CANTIDAD               PIC 9(07).
              15 DIR-TRL-FECHA                  PIC X(10).
              15 FILLER                         PIC X(107).
