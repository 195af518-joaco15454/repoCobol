      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECVRQ0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE SOLICITUDES *
      *               DE VACACIONES NE9CVRQ0 (TABLA                    *
      *               NEOSB36.VAC_REQUEST).  OPCION 'C' REGISTRA UNA   *
      *               SOLICITUD PENDIENTE, 'R' LA CONSULTA (CON FECHA  *
      *               DESDE EN BLANCO DEVUELVE LA PENDIENTE MAS        *
      *               ANTIGUA DEL EMPLEADO), 'A' LA APRUEBA            *
      *               DESCONTANDO LOS DIAS DE VAC_BALANCE Y 'X' LA     *
      *               RECHAZA.  SOLO RESUELVE EL GERENTE (MGRNO) DEL   *
      *               DEPARTAMENTO DEL EMPLEADO.                       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : VRQ0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECVRQ0.
              10 VRQ0-OPCION                    PIC X(01).
                 88 VRQ0-88-SOLICITA                      VALUE 'C'.
                 88 VRQ0-88-CONSULTA                      VALUE 'R'.
                 88 VRQ0-88-APRUEBA                       VALUE 'A'.
                 88 VRQ0-88-RECHAZA                       VALUE 'X'.
              10 VRQ0-ORIGEN                    PIC X(08).
              10 VRQ0-EMPNO                     PIC X(06).
              10 VRQ0-FECHA-DESDE               PIC X(10).
              10 VRQ0-FECHA-HASTA               PIC X(10).
              10 VRQ0-DIAS-HABILES              PIC S9(04)V9(02) COMP-3.
              10 VRQ0-DIAS-SALDO                PIC S9(04)V9(02) COMP-3.
              10 VRQ0-ESTADO                    PIC X(01).
                 88 VRQ0-88-PENDIENTE                     VALUE 'P'.
                 88 VRQ0-88-APROBADA                      VALUE 'A'.
                 88 VRQ0-88-RECHAZADA                     VALUE 'R'.
      *       GERENTE POR QUIEN RESOLVIO ORIGEN POR DELEGACION
              10 VRQ0-DELEGANTE                 PIC X(08).
