      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECEVT0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE EVENTOS DE  *
      *               CAMBIO NE9CEVT0.  EL EVENTO SE GRABA EN          *
      *               NEOSB36.EVT_OUTBOX DENTRO DE LA MISMA UNIDAD DE  *
      *               TRABAJO QUE EL CAMBIO Y SE PUBLICA EN LA COLA;   *
      *               SI LA COLA NO ESTA DISPONIBLE QUEDA PENDIENTE Y  *
      *               LO REENVIA NEEVT000 EN ORDEN DE SECUENCIA.  LAS  *
      *               IMAGENES ANTES/DESPUES SIGUEN EL FORMATO DE      *
      *               NEECEVI0 SEGUN LA ENTIDAD.                       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : EVT0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECEVT0.
              10 EVT0-ENTIDAD                   PIC X(03).
                 88 EVT0-88-EMPLEADO                      VALUE 'EMP'.
                 88 EVT0-88-DEPARTAMENTO                  VALUE 'DEP'.
                 88 EVT0-88-DOMICILIO                     VALUE 'ADR'.
                 88 EVT0-88-BANCO                         VALUE 'BNK'.
                 88 EVT0-88-DEPENDIENTE                   VALUE 'DPN'.
              10 EVT0-CLAVE                     PIC X(20).
              10 EVT0-TIPO                      PIC X(01).
                 88 EVT0-88-ALTA                          VALUE 'A'.
                 88 EVT0-88-MODIFICA                      VALUE 'M'.
                 88 EVT0-88-BAJA                          VALUE 'B'.
      *       OPCION DE LA RUTINA QUE ORIGINO EL CAMBIO (POR EJEMPLO
      *       'L' LICENCIA O 'P' PROMOCION EN NE9CEMP0)
              10 EVT0-OPERACION                 PIC X(01).
              10 EVT0-USUARIO                   PIC X(08).
              10 EVT0-IMAGEN-ANTES              PIC X(200).
              10 EVT0-IMAGEN-DESPUES            PIC X(200).
      *       SALIDA
              10 EVT0-SECUENCIA                 PIC 9(15).
              10 EVT0-PUBLICADO                 PIC X(01).
                 88 EVT0-88-PUBLICADO                     VALUE 'S'.
                 88 EVT0-88-PENDIENTE                     VALUE 'N'.
              10 EVT0-MQ-RAZON                  PIC S9(09) COMP.
              10 EVT0-SQLCODE                   PIC S9(09) COMP.
              10 EVT0-COD-RET                   PIC X(02).
                 88 EVT0-88-OK                            VALUE '00'.
                 88 EVT0-88-ERROR-DB2                     VALUE '99'.
