      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECXCR0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA NE9CXCR0 DE    *
      *               CONTROL DE MOVIMIENTOS ENTRE EMPRESAS. RECIBE    *
      *               EL EMPLEADO Y LOS DEPARTAMENTOS DE ORIGEN Y      *
      *               DESTINO DE UN CAMBIO DE WORKDEPT; SI AMBOS       *
      *               DEPARTAMENTOS PERTENECEN A EMPRESAS DISTINTAS    *
      *               ASIENTA EL MOVIMIENTO EN NEOSB36.XCOMP_REVIEW    *
      *               PENDIENTE DE REVISION DE RRHH Y LO INFORMA CON   *
      *               XCR0-88-INTERCOMPANIA.                           *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : XCR0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECXCR0.
              10 XCR0-EMPNO                     PIC X(06).
              10 XCR0-DEPTO-ORIGEN              PIC X(03).
              10 XCR0-DEPTO-DESTINO             PIC X(03).
              10 XCR0-PROGRAMA                  PIC X(08).
              10 XCR0-USUARIO                   PIC X(08).
              10 XCR0-CIA-ORIGEN                PIC X(02).
              10 XCR0-CIA-DESTINO               PIC X(02).
              10 XCR0-RESULTADO                 PIC X(01).
                 88 XCR0-88-MISMA-CIA                     VALUE 'M'.
                 88 XCR0-88-INTERCOMPANIA                 VALUE 'I'.
              10 XCR0-COD-RET                   PIC X(02).
                 88 XCR0-88-OK                            VALUE '00'.
                 88 XCR0-88-ERROR-DB2                     VALUE '99'.
              10 XCR0-SQLCODE                   PIC S9(09) COMP-3.
