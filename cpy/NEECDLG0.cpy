      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECDLG0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE DELEGACION  *
      *               DE APROBACIONES NE9CDLG0 (NEOSB36.APPR_DELEG).   *
      *               UN APROBADOR AUSENTE DELEGA EN OTRO USUARIO      *
      *               ENTRE DOS FECHAS: 'C' ALTA, 'X' BAJA, 'R'        *
      *               CONSULTA LA DELEGACION ACTIVA DEL DELEGANTE.     *
      *               'V' VERIFICA SI EL DELEGADO APRUEBA HOY POR UN   *
      *               DELEGANTE CON NIVEL DE APROBACION ('N') O POR    *
      *               EL GERENTE INFORMADO EN GERENTE-EMPNO ('G'),     *
      *               CUYO EMPNO NO SEA EL DEL EMPLEADO DLG0-EMPNO;    *
      *               'L' DEJA LA APROBACION HECHA POR DELEGACION EN   *
      *               APPR_DELEG_USE.  FUERA DE FECHAS LA DELEGACION   *
      *               NO SE RECONOCE AUNQUE SIGA EN ESTADO 'A'.        *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : DLG0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECDLG0.
              10 DLG0-OPCION                    PIC X(01).
                 88 DLG0-88-ALTA                          VALUE 'C'.
                 88 DLG0-88-BAJA                          VALUE 'X'.
                 88 DLG0-88-CONSULTA                      VALUE 'R'.
                 88 DLG0-88-VERIFICA                      VALUE 'V'.
                 88 DLG0-88-REGISTRA-USO                  VALUE 'L'.
              10 DLG0-DELEGANTE                 PIC X(08).
              10 DLG0-DELEGADO                  PIC X(08).
              10 DLG0-FECHA-DESDE               PIC X(10).
              10 DLG0-FECHA-HASTA               PIC X(10).
              10 DLG0-ESTADO                    PIC X(01).
                 88 DLG0-88-ACTIVA                        VALUE 'A'.
                 88 DLG0-88-VENCIDA                       VALUE 'V'.
                 88 DLG0-88-CANCELADA                     VALUE 'X'.
      *       REQUISITO DEL DELEGANTE PARA LA OPCION 'V'
              10 DLG0-REQUISITO                 PIC X(01).
                 88 DLG0-88-REQ-NIVEL                     VALUE 'N'.
                 88 DLG0-88-REQ-GERENTE                   VALUE 'G'.
              10 DLG0-GERENTE-EMPNO             PIC X(06).
      *       EMPNO VINCULADO AL DELEGANTE (SALIDA DE 'V')
              10 DLG0-DELEGANTE-EMPNO           PIC X(06).
      *       APROBACION HECHA POR DELEGACION (ENTRADA DE 'L')
              10 DLG0-TRANSACCION               PIC X(04).
              10 DLG0-EMPNO                     PIC X(06).
              10 DLG0-ACCION                    PIC X(01).
              10 DLG0-COD-RET                   PIC X(02).
                 88 DLG0-88-OK                            VALUE '00'.
                 88 DLG0-88-SIN-NIVEL                     VALUE '10'.
                 88 DLG0-88-DELEGADO-INVALIDO             VALUE '11'.
                 88 DLG0-88-FECHAS-INVALIDAS              VALUE '12'.
                 88 DLG0-88-SUPERPUESTA                   VALUE '13'.
                 88 DLG0-88-NO-EXISTE                     VALUE '20'.
                 88 DLG0-88-ERROR-DB2                     VALUE '99'.
