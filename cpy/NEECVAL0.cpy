      *       CLASE DE EMPLEADO ('M' GERENCIAL / 'S' SINDICALIZADO);
      *       EN BLANCO NO SE CONTROLA
              10 VAL0-CLASE                    PIC X(01).
      *       SALARIO MINIMO LEGAL DE LA LOCATION DEL DEPARTAMENTO;
      *       SOLO SE CONTROLA SI VIENE INFORMADO EL WORKDEPT.  LA
      *       JORNADA (PORCENTAJE DE TIEMPO COMPLETO) EN CERO SE TOMA
      *       DE NEOSB36.EMP PARA EL EMPNO, O 100 SI ES UN ALTA
              10 VAL0-EMPNO                    PIC X(06).
              10 VAL0-WORKDEPT                 PIC X(03).
              10 VAL0-SALARY                   PIC S9(09)V9(02) COMP-3.
              10 VAL0-PCTJORNADA               PIC 9(03)V9(02).
      *       SALIDA: MINIMO LEGAL APLICADO, YA AJUSTADO POR JORNADA
              10 VAL0-SALARIO-MINIMO           PIC S9(09)V9(02) COMP-3.
              10 VAL0-COD-RET                  PIC X(02).
                 88 VAL0-88-OK                            VALUE '00'.
                 88 VAL0-88-ERROR                         VALUE '20'.
                 88 VAL0-88-ERROR-DB2                     VALUE '99'.
      *       EN ERROR DB2 VAL0-CAMPO LLEVA LA TABLA Y VAL0-SQLCODE EL
      *       SQLCODE RECIBIDO
              10 VAL0-CAMPO                    PIC X(10).
              10 VAL0-COD-ERROR                PIC X(07).
              10 VAL0-SQLCODE                  PIC S9(09) COMP-3.
