      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECEVI0                                   *
      *                                                                *
      * DESCRIPCION:  FORMATO DE LAS IMAGENES ANTES/DESPUES DE LOS     *
      *               EVENTOS DE CAMBIO (NEECEVT0 / NEECEVM0), UNA     *
      *               VISTA POR ENTIDAD.  TODOS LOS CAMPOS VAN EN      *
      *               FORMATO TEXTO; LOS IMPORTES SIN SIGNO CON DOS    *
      *               DECIMALES IMPLICITOS.  EN UN ALTA LA IMAGEN      *
      *               ANTES VA EN BLANCO.                              *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 200 POSICIONES.                           *
      *           PREFIJO  : EVI0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECEVI0.
              10 EVI0-IMAGEN                    PIC X(200).
      *       ENTIDAD 'EMP' - NEOSB36.EMP
              10 EVI0-EMP REDEFINES EVI0-IMAGEN.
                 15 EVI0-EMP-EMPNO              PIC X(06).
                 15 EVI0-EMP-FIRSTNME           PIC X(12).
                 15 EVI0-EMP-MIDINIT            PIC X(01).
                 15 EVI0-EMP-LASTNAME           PIC X(15).
                 15 EVI0-EMP-WORKDEPT           PIC X(03).
                 15 EVI0-EMP-PHONENO            PIC X(04).
                 15 EVI0-EMP-HIREDATE           PIC X(10).
                 15 EVI0-EMP-JOB                PIC X(08).
                 15 EVI0-EMP-EDLEVEL            PIC 9(04).
                 15 EVI0-EMP-SEX                PIC X(01).
                 15 EVI0-EMP-BIRTHDATE          PIC X(10).
                 15 EVI0-EMP-SALARY             PIC 9(07)V9(02).
                 15 EVI0-EMP-BONUS              PIC 9(07)V9(02).
                 15 EVI0-EMP-COMM               PIC 9(07)V9(02).
                 15 EVI0-EMP-EMPSTATUS          PIC X(01).
                 15 EVI0-EMP-FECHABAJA          PIC X(10).
                 15 EVI0-EMP-MOTIVOBAJA         PIC X(02).
                 15 EVI0-EMP-CLASE              PIC X(01).
                 15 EVI0-EMP-PCTJORNADA         PIC 9(03)V9(02).
                 15 FILLER                      PIC X(80).
      *       ENTIDAD 'DEP' - NEOSB36.DEPT
              10 EVI0-DEP REDEFINES EVI0-IMAGEN.
                 15 EVI0-DEP-DEPTNO             PIC X(03).
                 15 EVI0-DEP-DEPTNAME           PIC X(36).
                 15 EVI0-DEP-MGRNO              PIC X(06).
                 15 EVI0-DEP-ADMRDEPT           PIC X(03).
                 15 EVI0-DEP-LOCATION           PIC X(16).
                 15 EVI0-DEP-COMPANY            PIC X(02).
                 15 FILLER                      PIC X(134).
      *       ENTIDAD 'ADR' - NEOSB36.EMP_ADDRESS
              10 EVI0-ADR REDEFINES EVI0-IMAGEN.
                 15 EVI0-ADR-EMPNO              PIC X(06).
                 15 EVI0-ADR-CALLE              PIC X(30).
                 15 EVI0-ADR-CIUDAD             PIC X(20).
                 15 EVI0-ADR-CODPOSTAL          PIC X(08).
                 15 EVI0-ADR-PAIS               PIC X(02).
                 15 EVI0-ADR-TELEFONO           PIC X(15).
                 15 EVI0-ADR-ESTADO             PIC X(01).
                 15 FILLER                      PIC X(118).
      *       ENTIDAD 'BNK' - NEOSB36.EMP_BANK
              10 EVI0-BNK REDEFINES EVI0-IMAGEN.
                 15 EVI0-BNK-EMPNO              PIC X(06).
                 15 EVI0-BNK-BANCO              PIC X(03).
                 15 EVI0-BNK-SUCURSAL           PIC X(04).
                 15 EVI0-BNK-CUENTA             PIC X(16).
                 15 EVI0-BNK-ESTADO             PIC X(01).
                 15 FILLER                      PIC X(170).
      *       ENTIDAD 'DPN' - NEOSB36.DEPENDENT
              10 EVI0-DPN REDEFINES EVI0-IMAGEN.
                 15 EVI0-DPN-EMPNO              PIC X(06).
                 15 EVI0-DPN-SEQNO              PIC 9(04).
                 15 EVI0-DPN-NOMBRE             PIC X(28).
                 15 EVI0-DPN-PARENTESCO         PIC X(02).
                 15 EVI0-DPN-FECHANAC           PIC X(10).
                 15 EVI0-DPN-ESTADO             PIC X(01).
                 15 FILLER                      PIC X(149).
