      *                          a program change.  The CHNCHKP       *
      *                          checkpoint/restart behavior is       *
      *                          unchanged.                           *
      * 15/10/2026 gforrich      New on-error value 'R' in CHNSTEPS:  *
      *                          a step that ends with a warning      *
      *                          RETURN-CODE stops the chain for      *
      *                          review (used for the NEBRF000 bank   *
      *                          red-flag step ahead of NEPAY000).    *
      *                          The step stays complete in the       *
      *                          checkpoint, so a rerun resumes at    *
      *                          the next step.                       *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *      DEFINICION DE PASOS DE LA CADENA, MANTENIDA POR          *
      *      OPERACIONES: PROGRAMA, RANURA DE CHECKPOINT, QUE HACER   *
      *      ANTE UN RETURN-CODE FATAL ('S' DETIENE LA CADENA, 'C'    *
      *      CONTINUA, 'R' DETIENE LA CADENA TAMBIEN ANTE UN AVISO    *
      *      PARA SU REVISION) Y SI EL PASO ESTA ACTIVO               *
      *****************************************************************
       FD  CHNSTEPS
           RECORDING MODE IS F
              10 TB-PASO-PROGRAMA           PIC X(08).
              10 TB-PASO-SLOT               PIC 9(02).
              10 TB-PASO-ON-ERROR           PIC X(01).
                 88 TB-88-DETIENE                     VALUE 'S' 'R'.
                 88 TB-88-DETIENE-AVISO               VALUE 'R'.
              10 TB-PASO-ACTIVO             PIC X(01).
                 88 TB-88-PASO-ACTIVO                 VALUE 'S'.

              END-IF
           ELSE
              IF WS-RC-EVENTO NOT EQUAL ZERO
                 SET IX-PASO                TO WS-IX-PASO
                 IF TB-88-DETIENE-AVISO(IX-PASO)
                    SET SI-CADENA-DETENIDA  TO TRUE
                    PERFORM 9160-REVISION-PASO
                       THRU 9160-REVISION-PASO-EXIT
                 ELSE
                    PERFORM 9150-AVISO-PASO
                       THRU 9150-AVISO-PASO-EXIT
                 END-IF
              END-IF
           END-IF
           .
           .
       9150-AVISO-PASO-EXIT.
           EXIT.
      *****************************************************************
      *                    9160-REVISION-PASO                         *
      *                                                                *
      *    - AVISO DE UN PASO DEFINIDO CON 'R' EN CHNSTEPS: EL PASO   *
      *      QUEDA COMPLETADO EN EL CHECKPOINT Y LA CADENA SE DETIENE *
      *      PARA QUE SE REVISE SU LISTADO; AL RELANZARLA CONTINUA    *
      *      CON EL PASO SIGUIENTE                                    *
      *****************************************************************
       9160-REVISION-PASO.

           DISPLAY '*** CADENA00: PASO ' WS-PASO-ACTUAL
                   ' TERMINO CON RETURN-CODE ' WS-RC-EVENTO
                   ' -- SE DETIENE LA CADENA PARA REVISION ***'
           .
       9160-REVISION-PASO-EXIT.
           EXIT.
