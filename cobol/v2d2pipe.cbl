      * operator submitting seven jobs by hand:                       *
      *   'A' -> V2D2RUNA (analyze)                                   *
      *   'P' -> V2D2RUND (DDL) then V2D2RUNX (convert)               *
      *   'C' -> V2D2LOAD (data load), then V2D2CUOT (installment     *
      *          schedule) once the load leaves the job migrado       *
      *   'M' -> V2D2RECN if not reconciled yet, then V2D2MOVL if     *
      *          the movement trail is still pending, then done       *
      * After every step the STATUS is re-read: 'E' stops that job    *
      *--------------------------------------------------------------*
      * DRIVE-ONE-JOB - UNA ETAPA POR VUELTA HASTA TERMINAR, FALLAR  *
      * O NO AVANZAR. EL TOPE DE 10 ETAPAS ES UN SEGURO CONTRA UNA   *
      * ETAPA QUE DEJE EL STATUS OSCILANDO.                          *
      *--------------------------------------------------------------*
       DRIVE-ONE-JOB.
           MOVE 'N' TO WS-JOB-DONE.
             WHEN 'C'
               MOVE 'V2D2LOAD' TO WS-PGM-NAME
               PERFORM CALL-STAGE
               IF WS-JOB-DONE NOT = 'Y'
                 PERFORM GET-JOB-STATE
               END-IF
               IF WS-JOB-DONE NOT = 'Y'
                 AND DCL-STATUS = 'M'
                 MOVE 'V2D2CUOT' TO WS-PGM-NAME
                 PERFORM CALL-STAGE
               END-IF
             WHEN 'M'
               EVALUATE TRUE
                 WHEN WS-RECON-FLAG = ' '
