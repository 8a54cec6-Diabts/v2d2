      * drives a job from 'A' to 'M' once; this is the daily grind    *
      * after that: for EVERY job sitting in 'M' but not yet          *
      * certified it applies the day's MOVFILE movements (V2D2APLY),  *
      * replays the day's DB2-side changes made by converted programs *
      * back into the KSDS (V2D2RSYN, with its conflict report),      *
      * reruns the reconciliation (V2D2RECN) and - with the AUDIT     *
      * token, for the nights the auditors are due - the movement     *
      * trail audit (V2D2MAUD), then prints one line per job with     *
           END-PERFORM.
           EXEC SQL CLOSE MIGCUR END-EXEC.
      *--------------------------------------------------------------*
      * CYCLE-ONE-JOB - APLICAR EL DIA, DEVOLVER AL VSAM LOS CAMBIOS *
      * HECHOS EN DB2, RECONCILIAR, AUDITAR SI TOCA, Y UNA LINEA DE  *
      * RESUMEN. SI UNA ETAPA DEJA EL JOB EN 'E' EL RESTO SE SALTEA  *
      * Y EL CICLO SIGUE CON EL PROXIMO.                             *
      *--------------------------------------------------------------*
       CYCLE-ONE-JOB.
           MOVE 'N' TO WS-JOB-STOPPED.
           MOVE 'V2D2APLY' TO WS-PGM-NAME.
           PERFORM CALL-STAGE.
           PERFORM CHECK-JOB-STATUS.
           IF WS-JOB-STOPPED NOT = 'Y'
             MOVE 'V2D2RSYN' TO WS-PGM-NAME
             PERFORM CALL-STAGE
             PERFORM CHECK-JOB-STATUS
           END-IF.
           IF WS-JOB-STOPPED NOT = 'Y'
             MOVE 'V2D2RECN' TO WS-PGM-NAME
             PERFORM CALL-STAGE
