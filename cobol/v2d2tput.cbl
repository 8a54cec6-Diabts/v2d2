       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2TPUT.
      *==============================================================*
      * V2D2TPUT - LOAD THROUGHPUT SAMPLER                            *
      * CALLed by every loader (V2D2LOAD, V2D2GLOD, V2D2ULOD) through *
      * the V2D2TPT parameter area, so the three of them measure and  *
      * project the same way. TPT-OP 'INIT' notes the start clock     *
      * and position of the run, turns the UNTIL= hhmm into a stop    *
      * timestamp (earlier than the start time = the next day, as     *
      * V2D2LOAD's CHECK-DEADLINE reads it) and settles the source    *
      * count to project against:                                     *
      *   - V2D2_JOBS.VSAM_COUNT while it is still ahead of           *
      *     RECORDS_PROCESSED (V2D2VLDT / V2D2PADV stamp it with      *
      *     their full-pass count before any load);                   *
      *   - else the count of the job's last sample that had one (a   *
      *     restart - the loaders overwrite VSAM_COUNT with their     *
      *     own count at every checkpoint);                           *
      *   - else the VSAM count of the job's last V2D2_RECON row;     *
      *   - else none: the samples carry the rate only.               *
      *                                                               *
      * TPT-OP 'SAMPLE' writes one IBMUSER.V2D2_THRUPUT row: position *
      * and records read by this run, seconds since INIT, the rate    *
      * per minute, and for a partition the whole job's position and  *
      * rate (the other ranges' V2D2_PARTS counts plus the rate of    *
      * their newest sample while they are still 'L'). The projected  *
      * finish is now + the remaining records at the job rate. When   *
      * it runs past the UNTIL= stop time the row is flagged and, the *
      * first time in the run, TPT-LATE tells the caller to notify.   *
      * Telemetry never stops a load: a failed INSERT switches the    *
      * sampler off for the rest of the run and says so once.         *
      *==============================================================*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INIT-DONE             PIC X VALUE 'N'.
       01  WS-SAMPLER-OFF           PIC X VALUE 'N'.
       01  WS-LATE-NOTIFIED         PIC X VALUE 'N'.
       01  WS-SQLCD                 PIC -(8)9.
      *--------------------------------------------------------------*
      * RELOJ: SEGUNDOS ABSOLUTOS (DIA JULIANO * 86400 + SEGUNDO DEL *
      * DIA), ASI ARRANQUE, TOPE Y PROYECCION SE COMPARAN Y RESTAN   *
      * SIN PREOCUPARSE POR LA MEDIANOCHE.                           *
      *--------------------------------------------------------------*
       01  WS-CLOCK.
           05 WS-CLK-DATE           PIC 9(8).
           05 WS-CLK-TIME.
              10 WS-CLK-HH          PIC 99.
              10 WS-CLK-MI          PIC 99.
              10 WS-CLK-SS          PIC 99.
              10 WS-CLK-CC          PIC 99.
       01  WS-NOW-ABS               PIC S9(18) COMP VALUE 0.
       01  WS-START-ABS             PIC S9(18) COMP VALUE 0.
       01  WS-DL-ABS                PIC S9(18) COMP VALUE 0.
       01  WS-PROJ-ABS              PIC S9(18) COMP VALUE 0.
       01  WS-START-HHMM            PIC X(4) VALUE SPACES.
       01  WS-UNTIL-HH              PIC 99 VALUE 0.
       01  WS-UNTIL-MI              PIC 99 VALUE 0.
       01  WS-DL-TS                 PIC X(26) VALUE SPACES.
       01  WS-CV-ABS                PIC S9(18) COMP VALUE 0.
       01  WS-CV-DAYS               PIC S9(9) COMP VALUE 0.
       01  WS-CV-SECS               PIC S9(9) COMP VALUE 0.
       01  WS-CV-DATE               PIC 9(8) VALUE 0.
       01  WS-CV-HH                 PIC 99 VALUE 0.
       01  WS-CV-MI                 PIC 99 VALUE 0.
       01  WS-CV-SS                 PIC 99 VALUE 0.
       01  WS-TS-OUT                PIC X(26) VALUE SPACES.
      *--------------------------------------------------------------*
      * POSICION Y TOTAL DE LA CORRIDA.                              *
      *--------------------------------------------------------------*
       01  WS-START-POS             PIC S9(9) COMP VALUE 0.
       01  WS-TOTAL                 PIC S9(9) COMP VALUE 0.
       01  WS-J-VSAM                PIC S9(9) COMP VALUE 0.
       01  WS-J-RPROC               PIC S9(9) COMP VALUE 0.
       01  WS-OTHER-RECS            PIC S9(9) COMP VALUE 0.
       01  WS-OTHER-RATE            PIC S9(9) COMP VALUE 0.
       01  WS-REMAINING             PIC S9(9) COMP VALUE 0.
       01  WS-REM-SECS              PIC S9(18) COMP VALUE 0.
       01  WS-RATE-D                PIC Z(6)9.
       01  WS-JOBID-D               PIC 9(9).
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2THR.
       LINKAGE SECTION.
       01  LK-PARAM.
           COPY V2D2TPT.
       PROCEDURE DIVISION USING LK-PARAM.
       MAIN-PARA.
           MOVE '00' TO TPT-STATUS.
           MOVE 'N' TO TPT-LATE.
           MOVE SPACES TO TPT-MESSAGE.
           EVALUATE TPT-OP
             WHEN 'INIT'
               PERFORM DO-INIT
             WHEN 'SAMPLE'
               EVALUATE TRUE
                 WHEN WS-INIT-DONE NOT = 'Y'
                   MOVE '04' TO TPT-STATUS
                   MOVE 'V2D2TPUT: SAMPLE SIN INIT PREVIO'
                     TO TPT-MESSAGE
                 WHEN WS-SAMPLER-OFF = 'Y'
                   CONTINUE
                 WHEN OTHER
                   PERFORM DO-SAMPLE
               END-EVALUATE
             WHEN OTHER
               MOVE '04' TO TPT-STATUS
               STRING 'V2D2TPUT: OPERACION DESCONOCIDA ' TPT-OP
                 DELIMITED BY SIZE INTO TPT-MESSAGE
           END-EVALUATE.
           GOBACK.
      *--------------------------------------------------------------*
      * DO-INIT - RELOJ Y POSICION DE ARRANQUE, TOPE DE VENTANA Y    *
      * TOTAL CONTRA EL QUE SE PROYECTA.                             *
      *--------------------------------------------------------------*
       DO-INIT.
           MOVE 'N' TO WS-SAMPLER-OFF WS-LATE-NOTIFIED.
           MOVE TPT-RECORDS TO WS-START-POS.
           PERFORM READ-CLOCK.
           MOVE WS-NOW-ABS TO WS-START-ABS.
           MOVE WS-CLK-TIME(1:4) TO WS-START-HHMM.
           MOVE 0 TO WS-DL-ABS.
           MOVE SPACES TO WS-DL-TS.
           IF TPT-UNTIL NOT = SPACES AND TPT-UNTIL NUMERIC
             MOVE TPT-UNTIL(1:2) TO WS-UNTIL-HH
             MOVE TPT-UNTIL(3:2) TO WS-UNTIL-MI
             COMPUTE WS-CV-DAYS = WS-NOW-ABS / 86400
             COMPUTE WS-DL-ABS = WS-CV-DAYS * 86400
               + WS-UNTIL-HH * 3600 + WS-UNTIL-MI * 60
             IF TPT-UNTIL < WS-START-HHMM
               ADD 86400 TO WS-DL-ABS
             END-IF
             MOVE WS-DL-ABS TO WS-CV-ABS
             PERFORM FORMAT-TIMESTAMP
             MOVE WS-TS-OUT TO WS-DL-TS
           END-IF.
           PERFORM FIND-TOTAL.
           MOVE WS-TOTAL TO TPT-TOTAL.
           MOVE 0 TO TPT-RATE.
           MOVE SPACES TO TPT-PROJ-END.
           MOVE 'Y' TO WS-INIT-DONE.
       FIND-TOTAL.
           MOVE 0 TO WS-TOTAL.
           EXEC SQL
             SELECT VSAM_COUNT, RECORDS_PROCESSED
             INTO :WS-J-VSAM, :WS-J-RPROC
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :TPT-JOB-ID
           END-EXEC.
           IF SQLCODE = 0 AND WS-J-VSAM > WS-J-RPROC
             MOVE WS-J-VSAM TO WS-TOTAL
           END-IF.
           IF WS-TOTAL = 0
             EXEC SQL
               SELECT TOTAL_EXP
               INTO :WS-TOTAL
               FROM IBMUSER.V2D2_THRUPUT
               WHERE JOB_ID = :TPT-JOB-ID
                 AND TOTAL_EXP > 0
               ORDER BY SAMPLE_TS DESC
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE 0 TO WS-TOTAL
             END-IF
           END-IF.
           IF WS-TOTAL = 0
             EXEC SQL
               SELECT VSAM_COUNT
               INTO :WS-TOTAL
               FROM IBMUSER.V2D2_RECON
               WHERE JOB_ID = :TPT-JOB-ID
               ORDER BY RECON_TS DESC
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE 0 TO WS-TOTAL
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * DO-SAMPLE - RITMO DE ESTA CORRIDA, RITMO Y AVANCE DEL JOB    *
      * ENTERO, PROYECCION CONTRA EL TOTAL Y CONTRA EL TOPE.         *
      *--------------------------------------------------------------*
       DO-SAMPLE.
           PERFORM READ-CLOCK.
           MOVE TPT-JOB-ID TO DCL-THR-JOB-ID.
           MOVE TPT-PROGRAM TO DCL-THR-PROGRAM.
           MOVE TPT-PART-LOW TO DCL-THR-PART-LOW.
           MOVE TPT-RECORDS TO DCL-THR-RECORDS.
           COMPUTE DCL-THR-RUN-RECS = TPT-RECORDS - WS-START-POS.
           IF DCL-THR-RUN-RECS < 0
             MOVE 0 TO DCL-THR-RUN-RECS
           END-IF.
           COMPUTE DCL-THR-ELAPSED = WS-NOW-ABS - WS-START-ABS.
           IF DCL-THR-ELAPSED > 0
             COMPUTE DCL-THR-RATE =
               DCL-THR-RUN-RECS * 60 / DCL-THR-ELAPSED
           ELSE
             MOVE 0 TO DCL-THR-RATE
           END-IF.
           IF TPT-PART-LOW = SPACES
             MOVE TPT-RECORDS TO DCL-THR-JOB-RECS
             MOVE DCL-THR-RATE TO DCL-THR-JOB-RATE
           ELSE
             PERFORM ADD-OTHER-PARTITIONS
           END-IF.
           MOVE WS-TOTAL TO DCL-THR-TOTAL.
           MOVE SPACES TO DCL-THR-PROJ-END.
           MOVE WS-DL-TS TO DCL-THR-DEADLINE.
           MOVE 'N' TO DCL-THR-LATE.
           MOVE 0 TO WS-PROJ-ABS.
           EVALUATE TRUE
             WHEN WS-TOTAL = 0
               CONTINUE
             WHEN DCL-THR-JOB-RECS >= WS-TOTAL
               MOVE WS-NOW-ABS TO WS-PROJ-ABS
             WHEN DCL-THR-JOB-RATE > 0
               COMPUTE WS-REMAINING = WS-TOTAL - DCL-THR-JOB-RECS
               COMPUTE WS-REM-SECS =
                 (WS-REMAINING * 60 + DCL-THR-JOB-RATE - 1)
                 / DCL-THR-JOB-RATE
               COMPUTE WS-PROJ-ABS = WS-NOW-ABS + WS-REM-SECS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-PROJ-ABS > 0
             MOVE WS-PROJ-ABS TO WS-CV-ABS
             PERFORM FORMAT-TIMESTAMP
             MOVE WS-TS-OUT TO DCL-THR-PROJ-END
             IF WS-DL-ABS > 0 AND WS-PROJ-ABS > WS-DL-ABS
               MOVE 'S' TO DCL-THR-LATE
             END-IF
           END-IF.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_THRUPUT
             (JOB_ID, SAMPLE_TS, PROGRAM, PART_LOW, RECORDS,
              RUN_RECORDS, ELAPSED_SEC, RATE, JOB_RECORDS,
              JOB_RATE, TOTAL_EXP, PROJ_END, DEADLINE_TS,
              LATE_FLAG)
             VALUES (:DCL-THR-JOB-ID, CURRENT TIMESTAMP,
              :DCL-THR-PROGRAM, :DCL-THR-PART-LOW,
              :DCL-THR-RECORDS, :DCL-THR-RUN-RECS,
              :DCL-THR-ELAPSED, :DCL-THR-RATE,
              :DCL-THR-JOB-RECS, :DCL-THR-JOB-RATE,
              :DCL-THR-TOTAL,
              TIMESTAMP(NULLIF(:DCL-THR-PROJ-END, ' ')),
              TIMESTAMP(NULLIF(:DCL-THR-DEADLINE, ' ')),
              :DCL-THR-LATE)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE 'Y' TO WS-SAMPLER-OFF
             MOVE '04' TO TPT-STATUS
             STRING 'V2D2TPUT: INSERT V2D2_THRUPUT FALLO, SQLCODE='
               WS-SQLCD ' - SIN TELEMETRIA'
               DELIMITED BY SIZE INTO TPT-MESSAGE
           ELSE
             MOVE DCL-THR-JOB-RATE TO TPT-RATE
             MOVE DCL-THR-PROJ-END TO TPT-PROJ-END
             IF DCL-THR-LATE = 'S'
               AND WS-LATE-NOTIFIED NOT = 'Y'
               MOVE 'Y' TO WS-LATE-NOTIFIED
               MOVE 'S' TO TPT-LATE
               PERFORM BUILD-LATE-MESSAGE
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * ADD-OTHER-PARTITIONS - EL AVANCE DE LOS DEMAS RANGOS ES SU   *
      * ULTIMO CHECKPOINT EN V2D2_PARTS; SU RITMO, EL DE SU MUESTRA  *
      * MAS NUEVA MIENTRAS SIGAN CARGANDO ('L'). UN RANGO PARADO NO  *
      * SUMA RITMO, ASI LA PROYECCION NO CUENTA CON EL.              *
      *--------------------------------------------------------------*
       ADD-OTHER-PARTITIONS.
           MOVE 0 TO WS-OTHER-RECS WS-OTHER-RATE.
           EXEC SQL
             SELECT COALESCE(SUM(RECORDS_PROCESSED), 0)
             INTO :WS-OTHER-RECS
             FROM IBMUSER.V2D2_PARTS
             WHERE JOB_ID = :TPT-JOB-ID
               AND PART_LOW <> :TPT-PART-LOW
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-OTHER-RECS
           END-IF.
           EXEC SQL
             SELECT COALESCE(SUM(T.RATE), 0)
             INTO :WS-OTHER-RATE
             FROM IBMUSER.V2D2_THRUPUT T,
                  IBMUSER.V2D2_PARTS P
             WHERE T.JOB_ID = :TPT-JOB-ID
               AND P.JOB_ID = T.JOB_ID
               AND P.PART_LOW = T.PART_LOW
               AND P.PART_LOW <> :TPT-PART-LOW
               AND P.STATUS = 'L'
               AND T.SAMPLE_TS =
                   (SELECT MAX(S.SAMPLE_TS)
                    FROM IBMUSER.V2D2_THRUPUT S
                    WHERE S.JOB_ID = T.JOB_ID
                      AND S.PART_LOW = T.PART_LOW)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-OTHER-RATE
           END-IF.
           COMPUTE DCL-THR-JOB-RECS = WS-OTHER-RECS + TPT-RECORDS.
           COMPUTE DCL-THR-JOB-RATE = WS-OTHER-RATE + DCL-THR-RATE.
       BUILD-LATE-MESSAGE.
           MOVE DCL-THR-JOB-RATE TO WS-RATE-D.
           MOVE TPT-JOB-ID TO WS-JOBID-D.
           STRING 'Job ' WS-JOBID-D ' proyecta fin '
             DCL-THR-PROJ-END(9:2) '/' DCL-THR-PROJ-END(6:2) ' '
             DCL-THR-PROJ-END(12:2) ':' DCL-THR-PROJ-END(15:2)
             ' - tope ' TPT-UNTIL ',' WS-RATE-D ' reg/min'
             DELIMITED BY SIZE INTO TPT-MESSAGE.
       READ-CLOCK.
           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLK-TIME FROM TIME.
           COMPUTE WS-NOW-ABS =
             FUNCTION INTEGER-OF-DATE(WS-CLK-DATE) * 86400
             + WS-CLK-HH * 3600 + WS-CLK-MI * 60 + WS-CLK-SS.
      *--------------------------------------------------------------*
      * FORMAT-TIMESTAMP - SEGUNDOS ABSOLUTOS A TIMESTAMP ISO DE DB2 *
      * (AAAA-MM-DD-HH.MM.SS.NNNNNN).                                *
      *--------------------------------------------------------------*
       FORMAT-TIMESTAMP.
           COMPUTE WS-CV-DAYS = WS-CV-ABS / 86400.
           COMPUTE WS-CV-SECS = WS-CV-ABS - WS-CV-DAYS * 86400.
           COMPUTE WS-CV-DATE = FUNCTION DATE-OF-INTEGER(WS-CV-DAYS).
           COMPUTE WS-CV-HH = WS-CV-SECS / 3600.
           COMPUTE WS-CV-MI = (WS-CV-SECS - WS-CV-HH * 3600) / 60.
           COMPUTE WS-CV-SS =
             WS-CV-SECS - WS-CV-HH * 3600 - WS-CV-MI * 60.
           MOVE SPACES TO WS-TS-OUT.
           STRING WS-CV-DATE(1:4) '-' WS-CV-DATE(5:2) '-'
             WS-CV-DATE(7:2) '-' WS-CV-HH '.' WS-CV-MI '.'
             WS-CV-SS '.000000'
             DELIMITED BY SIZE INTO WS-TS-OUT.
