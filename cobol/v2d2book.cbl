       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2BOOK.
      *==============================================================*
      * V2D2BOOK - CUTOVER WEEKEND RUNBOOK WITH PREDICTED TIMINGS     *
      * Invoked by JCL with PARM='PLAN,tokens' on the Friday and      *
      * PARM='REAL,tokens' during the weekend. Tokens, any order:     *
      *   Wnnnnnnnnn     the wave to cut over (V2D2_WAVES, up to 100  *
      *                  members),                                    *
      *   nnnnnnnnn      a job, up to ten of them instead of a wave,  *
      *   Taaaammddhhmm  when the first step starts (default: now).   *
      * The book is identified by the wave id, or by the lowest       *
      * JOB_ID of the list - the V2D2WAVE convention.                 *
      *                                                               *
      * PLAN orders the steps in phases - load (V2D2LOAD/GLOD/ULOD    *
      * for a job still 'C', the day's V2D2APLY for one already in    *
      * the parallel run), movement trail (V2D2MOVL), reconciliation  *
      * (V2D2RECN), certification (option F - the point of no         *
      * return) and the shim flip to 'D' - and prints for each step   *
      * the jobname, the V2D2_DSREG datasets it touches, the          *
      * predicted minutes, the planned start/end, the cumulative      *
      * clock, the checkpoint it is and the fallback still available  *
      * once it is done (option 0 rollback while VSAM is the master,  *
      * V2D2UNLD + SHIM_TARGET 'V' after certification). A load is    *
      * predicted from the source count at the job's own last         *
      * V2D2_THRUPUT rate, else the loader's average rate; every      *
      * step can also learn from the actual minutes of the same step  *
      * in an earlier book (a rehearsal weekend), a load from its     *
      * legs on V2D2_STSHIST, and anything else gets a fixed default  *
      * - the printout says which. The plan is kept as a new version  *
      * in IBMUSER.V2D2_RBOOK.                                        *
      *                                                               *
      * REAL re-reads the newest version, finds each step's actual    *
      * end in what the runners already record (V2D2_STSHIST,         *
      * V2D2_CYCLE, V2D2_RECON, V2D2_NOTIF), stamps it on the book    *
      * and prints actual next to planned with the deviation, and     *
      * re-projects the steps still pending from the current clock    *
      * (a load in flight from its newest throughput sample). Re-run  *
      * it as often as wanted; nothing but V2D2_RBOOK is updated.     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MODE                  PIC X(4) VALUE SPACES.
       01  WS-PARM-OK               PIC X VALUE 'Y'.
       01  WS-TOK-TAB.
           05 WS-TOK OCCURS 12 TIMES PIC X(14).
       01  WS-TX                    PIC S9(4) COMP VALUE 0.
       01  WS-TOK-RJ                PIC X(9) JUSTIFIED RIGHT.
       01  WS-TOK-NUM               PIC 9(9) VALUE 0.
       01  WS-START-TOK             PIC X(12) VALUE SPACES.
       01  WS-WAVE-ID               PIC S9(9) COMP VALUE 0.
       01  WS-BOOK-ID               PIC S9(9) COMP VALUE 0.
       01  WS-BOOK-D                PIC 9(9).
       01  WS-JOB-DISP              PIC 9(9).
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-RQ-TAB.
           05 WS-RQ-ID OCCURS 10 TIMES PIC S9(9) COMP.
       01  WS-RQ-CNT                PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * JOBS DEL LIBRETO. WS-JB-PHASE-OK: 'Y' = CONVERTIDO O MAS     *
      * ADELANTE, ENTRA CON PASOS; 'N' = SOLO SE AVISA.              *
      *--------------------------------------------------------------*
       01  WS-JB-TAB.
           05 WS-JB-ENTRY OCCURS 100 TIMES.
              10 WS-JB-ID           PIC S9(9) COMP.
              10 WS-JB-MEMBER       PIC X(8).
              10 WS-JB-STS          PIC X(1).
              10 WS-JB-AUDIT        PIC X(18).
              10 WS-JB-SHIM-TGT     PIC X(1).
              10 WS-JB-LOADER       PIC X(8).
              10 WS-JB-TRAIL        PIC X(1).
              10 WS-JB-SHIM         PIC X(1).
              10 WS-JB-WAVE         PIC S9(9) COMP.
       01  WS-JB-CNT                PIC S9(4) COMP VALUE 0.
       01  JX                       PIC S9(4) COMP VALUE 0.
       01  KX                       PIC S9(4) COMP VALUE 0.
       01  WS-F-JOB                 PIC S9(9) COMP VALUE 0.
       01  WS-F-MEMBER              PIC X(8) VALUE SPACES.
       01  WS-F-STS                 PIC X(1) VALUE SPACE.
       01  WS-F-AUDIT               PIC X(18) VALUE SPACES.
       01  WS-F-SHIM                PIC X(1) VALUE SPACE.
       01  WS-F-WAVE                PIC S9(9) COMP VALUE 0.
       01  WS-F-CNT                 PIC S9(9) COMP VALUE 0.
       01  WS-F-LOADER              PIC X(8) VALUE SPACES.
       01  WS-WAVE-MEMBERS          PIC S9(9) COMP VALUE 0.
       01  WS-WAVE-IN-BOOK          PIC S9(9) COMP VALUE 0.
       01  WS-WV-SQLCD              PIC S9(9) COMP VALUE 0.
       01  WS-WV-FETCHED            PIC S9(9) COMP VALUE 0.
       01  WS-ACP-TOT               PIC S9(9) COMP VALUE 0.
       01  WS-ACP-PEND              PIC S9(9) COMP VALUE 0.
       01  WS-F-DRIFT               PIC X(1) VALUE SPACE.
       01  WS-CNT-D1                PIC ZZZZ9.
       01  WS-CNT-D2                PIC ZZZZ9.
      *--------------------------------------------------------------*
      * PASOS DEL LIBRETO, EN ORDEN DE EJECUCION. LOS RELOJES VAN EN *
      * MINUTOS ABSOLUTOS (DIA JULIANO * 1440 + MINUTO DEL DIA), ASI *
      * LA MEDIANOCHE DEL SABADO NO COMPLICA NINGUNA RESTA.          *
      *--------------------------------------------------------------*
       01  WS-ST-TAB.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
              10 WS-ST-JOB          PIC S9(9) COMP.
              10 WS-ST-MEMBER       PIC X(8).
              10 WS-ST-STEP         PIC X(8).
              10 WS-ST-JOBNAME      PIC X(8).
              10 WS-ST-CHKPT        PIC X(1).
              10 WS-ST-FALLBK       PIC X(1).
              10 WS-ST-P-START      PIC S9(18) COMP.
              10 WS-ST-P-MIN        PIC S9(9) COMP.
              10 WS-ST-P-END        PIC S9(18) COMP.
              10 WS-ST-SRC          PIC X(1).
              10 WS-ST-RECS         PIC S9(9) COMP.
              10 WS-ST-A-END        PIC S9(18) COMP.
              10 WS-ST-A-MIN        PIC S9(9) COMP.
              10 WS-ST-A-STS        PIC X(1).
              10 WS-ST-PR-END       PIC S9(18) COMP.
       01  WS-ST-CNT                PIC S9(4) COMP VALUE 0.
       01  SX                       PIC S9(4) COMP VALUE 0.
       01  WS-PHASE                 PIC S9(4) COMP VALUE 0.
       01  WS-ADD-STEP              PIC X(8) VALUE SPACES.
       01  WS-ADD-CHKPT             PIC X(1) VALUE SPACE.
      *--------------------------------------------------------------*
      * PREDICCION                                                   *
      *--------------------------------------------------------------*
       01  WS-P-MIN                 PIC S9(9) COMP VALUE 0.
       01  WS-P-SRC                 PIC X(1) VALUE SPACE.
       01  WS-P-RECS                PIC S9(9) COMP VALUE 0.
       01  WS-P-RATE                PIC S9(9) COMP VALUE 0.
       01  WS-J-VSAM                PIC S9(9) COMP VALUE 0.
       01  WS-J-RPROC               PIC S9(9) COMP VALUE 0.
       01  WS-Q-STEP                PIC X(8) VALUE SPACES.
       01  WS-Q-JOB                 PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * RELOJ Y CONVERSIONES                                         *
      *--------------------------------------------------------------*
       01  WS-CLOCK.
           05 WS-CLK-DATE           PIC 9(8).
           05 WS-CLK-TIME.
              10 WS-CLK-HH          PIC 99.
              10 WS-CLK-MI          PIC 99.
              10 WS-CLK-SS          PIC 99.
              10 WS-CLK-CC          PIC 99.
       01  WS-NOW-ABS               PIC S9(18) COMP VALUE 0.
       01  WS-BOOK-START            PIC S9(18) COMP VALUE 0.
       01  WS-RUN-CLK               PIC S9(18) COMP VALUE 0.
       01  WS-PLAN-TS               PIC X(26) VALUE SPACES.
       01  WS-WIN-TS                PIC X(26) VALUE SPACES.
       01  WS-PT-IN                 PIC X(26) VALUE SPACES.
       01  WS-PT-ABS                PIC S9(18) COMP VALUE 0.
       01  WS-PT-YMD.
           05 WS-PT-YYYY            PIC 9(4).
           05 WS-PT-MM              PIC 9(2).
           05 WS-PT-DD              PIC 9(2).
       01  WS-PT-DATE REDEFINES WS-PT-YMD PIC 9(8).
       01  WS-PT-HH                 PIC 9(2).
       01  WS-PT-MI                 PIC 9(2).
       01  WS-CV-ABS                PIC S9(18) COMP VALUE 0.
       01  WS-CV-DAYS               PIC S9(9) COMP VALUE 0.
       01  WS-CV-MINS               PIC S9(9) COMP VALUE 0.
       01  WS-CV-DATE               PIC 9(8) VALUE 0.
       01  WS-CV-HH                 PIC 99 VALUE 0.
       01  WS-CV-MI                 PIC 99 VALUE 0.
       01  WS-TS-OUT                PIC X(26) VALUE SPACES.
       01  WS-DT-OUT                PIC X(11) VALUE SPACES.
       01  WS-EL-MIN                PIC S9(9) COMP VALUE 0.
       01  WS-EL-HH                 PIC 9(3) VALUE 0.
       01  WS-EL-MI                 PIC 99 VALUE 0.
       01  WS-EL-OUT                PIC X(7) VALUE SPACES.
      *--------------------------------------------------------------*
      * EVIDENCIA DE LO EJECUTADO (MODO REAL)                        *
      *--------------------------------------------------------------*
       01  WS-EV-TS                 PIC X(26) VALUE SPACES.
       01  WS-EV-RSTS               PIC X(1) VALUE SPACE.
       01  WS-EV-PROJ               PIC X(26) VALUE SPACES.
       01  WS-PREV-END              PIC S9(18) COMP VALUE 0.
       01  WS-R-START               PIC X(26) VALUE SPACES.
       01  WS-R-END                 PIC X(26) VALUE SPACES.
       01  WS-R-ACT                 PIC X(26) VALUE SPACES.
       01  WS-R-SEQ                 PIC S9(9) COMP VALUE 0.
       01  WS-U-MIN                 PIC S9(9) COMP VALUE 0.
       01  WS-DONE-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-PEND-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-ERR-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-DEV                   PIC S9(9) COMP VALUE 0.
       01  WS-DEV-D                 PIC +(5)9.
      *--------------------------------------------------------------*
      * IMPRESION                                                    *
      *--------------------------------------------------------------*
       01  WS-SEQ-D                 PIC ZZ9.
       01  WS-MIN-D                 PIC ZZZZ9.
       01  WS-RECS-D                PIC ZZZZZZZZ9.
       01  WS-STEP-TXT              PIC X(48) VALUE SPACES.
       01  WS-SRC-TXT               PIC X(28) VALUE SPACES.
       01  WS-PNR-DONE              PIC X VALUE 'N'.
       01  WS-PNR-ABS               PIC S9(18) COMP VALUE 0.
       01  WS-DS-ROLE               PIC X(8) VALUE SPACES.
       01  WS-DS-DDNAME             PIC X(8) VALUE SPACES.
       01  WS-DS-RROLE              PIC X(8) VALUE SPACES.
       01  WS-DS-DSN                PIC X(44) VALUE SPACES.
       01  WS-DS-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-SRC-DSN               PIC X(44) VALUE SPACES.
      *--------------------------------------------------------------*
      * MINUTOS FIJOS CUANDO NO HAY HISTORIA DE NINGUN TIPO          *
      *--------------------------------------------------------------*
       01  WS-DFLT-LOAD             PIC S9(9) COMP VALUE 60.
       01  WS-DFLT-APLY             PIC S9(9) COMP VALUE 15.
       01  WS-DFLT-MOVL             PIC S9(9) COMP VALUE 20.
       01  WS-DFLT-RECN             PIC S9(9) COMP VALUE 30.
       01  WS-DFLT-CERT             PIC S9(9) COMP VALUE 15.
       01  WS-DFLT-SHIM             PIC S9(9) COMP VALUE 5.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM                  PIC X(100).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           PERFORM PARSE-PARM.
           IF WS-PARM-OK NOT = 'Y'
             DISPLAY 'V2D2BOOK: USE PARM=''PLAN|REAL,Wola|jobid,...'
               '[,Taaaammddhhmm]'''
             GOBACK
           END-IF.
           MOVE WS-BOOK-ID TO WS-BOOK-D.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2BOOK - LIBRETO DEL FIN DE SEMANA DE CUTOVER'.
           DISPLAY '=============================================='.
           PERFORM READ-CLOCK.
           EVALUATE WS-MODE
             WHEN 'PLAN'
               PERFORM BUILD-PLAN
             WHEN 'REAL'
               PERFORM TRACK-ACTUALS
           END-EVALUATE.
           GOBACK.
      *--------------------------------------------------------------*
      * PARSE-PARM - MODO Y TOKENS. SIN OLA NI JOBS NO HAY LIBRETO.  *
      *--------------------------------------------------------------*
       PARSE-PARM.
           MOVE SPACES TO WS-TOK-TAB.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                  WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                  WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)
           END-UNSTRING.
           MOVE WS-TOK(1) TO WS-MODE.
           IF WS-MODE NOT = 'PLAN' AND WS-MODE NOT = 'REAL'
             DISPLAY 'V2D2BOOK: MODO INVALIDO: ' WS-TOK(1)
             MOVE 'N' TO WS-PARM-OK
           END-IF.
           PERFORM VARYING WS-TX FROM 2 BY 1 UNTIL WS-TX > 12
             IF WS-TOK(WS-TX) NOT = SPACES
               PERFORM PARSE-ONE-TOKEN
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-WAVE-ID > 0
               MOVE WS-WAVE-ID TO WS-BOOK-ID
             WHEN WS-RQ-CNT > 0
               MOVE WS-RQ-ID(1) TO WS-BOOK-ID
               PERFORM VARYING KX FROM 2 BY 1 UNTIL KX > WS-RQ-CNT
                 IF WS-RQ-ID(KX) < WS-BOOK-ID
                   MOVE WS-RQ-ID(KX) TO WS-BOOK-ID
                 END-IF
               END-PERFORM
             WHEN OTHER
               DISPLAY 'V2D2BOOK: FALTA LA OLA O LOS JOBS'
               MOVE 'N' TO WS-PARM-OK
           END-EVALUATE.
       PARSE-ONE-TOKEN.
           EVALUATE TRUE
             WHEN WS-TOK(WS-TX)(1:1) = 'W'
               MOVE SPACES TO WS-TOK-RJ
               MOVE FUNCTION TRIM(WS-TOK(WS-TX)(2:13)) TO WS-TOK-RJ
               INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'
               IF WS-TOK-RJ NUMERIC
                 MOVE WS-TOK-RJ TO WS-TOK-NUM
                 MOVE WS-TOK-NUM TO WS-WAVE-ID
               ELSE
                 DISPLAY 'V2D2BOOK: OLA INVALIDA: ' WS-TOK(WS-TX)
                 MOVE 'N' TO WS-PARM-OK
               END-IF
             WHEN WS-TOK(WS-TX)(1:1) = 'T'
               MOVE WS-TOK(WS-TX)(2:12) TO WS-START-TOK
               MOVE WS-START-TOK(1:8) TO WS-PT-DATE
               MOVE WS-START-TOK(9:2) TO WS-PT-HH
               MOVE WS-START-TOK(11:2) TO WS-PT-MI
               IF WS-START-TOK NOT NUMERIC
                 OR WS-PT-MM < 1 OR WS-PT-MM > 12
                 OR WS-PT-DD < 1 OR WS-PT-DD > 31
                 OR WS-PT-HH > 23 OR WS-PT-MI > 59
                 DISPLAY 'V2D2BOOK: INICIO INVALIDO: ' WS-TOK(WS-TX)
                 MOVE SPACES TO WS-START-TOK
                 MOVE 'N' TO WS-PARM-OK
               END-IF
             WHEN OTHER
               MOVE SPACES TO WS-TOK-RJ
               MOVE FUNCTION TRIM(WS-TOK(WS-TX)) TO WS-TOK-RJ
               INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'
               IF WS-TOK-RJ NUMERIC AND WS-RQ-CNT < 10
                 ADD 1 TO WS-RQ-CNT
                 MOVE WS-TOK-RJ TO WS-TOK-NUM
                 MOVE WS-TOK-NUM TO WS-RQ-ID(WS-RQ-CNT)
               ELSE
                 DISPLAY 'V2D2BOOK: JOB INVALIDO EN PARM: '
                   WS-TOK(WS-TX)
                 MOVE 'N' TO WS-PARM-OK
               END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      * BUILD-PLAN - JOBS, PASOS POR FASE, PREDICCION, RELOJ, Y LA   *
      * NUEVA VERSION DEL LIBRETO EN V2D2_RBOOK.                     *
      *--------------------------------------------------------------*
       BUILD-PLAN.
           PERFORM COLLECT-JOBS.
           IF WS-JB-CNT = 0
             DISPLAY 'V2D2BOOK: NINGUN JOB PARA EL LIBRETO ' WS-BOOK-D
             GOBACK
           END-IF.
           PERFORM VARYING WS-PHASE FROM 1 BY 1 UNTIL WS-PHASE > 5
             PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JB-CNT
               PERFORM ADD-JOB-STEP
             END-PERFORM
           END-PERFORM.
           IF WS-ST-CNT = 0
             DISPLAY 'V2D2BOOK: NINGUN PASO PENDIENTE - NADA QUE'
               ' PLANIFICAR'
             GOBACK
           END-IF.
           IF WS-START-TOK NOT = SPACES
             MOVE WS-START-TOK TO WS-PT-IN
             MOVE '-' TO WS-PT-IN(5:1)
             MOVE WS-START-TOK(5:2) TO WS-PT-IN(6:2)
             MOVE '-' TO WS-PT-IN(8:1)
             MOVE WS-START-TOK(7:2) TO WS-PT-IN(9:2)
             MOVE '-' TO WS-PT-IN(11:1)
             MOVE WS-START-TOK(9:2) TO WS-PT-IN(12:2)
             MOVE '.' TO WS-PT-IN(14:1)
             MOVE WS-START-TOK(11:2) TO WS-PT-IN(15:2)
             PERFORM PARSE-TS
             MOVE WS-PT-ABS TO WS-BOOK-START
           ELSE
             COMPUTE WS-BOOK-START = WS-NOW-ABS / 60
           END-IF.
           MOVE WS-BOOK-START TO WS-RUN-CLK.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-ST-CNT
             PERFORM PREDICT-STEP
             MOVE WS-RUN-CLK TO WS-ST-P-START(SX)
             COMPUTE WS-ST-P-END(SX) = WS-RUN-CLK + WS-ST-P-MIN(SX)
             MOVE WS-ST-P-END(SX) TO WS-RUN-CLK
           END-PERFORM.
           MOVE SPACES TO WS-PLAN-TS.
           STRING WS-CLK-DATE(1:4) '-' WS-CLK-DATE(5:2) '-'
             WS-CLK-DATE(7:2) '-' WS-CLK-HH '.' WS-CLK-MI '.'
             WS-CLK-SS '.' WS-CLK-CC '0000'
             DELIMITED BY SIZE INTO WS-PLAN-TS.
           PERFORM SAVE-PLAN.
           PERFORM PRINT-BOOK.
      *--------------------------------------------------------------*
      * COLLECT-JOBS - LOS MIEMBROS DE LA OLA O LOS JOBS DEL PARM,   *
      * CON LO QUE HACE FALTA PARA DECIDIR SUS PASOS. LA OLA SE      *
      * CARGA DIRECTO DEL CURSOR HASTA LOS 100 JOBS DEL LIBRETO; UNA *
      * OLA MAS GRANDE SE AVISA Y TERMINA CON RC=8.                  *
      *--------------------------------------------------------------*
       COLLECT-JOBS.
           IF WS-WAVE-ID > 0
             EXEC SQL DECLARE BWCUR CURSOR FOR
               SELECT JOB_ID
               FROM IBMUSER.V2D2_WAVES
               WHERE WAVE_ID = :WS-WAVE-ID
               ORDER BY JOB_ID
             END-EXEC
             EXEC SQL OPEN BWCUR END-EXEC
             MOVE 0 TO WS-WV-SQLCD WS-WV-FETCHED
             PERFORM UNTIL WS-WV-SQLCD NOT = 0
               EXEC SQL
                 FETCH BWCUR INTO :WS-F-JOB
               END-EXEC
               MOVE SQLCODE TO WS-WV-SQLCD
               IF WS-WV-SQLCD = 0
                 ADD 1 TO WS-WV-FETCHED
                 IF WS-JB-CNT < 100
                   PERFORM LOAD-ONE-JOB
                 END-IF
               END-IF
             END-PERFORM
             EXEC SQL CLOSE BWCUR END-EXEC
             IF WS-WV-FETCHED = 0
               DISPLAY 'V2D2BOOK: LA OLA ' WS-BOOK-D ' NO ESTA EN'
                 ' V2D2_WAVES - CORRA V2D2WAVE'
             END-IF
             IF WS-WV-FETCHED > WS-JB-CNT AND WS-JB-CNT = 100
               MOVE WS-WV-FETCHED TO WS-CNT-D1
               DISPLAY '** OLA ' WS-BOOK-D ':' WS-CNT-D1
                 ' MIEMBROS, SOLO LOS PRIMEROS 100 ENTRAN EN EL'
                 ' LIBRETO - PARTA LA OLA (V2D2WAVE)'
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-RQ-CNT
             MOVE WS-RQ-ID(KX) TO WS-F-JOB
             PERFORM LOAD-ONE-JOB
           END-PERFORM.
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JB-CNT
             PERFORM WARN-JOB
           END-PERFORM.
       LOAD-ONE-JOB.
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JB-CNT
             IF WS-JB-ID(JX) = WS-F-JOB
               MOVE 0 TO WS-F-JOB
             END-IF
           END-PERFORM.
           MOVE WS-F-JOB TO WS-JOB-DISP.
      *    LA OLA YA PUEDE HABER LLENADO EL LIBRETO; LOS JOBS PEDIDOS
      *    APARTE NO ENTRAN Y LA CORRIDA TERMINA CON RC=8.
           IF WS-F-JOB > 0 AND WS-JB-CNT NOT < 100
             DISPLAY 'V2D2BOOK: LIBRETO LLENO (100 JOBS) - SE OMITE'
               ' EL JOB ' WS-JOB-DISP
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO WS-F-JOB
           END-IF.
           IF WS-F-JOB > 0
             EXEC SQL
               SELECT MEMBER, STATUS, COALESCE(AUDIT_TABLE, ' '),
                 COALESCE(SHIM_TARGET, 'V')
               INTO :WS-F-MEMBER, :WS-F-STS, :WS-F-AUDIT, :WS-F-SHIM
               FROM IBMUSER.V2D2_JOBS
               WHERE JOB_ID = :WS-F-JOB
             END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY 'V2D2BOOK: JOB NO ENCONTRADO ' WS-JOB-DISP
             ELSE
               ADD 1 TO WS-JB-CNT
               MOVE WS-F-JOB TO WS-JB-ID(WS-JB-CNT)
               MOVE WS-F-MEMBER TO WS-JB-MEMBER(WS-JB-CNT)
               MOVE WS-F-STS TO WS-JB-STS(WS-JB-CNT)
               MOVE WS-F-AUDIT TO WS-JB-AUDIT(WS-JB-CNT)
               MOVE WS-F-SHIM TO WS-JB-SHIM-TGT(WS-JB-CNT)
               PERFORM PICK-LOADER
               MOVE WS-F-LOADER TO WS-JB-LOADER(WS-JB-CNT)
               EXEC SQL
                 SELECT COUNT(*) INTO :WS-F-CNT
                 FROM IBMUSER.V2D2_DSREG
                 WHERE JOB_ID = :WS-F-JOB
                   AND ROLE = 'TRAIL'
               END-EXEC
               IF SQLCODE = 0 AND WS-F-CNT > 0
                 MOVE 'Y' TO WS-JB-TRAIL(WS-JB-CNT)
               ELSE
                 MOVE 'N' TO WS-JB-TRAIL(WS-JB-CNT)
               END-IF
               EXEC SQL
                 SELECT COUNT(*) INTO :WS-F-CNT
                 FROM IBMUSER.V2D2_FILES
                 WHERE JOB_ID = :WS-F-JOB
                   AND DDL_STRATEGY = 'W'
               END-EXEC
               IF SQLCODE = 0 AND WS-F-CNT > 0
                 MOVE 'Y' TO WS-JB-SHIM(WS-JB-CNT)
               ELSE
                 MOVE 'N' TO WS-JB-SHIM(WS-JB-CNT)
               END-IF
               EXEC SQL
                 SELECT WAVE_ID INTO :WS-F-WAVE
                 FROM IBMUSER.V2D2_WAVES
                 WHERE JOB_ID = :WS-F-JOB
               END-EXEC
               IF SQLCODE = 0
                 MOVE WS-F-WAVE TO WS-JB-WAVE(WS-JB-CNT)
               ELSE
                 MOVE 0 TO WS-JB-WAVE(WS-JB-CNT)
               END-IF
             END-IF
           END-IF.
      *    EL CARGADOR DE LA ULTIMA MUESTRA DE RITMO, SI NO EL QUE
      *    PASO EL JOB A 'M' LA ULTIMA VEZ, SI NO V2D2LOAD.
       PICK-LOADER.
           MOVE SPACES TO WS-F-LOADER.
           EXEC SQL
             SELECT PROGRAM INTO :WS-F-LOADER
             FROM IBMUSER.V2D2_THRUPUT
             WHERE JOB_ID = :WS-F-JOB
             ORDER BY SAMPLE_TS DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
             EXEC SQL
               SELECT PROGRAM INTO :WS-F-LOADER
               FROM IBMUSER.V2D2_STSHIST
               WHERE JOB_ID = :WS-F-JOB
                 AND NEW_STATUS = 'M'
                 AND PROGRAM IN ('V2D2LOAD', 'V2D2GLOD', 'V2D2ULOD')
               ORDER BY CHANGE_TS DESC
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE 'V2D2LOAD' TO WS-F-LOADER
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * WARN-JOB - LO QUE EL SUPERVISOR TIENE QUE SABER ANTES DEL    *
      * VIERNES: JOBS SIN CONVERTIR, EN ERROR O YA CERTIFICADOS,     *
      * OLAS QUE EL LIBRETO CUBRE SOLO EN PARTE, Y LO QUE LA OPCION  *
      * F VA A RECHAZAR: LAYOUT CAMBIADO (DRIFT_FLAG='S') O ACCESOS  *
      * DB2 SIN REVISAR O PENDIENTES EN V2D2_ACCPATH.                *
      *--------------------------------------------------------------*
       WARN-JOB.
           MOVE WS-JB-ID(JX) TO WS-JOB-DISP.
           EVALUATE WS-JB-STS(JX)
             WHEN 'A'
             WHEN 'P'
             WHEN 'X'
               DISPLAY '** JOB ' WS-JOB-DISP ' ' WS-JB-MEMBER(JX)
                 ' STATUS=' WS-JB-STS(JX) ' AUN NO CONVERTIDO -'
                 ' CORRA V2D2PIPE ANTES DEL FIN DE SEMANA; QUEDA'
                 ' FUERA DEL LIBRETO'
             WHEN 'E'
               DISPLAY '** JOB ' WS-JOB-DISP ' ' WS-JB-MEMBER(JX)
                 ' EN ERROR - SE PLANIFICA LA CARGA COMPLETA;'
                 ' RESUELVA EL ERROR (V2D2_ERRORS) ANTES'
             WHEN 'F'
               DISPLAY '   JOB ' WS-JOB-DISP ' ' WS-JB-MEMBER(JX)
                 ' YA CERTIFICADO'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-JB-STS(JX) NOT = 'F'
             MOVE WS-JB-ID(JX) TO WS-F-JOB
             PERFORM WARN-CERT-GATE
           END-IF.
           IF WS-WAVE-ID = 0 AND WS-JB-WAVE(JX) > 0
             MOVE 0 TO WS-WAVE-IN-BOOK
             PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-JB-CNT
               IF WS-JB-WAVE(KX) = WS-JB-WAVE(JX)
                 ADD 1 TO WS-WAVE-IN-BOOK
                 IF KX < JX
                   MOVE 0 TO WS-WAVE-IN-BOOK
                   MOVE WS-JB-CNT TO KX
                 END-IF
               END-IF
             END-PERFORM
             IF WS-WAVE-IN-BOOK > 0
               MOVE WS-JB-WAVE(JX) TO WS-F-WAVE
               EXEC SQL
                 SELECT COUNT(*) INTO :WS-WAVE-MEMBERS
                 FROM IBMUSER.V2D2_WAVES
                 WHERE WAVE_ID = :WS-F-WAVE
               END-EXEC
               IF SQLCODE = 0 AND WS-WAVE-MEMBERS > WS-WAVE-IN-BOOK
                 MOVE WS-F-WAVE TO WS-JOB-DISP
                 MOVE WS-WAVE-MEMBERS TO WS-CNT-D1
                 MOVE WS-WAVE-IN-BOOK TO WS-CNT-D2
                 DISPLAY '** OLA ' WS-JOB-DISP ':' WS-CNT-D1
                   ' MIEMBROS,' WS-CNT-D2 ' EN EL LIBRETO - LA'
                   ' OPCION F NO CERTIFICA MEDIA OLA'
               END-IF
             END-IF
           END-IF.
       WARN-CERT-GATE.
           MOVE SPACE TO WS-F-DRIFT.
           EXEC SQL
             SELECT COALESCE(DRIFT_FLAG, ' ') INTO :WS-F-DRIFT
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :WS-F-JOB
           END-EXEC.
           IF SQLCODE = 0 AND WS-F-DRIFT = 'S'
             DISPLAY '** JOB ' WS-JOB-DISP ' ' WS-JB-MEMBER(JX)
               ' LAYOUT CAMBIADO DESDE EL ANALISIS (V2D2DRFT) - LA'
               ' OPCION F NO LO CERTIFICA'
           END-IF.
           MOVE 0 TO WS-ACP-TOT WS-ACP-PEND.
           EXEC SQL
             SELECT COUNT(*),
               COALESCE(SUM(CASE WHEN REVIEW_STS = 'P'
                 THEN 1 ELSE 0 END), 0)
             INTO :WS-ACP-TOT, :WS-ACP-PEND
             FROM IBMUSER.V2D2_ACCPATH
             WHERE JOB_ID = :WS-F-JOB
           END-EXEC.
           IF SQLCODE = 0
             IF WS-ACP-TOT = 0
               DISPLAY '** JOB ' WS-JOB-DISP ' ' WS-JB-MEMBER(JX)
                 ' ACCESOS DB2 SIN REVISAR - CORRA V2D2ACCP ANTES'
                 ' DE CERTIFICAR'
             ELSE
               IF WS-ACP-PEND > 0
                 MOVE WS-ACP-PEND TO WS-CNT-D1
                 DISPLAY '** JOB ' WS-JOB-DISP ' ' WS-JB-MEMBER(JX)
                   ':' WS-CNT-D1 ' ACCESO(S) DB2 PENDIENTES DE'
                   ' ACEPTAR (V2D2ACCP)'
               END-IF
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * ADD-JOB-STEP - FASES: 1 CARGA O APLICACION DEL DIA, 2 RASTRO *
      * MOVFILE, 3 RECONCILIACION, 4 CERTIFICACION (PUNTO DE NO      *
      * RETORNO), 5 SHIM A DB2. DENTRO DE CADA FASE, POR JOB_ID: LA  *
      * OLA ENTERA CRUZA CADA CONTROL ANTES DE PASAR AL SIGUIENTE.   *
      *--------------------------------------------------------------*
       ADD-JOB-STEP.
           MOVE SPACES TO WS-ADD-STEP.
           MOVE SPACE TO WS-ADD-CHKPT.
           IF WS-JB-STS(JX) = 'C' OR WS-JB-STS(JX) = 'E'
             OR WS-JB-STS(JX) = 'M'
             EVALUATE WS-PHASE
               WHEN 1
                 IF WS-JB-STS(JX) = 'M'
                   IF WS-JB-TRAIL(JX) = 'Y'
                     MOVE 'V2D2APLY' TO WS-ADD-STEP
                   END-IF
                 ELSE
                   MOVE WS-JB-LOADER(JX) TO WS-ADD-STEP
                 END-IF
               WHEN 2
                 IF WS-JB-TRAIL(JX) = 'Y'
                   AND (WS-JB-STS(JX) NOT = 'M'
                        OR WS-JB-AUDIT(JX) = SPACES)
                   MOVE 'V2D2MOVL' TO WS-ADD-STEP
                 END-IF
               WHEN 3
                 MOVE 'V2D2RECN' TO WS-ADD-STEP
                 MOVE 'R' TO WS-ADD-CHKPT
               WHEN 4
                 MOVE 'CERTIF' TO WS-ADD-STEP
                 MOVE 'C' TO WS-ADD-CHKPT
               WHEN 5
                 IF WS-JB-SHIM(JX) = 'Y'
                   MOVE 'SHIM-D' TO WS-ADD-STEP
                 END-IF
             END-EVALUATE
           END-IF.
           IF WS-JB-STS(JX) = 'F' AND WS-PHASE = 5
             AND WS-JB-SHIM(JX) = 'Y' AND WS-JB-SHIM-TGT(JX) NOT = 'D'
             MOVE 'SHIM-D' TO WS-ADD-STEP
           END-IF.
           IF WS-ADD-STEP NOT = SPACES AND WS-ST-CNT < 500
             ADD 1 TO WS-ST-CNT
             MOVE WS-JB-ID(JX) TO WS-ST-JOB(WS-ST-CNT)
             MOVE WS-JB-MEMBER(JX) TO WS-ST-MEMBER(WS-ST-CNT)
             MOVE WS-ADD-STEP TO WS-ST-STEP(WS-ST-CNT)
             MOVE WS-ADD-CHKPT TO WS-ST-CHKPT(WS-ST-CNT)
             IF WS-PHASE < 4
               MOVE 'R' TO WS-ST-FALLBK(WS-ST-CNT)
             ELSE
               MOVE 'U' TO WS-ST-FALLBK(WS-ST-CNT)
             END-IF
             MOVE WS-ST-CNT TO SX
             PERFORM SET-JOBNAME
             MOVE 0 TO WS-ST-P-MIN(WS-ST-CNT) WS-ST-RECS(WS-ST-CNT)
             MOVE 0 TO WS-ST-A-END(WS-ST-CNT) WS-ST-PR-END(WS-ST-CNT)
             MOVE -1 TO WS-ST-A-MIN(WS-ST-CNT)
             MOVE SPACE TO WS-ST-A-STS(WS-ST-CNT) WS-ST-SRC(WS-ST-CNT)
           END-IF.
       SET-JOBNAME.
           EVALUATE WS-ST-STEP(SX)
             WHEN 'V2D2LOAD' MOVE 'V2D2LOD' TO WS-ST-JOBNAME(SX)
             WHEN 'V2D2GLOD' MOVE 'V2D2GLD' TO WS-ST-JOBNAME(SX)
             WHEN 'V2D2ULOD' MOVE 'V2D2ULD' TO WS-ST-JOBNAME(SX)
             WHEN 'V2D2APLY' MOVE 'V2D2APL' TO WS-ST-JOBNAME(SX)
             WHEN 'V2D2MOVL' MOVE 'V2D2MOV' TO WS-ST-JOBNAME(SX)
             WHEN 'V2D2RECN' MOVE 'V2D2RCN' TO WS-ST-JOBNAME(SX)
             WHEN 'CERTIF'   MOVE 'OPCION F' TO WS-ST-JOBNAME(SX)
             WHEN 'SHIM-D'   MOVE 'SPUFI' TO WS-ST-JOBNAME(SX)
             WHEN OTHER      MOVE SPACES TO WS-ST-JOBNAME(SX)
           END-EVALUATE.
      *--------------------------------------------------------------*
      * PREDICT-STEP - MINUTOS PREVISTOS Y DE DONDE SALEN:           *
      *   T  RITMO PROPIO DEL JOB (V2D2_THRUPUT) X CONTEO DE ORIGEN  *
      *   P  RITMO PROMEDIO DEL CARGADOR EN EL PORTAFOLIO            *
      *   R  MINUTOS REALES DEL MISMO PASO EN LIBRETOS ANTERIORES    *
      *      (DEL MISMO JOB; PARA LO QUE NO ES CARGA, DE CUALQUIERA) *
      *   H  TRAMOS DE CARGA EN V2D2_STSHIST (HASTA 'M' EN MENOS DE  *
      *      12 HORAS DESDE EL EVENTO ANTERIOR)                      *
      *   F  MINUTOS FIJOS                                           *
      *--------------------------------------------------------------*
       PREDICT-STEP.
           MOVE 0 TO WS-P-MIN WS-P-RECS.
           MOVE SPACE TO WS-P-SRC.
           MOVE WS-ST-STEP(SX) TO WS-Q-STEP.
           MOVE WS-ST-JOB(SX) TO WS-Q-JOB.
           IF WS-ST-STEP(SX) = 'V2D2LOAD' OR 'V2D2GLOD' OR 'V2D2ULOD'
             PERFORM PREDICT-LOAD
           END-IF.
           IF WS-P-MIN = 0
             PERFORM PREDICT-FROM-BOOKS
           END-IF.
           IF WS-P-MIN = 0
             AND (WS-ST-STEP(SX) = 'V2D2LOAD' OR 'V2D2GLOD'
                  OR 'V2D2ULOD')
             PERFORM PREDICT-FROM-HISTORY
           END-IF.
           IF WS-P-MIN = 0
             MOVE 'F' TO WS-P-SRC
             EVALUATE WS-ST-STEP(SX)
               WHEN 'V2D2APLY' MOVE WS-DFLT-APLY TO WS-P-MIN
               WHEN 'V2D2MOVL' MOVE WS-DFLT-MOVL TO WS-P-MIN
               WHEN 'V2D2RECN' MOVE WS-DFLT-RECN TO WS-P-MIN
               WHEN 'CERTIF'   MOVE WS-DFLT-CERT TO WS-P-MIN
               WHEN 'SHIM-D'   MOVE WS-DFLT-SHIM TO WS-P-MIN
               WHEN OTHER      MOVE WS-DFLT-LOAD TO WS-P-MIN
             END-EVALUATE
           END-IF.
           MOVE WS-P-MIN TO WS-ST-P-MIN(SX).
           MOVE WS-P-SRC TO WS-ST-SRC(SX).
           MOVE WS-P-RECS TO WS-ST-RECS(SX).
      *    REGISTROS: EL CONTEO DE ORIGEN O LO QUE CARGO LA ULTIMA
      *    VEZ, EL MAYOR; SIN NINGUNO, LA ULTIMA RECONCILIACION.
       PREDICT-LOAD.
           EXEC SQL
             SELECT VSAM_COUNT, RECORDS_PROCESSED
             INTO :WS-J-VSAM, :WS-J-RPROC
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :WS-Q-JOB
           END-EXEC.
           IF SQLCODE = 0
             MOVE WS-J-VSAM TO WS-P-RECS
             IF WS-J-RPROC > WS-P-RECS
               MOVE WS-J-RPROC TO WS-P-RECS
             END-IF
           END-IF.
           IF WS-P-RECS = 0
             EXEC SQL
               SELECT VSAM_COUNT
               INTO :WS-P-RECS
               FROM IBMUSER.V2D2_RECON
               WHERE JOB_ID = :WS-Q-JOB
               ORDER BY RECON_TS DESC
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE 0 TO WS-P-RECS
             END-IF
           END-IF.
           IF WS-P-RECS > 0
             MOVE 0 TO WS-P-RATE
             EXEC SQL
               SELECT JOB_RATE
               INTO :WS-P-RATE
               FROM IBMUSER.V2D2_THRUPUT
               WHERE JOB_ID = :WS-Q-JOB
                 AND JOB_RATE > 0
               ORDER BY SAMPLE_TS DESC
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0 AND WS-P-RATE > 0
               MOVE 'T' TO WS-P-SRC
             ELSE
               EXEC SQL
                 SELECT COALESCE(AVG(JOB_RATE), 0)
                 INTO :WS-P-RATE
                 FROM IBMUSER.V2D2_THRUPUT
                 WHERE PROGRAM = :WS-Q-STEP
                   AND JOB_RATE > 0
               END-EXEC
               IF SQLCODE = 0 AND WS-P-RATE > 0
                 MOVE 'P' TO WS-P-SRC
               ELSE
                 MOVE 0 TO WS-P-RATE
               END-IF
             END-IF
             IF WS-P-RATE > 0
               COMPUTE WS-P-MIN =
                 (WS-P-RECS + WS-P-RATE - 1) / WS-P-RATE
             END-IF
           END-IF.
       PREDICT-FROM-BOOKS.
           EXEC SQL
             SELECT COALESCE(AVG(ACT_MIN), 0)
             INTO :WS-P-MIN
             FROM IBMUSER.V2D2_RBOOK
             WHERE STEP = :WS-Q-STEP
               AND JOB_ID = :WS-Q-JOB
               AND ACT_STS IN ('S', 'N')
               AND ACT_MIN > 0
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-P-MIN
           END-IF.
           IF WS-P-MIN = 0
             AND WS-Q-STEP NOT = 'V2D2LOAD' AND WS-Q-STEP NOT =
               'V2D2GLOD' AND WS-Q-STEP NOT = 'V2D2ULOD'
             EXEC SQL
               SELECT COALESCE(AVG(ACT_MIN), 0)
               INTO :WS-P-MIN
               FROM IBMUSER.V2D2_RBOOK
               WHERE STEP = :WS-Q-STEP
                 AND ACT_STS IN ('S', 'N')
                 AND ACT_MIN > 0
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE 0 TO WS-P-MIN
             END-IF
           END-IF.
           IF WS-P-MIN > 0
             MOVE 'R' TO WS-P-SRC
           END-IF.
      *    UN TRAMO ES CORRIDA DE CARGA SI EL EVENTO ANTERIOR DEL JOB
      *    (LA CONVERSION EN V2D2PIPE, UN REINTENTO) FUE EN LAS 12
      *    HORAS PREVIAS; LO DEMAS ES ESPERA Y NO SE PROMEDIA.
       PREDICT-FROM-HISTORY.
           EXEC SQL
             SELECT COALESCE(AVG(TIMESTAMPDIFF(4,
                      CHAR(H.CHANGE_TS - P.CHANGE_TS))), 0)
             INTO :WS-P-MIN
             FROM IBMUSER.V2D2_STSHIST H,
                  IBMUSER.V2D2_STSHIST P
             WHERE H.PROGRAM = :WS-Q-STEP
               AND H.NEW_STATUS = 'M'
               AND P.JOB_ID = H.JOB_ID
               AND P.CHANGE_TS =
                   (SELECT MAX(Q.CHANGE_TS)
                    FROM IBMUSER.V2D2_STSHIST Q
                    WHERE Q.JOB_ID = H.JOB_ID
                      AND Q.CHANGE_TS < H.CHANGE_TS)
               AND P.CHANGE_TS > H.CHANGE_TS - 12 HOURS
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-P-MIN
           END-IF.
           IF WS-P-MIN > 0
             MOVE 'H' TO WS-P-SRC
           END-IF.
      *--------------------------------------------------------------*
      * SAVE-PLAN - UNA VERSION NUEVA; LAS ANTERIORES QUEDAN COMO    *
      * HISTORIA DE ENSAYOS.                                         *
      *--------------------------------------------------------------*
       SAVE-PLAN.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-ST-CNT
             MOVE SX TO WS-R-SEQ
             MOVE WS-ST-P-START(SX) TO WS-CV-ABS
             PERFORM FORMAT-TIMESTAMP
             MOVE WS-TS-OUT TO WS-R-START
             MOVE WS-ST-P-END(SX) TO WS-CV-ABS
             PERFORM FORMAT-TIMESTAMP
             MOVE WS-TS-OUT TO WS-R-END
             MOVE WS-ST-JOB(SX) TO WS-F-JOB
             MOVE WS-ST-P-MIN(SX) TO WS-U-MIN
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_RBOOK
               (BOOK_ID, PLAN_TS, STEP_SEQ, JOB_ID, STEP, JOBNAME,
                CHECKPOINT, FALLBACK, PLAN_START, PLAN_MIN,
                PLAN_END, PRED_SRC, ACT_STS)
               VALUES (:WS-BOOK-ID, TIMESTAMP(:WS-PLAN-TS),
                :WS-R-SEQ, :WS-F-JOB, :WS-ST-STEP(SX),
                :WS-ST-JOBNAME(SX), :WS-ST-CHKPT(SX),
                :WS-ST-FALLBK(SX), TIMESTAMP(:WS-R-START),
                :WS-U-MIN, TIMESTAMP(:WS-R-END), :WS-ST-SRC(SX),
                ' ')
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCD
               DISPLAY 'V2D2BOOK: INSERT V2D2_RBOOK FALLO, SQLCODE='
                 WS-SQLCD ' - EL LIBRETO SE IMPRIME PERO NO QUEDA'
                 ' GRABADO'
               EXEC SQL ROLLBACK END-EXEC
               MOVE WS-ST-CNT TO SX
             END-IF
           END-PERFORM.
           EXEC SQL COMMIT END-EXEC.
      *--------------------------------------------------------------*
      * TRACK-ACTUALS - LA VERSION MAS NUEVA DEL LIBRETO CONTRA LO   *
      * QUE LOS RUNNERS YA DEJARON REGISTRADO.                       *
      *--------------------------------------------------------------*
       TRACK-ACTUALS.
           EXEC SQL
             SELECT COALESCE(CHAR(MAX(PLAN_TS)), ' ')
             INTO :WS-PLAN-TS
             FROM IBMUSER.V2D2_RBOOK
             WHERE BOOK_ID = :WS-BOOK-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-PLAN-TS = SPACES
             DISPLAY 'V2D2BOOK: NO HAY LIBRETO ' WS-BOOK-D
               ' - CORRA PRIMERO CON PLAN'
             GOBACK
           END-IF.
           PERFORM LOAD-BOOK.
           IF WS-ST-CNT = 0
             GOBACK
           END-IF.
           IF WS-START-TOK NOT = SPACES
             MOVE WS-START-TOK TO WS-PT-IN
             MOVE '-' TO WS-PT-IN(5:1)
             MOVE WS-START-TOK(5:2) TO WS-PT-IN(6:2)
             MOVE '-' TO WS-PT-IN(8:1)
             MOVE WS-START-TOK(7:2) TO WS-PT-IN(9:2)
             MOVE '-' TO WS-PT-IN(11:1)
             MOVE WS-START-TOK(9:2) TO WS-PT-IN(12:2)
             MOVE '.' TO WS-PT-IN(14:1)
             MOVE WS-START-TOK(11:2) TO WS-PT-IN(15:2)
             PERFORM PARSE-TS
             MOVE WS-PT-ABS TO WS-BOOK-START
           ELSE
             MOVE WS-ST-P-START(1) TO WS-BOOK-START
           END-IF.
           MOVE WS-BOOK-START TO WS-CV-ABS.
           PERFORM FORMAT-TIMESTAMP.
           MOVE WS-TS-OUT TO WS-WIN-TS.
           MOVE WS-BOOK-START TO WS-PREV-END.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-ST-CNT
             PERFORM FIND-ACTUAL
             PERFORM STAMP-ACTUAL
           END-PERFORM.
           EXEC SQL COMMIT END-EXEC.
           PERFORM PROJECT-PENDING.
           PERFORM PRINT-BOOK.
       LOAD-BOOK.
           EXEC SQL DECLARE BKCUR CURSOR FOR
             SELECT B.JOB_ID,
               COALESCE((SELECT J.MEMBER FROM IBMUSER.V2D2_JOBS J
                         WHERE J.JOB_ID = B.JOB_ID), '?'),
               B.STEP, B.JOBNAME, B.CHECKPOINT, B.FALLBACK,
               CHAR(B.PLAN_START), B.PLAN_MIN, CHAR(B.PLAN_END),
               B.PRED_SRC
             FROM IBMUSER.V2D2_RBOOK B
             WHERE B.BOOK_ID = :WS-BOOK-ID
               AND B.PLAN_TS = TIMESTAMP(:WS-PLAN-TS)
             ORDER BY B.STEP_SEQ
           END-EXEC.
           EXEC SQL OPEN BKCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH BKCUR INTO :WS-F-JOB, :WS-F-MEMBER,
                 :WS-ADD-STEP, :WS-F-LOADER, :WS-ADD-CHKPT,
                 :WS-F-STS, :WS-R-START, :WS-U-MIN, :WS-R-END,
                 :WS-P-SRC
             END-EXEC
             IF SQLCODE = 0 AND WS-ST-CNT < 500
               ADD 1 TO WS-ST-CNT
               MOVE WS-ST-CNT TO SX
               MOVE WS-F-JOB TO WS-ST-JOB(SX)
               MOVE WS-F-MEMBER TO WS-ST-MEMBER(SX)
               MOVE WS-ADD-STEP TO WS-ST-STEP(SX)
               MOVE WS-F-LOADER TO WS-ST-JOBNAME(SX)
               MOVE WS-ADD-CHKPT TO WS-ST-CHKPT(SX)
               MOVE WS-F-STS TO WS-ST-FALLBK(SX)
               MOVE WS-R-START TO WS-PT-IN
               PERFORM PARSE-TS
               MOVE WS-PT-ABS TO WS-ST-P-START(SX)
               MOVE WS-R-END TO WS-PT-IN
               PERFORM PARSE-TS
               MOVE WS-PT-ABS TO WS-ST-P-END(SX)
               MOVE WS-U-MIN TO WS-ST-P-MIN(SX)
               MOVE WS-P-SRC TO WS-ST-SRC(SX)
               MOVE 0 TO WS-ST-RECS(SX) WS-ST-A-END(SX)
               MOVE 0 TO WS-ST-PR-END(SX)
               MOVE -1 TO WS-ST-A-MIN(SX)
               MOVE SPACE TO WS-ST-A-STS(SX)
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2BOOK: FETCH V2D2_RBOOK FALLO, SQLCODE='
               WS-SQLCD
           END-IF.
           EXEC SQL CLOSE BKCUR END-EXEC.
      *--------------------------------------------------------------*
      * FIND-ACTUAL - EL PRIMER RASTRO DEL PASO DESDE EL INICIO DE   *
      * LA VENTANA. 'S' HECHO, 'N' RECONCILIACION CON DISCREPANCIA,  *
      * 'E' ERROR (FILA 'Error:' DEL PASO EN V2D2_NOTIF), BLANCO     *
      * PENDIENTE. EL SHIM NO DEJA HORA: SE VE SOLO SI YA ESTA EN D. *
      *--------------------------------------------------------------*
       FIND-ACTUAL.
           MOVE SPACES TO WS-EV-TS.
           MOVE SPACE TO WS-EV-RSTS.
           MOVE WS-ST-JOB(SX) TO WS-Q-JOB.
           MOVE WS-ST-STEP(SX) TO WS-Q-STEP.
           EVALUATE WS-ST-STEP(SX)
             WHEN 'V2D2LOAD'
             WHEN 'V2D2GLOD'
             WHEN 'V2D2ULOD'
               EXEC SQL
                 SELECT COALESCE(CHAR(MIN(CHANGE_TS)), ' ')
                 INTO :WS-EV-TS
                 FROM IBMUSER.V2D2_STSHIST
                 WHERE JOB_ID = :WS-Q-JOB
                   AND NEW_STATUS = 'M'
                   AND CHANGE_TS >= TIMESTAMP(:WS-WIN-TS)
               END-EXEC
             WHEN 'V2D2APLY'
               EXEC SQL
                 SELECT COALESCE(CHAR(MIN(CYCLE_TS)), ' ')
                 INTO :WS-EV-TS
                 FROM IBMUSER.V2D2_CYCLE
                 WHERE JOB_ID = :WS-Q-JOB
                   AND CYCLE_TS >= TIMESTAMP(:WS-WIN-TS)
               END-EXEC
             WHEN 'V2D2MOVL'
               EXEC SQL
                 SELECT COALESCE(CHAR(MIN(NOTIF_TS)), ' ')
                 INTO :WS-EV-TS
                 FROM IBMUSER.V2D2_NOTIF
                 WHERE JOB_ID = :WS-Q-JOB
                   AND STEP = 'V2D2MOVL'
                   AND MESSAGE LIKE '%Movimientos cargados%'
                   AND NOTIF_TS >= TIMESTAMP(:WS-WIN-TS)
               END-EXEC
             WHEN 'V2D2RECN'
               EXEC SQL
                 SELECT CHAR(RECON_TS), RECON_STATUS
                 INTO :WS-EV-TS, :WS-EV-RSTS
                 FROM IBMUSER.V2D2_RECON
                 WHERE JOB_ID = :WS-Q-JOB
                   AND RECON_TS >= TIMESTAMP(:WS-WIN-TS)
                 ORDER BY RECON_TS
                 FETCH FIRST 1 ROW ONLY
               END-EXEC
             WHEN 'CERTIF'
               EXEC SQL
                 SELECT COALESCE(CHAR(MIN(CHANGE_TS)), ' ')
                 INTO :WS-EV-TS
                 FROM IBMUSER.V2D2_STSHIST
                 WHERE JOB_ID = :WS-Q-JOB
                   AND NEW_STATUS = 'F'
                   AND CHANGE_TS >= TIMESTAMP(:WS-WIN-TS)
               END-EXEC
             WHEN 'SHIM-D'
               EXEC SQL
                 SELECT COALESCE(SHIM_TARGET, 'V')
                 INTO :WS-EV-RSTS
                 FROM IBMUSER.V2D2_JOBS
                 WHERE JOB_ID = :WS-Q-JOB
               END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-EV-TS
             MOVE SPACE TO WS-EV-RSTS
           END-IF.
           EVALUATE TRUE
             WHEN WS-ST-STEP(SX) = 'SHIM-D'
               IF WS-EV-RSTS = 'D'
                 MOVE 'S' TO WS-ST-A-STS(SX)
               END-IF
             WHEN WS-EV-TS NOT = SPACES
               IF WS-ST-STEP(SX) = 'V2D2RECN' AND WS-EV-RSTS NOT = 'S'
                 MOVE 'N' TO WS-ST-A-STS(SX)
               ELSE
                 MOVE 'S' TO WS-ST-A-STS(SX)
               END-IF
               MOVE WS-EV-TS TO WS-PT-IN
               PERFORM PARSE-TS
               MOVE WS-PT-ABS TO WS-ST-A-END(SX)
             WHEN WS-ST-STEP(SX) NOT = 'CERTIF'
               EXEC SQL
                 SELECT COALESCE(CHAR(MIN(NOTIF_TS)), ' ')
                 INTO :WS-EV-TS
                 FROM IBMUSER.V2D2_NOTIF
                 WHERE JOB_ID = :WS-Q-JOB
                   AND STEP = :WS-Q-STEP
                   AND MESSAGE LIKE '%Error:%'
                   AND NOTIF_TS >= TIMESTAMP(:WS-WIN-TS)
               END-EXEC
               IF SQLCODE = 0 AND WS-EV-TS NOT = SPACES
                 MOVE 'E' TO WS-ST-A-STS(SX)
                 MOVE WS-EV-TS TO WS-PT-IN
                 PERFORM PARSE-TS
                 MOVE WS-PT-ABS TO WS-ST-A-END(SX)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *    MINUTOS REALES: DESDE EL FIN REAL MAS RECIENTE DE LOS
      *    PASOS ANTERIORES (O EL INICIO DE LA VENTANA).
       STAMP-ACTUAL.
           MOVE SPACES TO WS-R-ACT.
           MOVE -1 TO WS-U-MIN.
           IF WS-ST-A-END(SX) > 0
             COMPUTE WS-ST-A-MIN(SX) = WS-ST-A-END(SX) - WS-PREV-END
             IF WS-ST-A-MIN(SX) < 0
               MOVE 0 TO WS-ST-A-MIN(SX)
             END-IF
             IF WS-ST-A-END(SX) > WS-PREV-END
               MOVE WS-ST-A-END(SX) TO WS-PREV-END
             END-IF
             MOVE WS-ST-A-MIN(SX) TO WS-U-MIN
             MOVE WS-ST-A-END(SX) TO WS-CV-ABS
             PERFORM FORMAT-TIMESTAMP
             MOVE WS-TS-OUT TO WS-R-ACT
           END-IF.
           MOVE SX TO WS-R-SEQ.
           EXEC SQL
             UPDATE IBMUSER.V2D2_RBOOK
               SET ACT_END = TIMESTAMP(NULLIF(:WS-R-ACT, ' ')),
                   ACT_MIN = NULLIF(:WS-U-MIN, -1),
                   ACT_STS = :WS-ST-A-STS(SX)
             WHERE BOOK_ID = :WS-BOOK-ID
               AND PLAN_TS = TIMESTAMP(:WS-PLAN-TS)
               AND STEP_SEQ = :WS-R-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2BOOK: UPDATE V2D2_RBOOK FALLO, SQLCODE='
               WS-SQLCD
           END-IF.
      *--------------------------------------------------------------*
      * PROJECT-PENDING - LO QUE FALTA, EN ORDEN, DESDE EL ULTIMO    *
      * FIN REAL O DESDE AHORA SI YA ES MAS TARDE. UNA CARGA EN      *
      * CURSO PROYECTA CON SU MUESTRA DE RITMO MAS NUEVA.            *
      *--------------------------------------------------------------*
       PROJECT-PENDING.
           MOVE WS-BOOK-START TO WS-RUN-CLK.
           MOVE 0 TO WS-DONE-CNT WS-PEND-CNT WS-ERR-CNT.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-ST-CNT
             EVALUATE WS-ST-A-STS(SX)
               WHEN 'S'
               WHEN 'N'
                 ADD 1 TO WS-DONE-CNT
                 IF WS-ST-A-END(SX) > WS-RUN-CLK
                   MOVE WS-ST-A-END(SX) TO WS-RUN-CLK
                 END-IF
               WHEN OTHER
                 IF WS-ST-A-STS(SX) = 'E'
                   ADD 1 TO WS-ERR-CNT
                 ELSE
                   ADD 1 TO WS-PEND-CNT
                 END-IF
                 IF WS-RUN-CLK < WS-NOW-ABS / 60
                   COMPUTE WS-RUN-CLK = WS-NOW-ABS / 60
                 END-IF
                 COMPUTE WS-ST-PR-END(SX) =
                   WS-RUN-CLK + WS-ST-P-MIN(SX)
                 IF WS-ST-STEP(SX) = 'V2D2LOAD' OR 'V2D2GLOD'
                   OR 'V2D2ULOD'
                   PERFORM PROJECT-RUNNING-LOAD
                 END-IF
                 MOVE WS-ST-PR-END(SX) TO WS-RUN-CLK
             END-EVALUATE
           END-PERFORM.
       PROJECT-RUNNING-LOAD.
           MOVE WS-ST-JOB(SX) TO WS-Q-JOB.
           MOVE SPACES TO WS-EV-PROJ.
           EXEC SQL
             SELECT COALESCE(CHAR(T.PROJ_END), ' ')
             INTO :WS-EV-PROJ
             FROM IBMUSER.V2D2_THRUPUT T,
                  IBMUSER.V2D2_JOBS J
             WHERE T.JOB_ID = :WS-Q-JOB
               AND J.JOB_ID = T.JOB_ID
               AND J.STATUS = 'C'
               AND T.SAMPLE_TS >= TIMESTAMP(:WS-WIN-TS)
             ORDER BY T.SAMPLE_TS DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0 AND WS-EV-PROJ NOT = SPACES
             MOVE WS-EV-PROJ TO WS-PT-IN
             PERFORM PARSE-TS
             MOVE WS-PT-ABS TO WS-ST-PR-END(SX)
           END-IF.
      *--------------------------------------------------------------*
      * PRINT-BOOK - EL LIBRETO IMPRIMIBLE. EN MODO REAL CADA PASO   *
      * LLEVA SU FIN REAL O PROYECTADO Y EL DESVIO CONTRA EL PLAN.   *
      *--------------------------------------------------------------*
       PRINT-BOOK.
           MOVE WS-BOOK-START TO WS-CV-ABS.
           PERFORM FORMAT-DDMM.
           MOVE WS-ST-CNT TO WS-CNT-D1.
           DISPLAY 'LIBRETO ' WS-BOOK-D '  VERSION ' WS-PLAN-TS(1:19)
             '  MODO ' WS-MODE.
           DISPLAY 'INICIO ' WS-DT-OUT '  PASOS:' WS-CNT-D1.
           DISPLAY 'FUENTE DE LA PREVISION: T=RITMO DEL JOB'
             ' P=RITMO DEL CARGADOR R=LIBRETO ANTERIOR'
             ' H=V2D2_STSHIST F=FIJO'.
           MOVE 'N' TO WS-PNR-DONE.
           MOVE 0 TO WS-PNR-ABS.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-ST-CNT
             PERFORM PRINT-STEP
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY '=============================================='.
           MOVE WS-ST-P-END(WS-ST-CNT) TO WS-CV-ABS.
           PERFORM FORMAT-DDMM.
           COMPUTE WS-EL-MIN = WS-ST-P-END(WS-ST-CNT) - WS-BOOK-START.
           PERFORM FORMAT-ELAPSED.
           DISPLAY 'FIN PLANIFICADO:        ' WS-DT-OUT
             '  (T+' WS-EL-OUT ')'.
           IF WS-PNR-ABS > 0
             MOVE WS-PNR-ABS TO WS-CV-ABS
             PERFORM FORMAT-DDMM
             DISPLAY 'PUNTO DE NO RETORNO:    ' WS-DT-OUT
           END-IF.
           IF WS-MODE = 'REAL'
             MOVE WS-RUN-CLK TO WS-CV-ABS
             PERFORM FORMAT-DDMM
             COMPUTE WS-DEV = WS-RUN-CLK - WS-ST-P-END(WS-ST-CNT)
             MOVE WS-DEV TO WS-DEV-D
             IF WS-PEND-CNT = 0 AND WS-ERR-CNT = 0
               DISPLAY 'FIN REAL:               ' WS-DT-OUT
                 '  DESVIO' WS-DEV-D ' MIN'
             ELSE
               DISPLAY 'FIN PROYECTADO:         ' WS-DT-OUT
                 '  DESVIO' WS-DEV-D ' MIN'
             END-IF
             MOVE WS-DONE-CNT TO WS-CNT-D1
             DISPLAY 'PASOS HECHOS:           ' WS-CNT-D1
             MOVE WS-PEND-CNT TO WS-CNT-D1
             DISPLAY 'PASOS PENDIENTES:       ' WS-CNT-D1
             MOVE WS-ERR-CNT TO WS-CNT-D1
             DISPLAY 'PASOS CON ERROR:        ' WS-CNT-D1
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'REVISADO POR:     ______________________________'.
           DISPLAY 'APROBADO POR:     ______________________________'.
           DISPLAY '=============================================='.
       PRINT-STEP.
           IF WS-ST-CHKPT(SX) = 'C' AND WS-PNR-DONE = 'N'
             MOVE 'Y' TO WS-PNR-DONE
             MOVE WS-ST-P-START(SX) TO WS-PNR-ABS
             DISPLAY ' '
             DISPLAY '**********************************************'
             DISPLAY '* PUNTO DE NO RETORNO: DESDE LA PRIMERA'
               ' CERTIFICACION LA VUELTA ATRAS ES V2D2UNLD +'
               ' SHIM_TARGET ''V'''
             DISPLAY '**********************************************'
           END-IF.
           MOVE SX TO WS-SEQ-D.
           MOVE WS-ST-JOB(SX) TO WS-JOB-DISP.
           MOVE WS-ST-P-MIN(SX) TO WS-MIN-D.
           COMPUTE WS-EL-MIN = WS-ST-P-END(SX) - WS-BOOK-START.
           PERFORM FORMAT-ELAPSED.
           PERFORM DESCRIBE-STEP.
           DISPLAY ' '.
           DISPLAY WS-SEQ-D '. JOB ' WS-JOB-DISP ' ' WS-ST-MEMBER(SX)
             '  ' WS-ST-STEP(SX) '  JOBNAME ' WS-ST-JOBNAME(SX)
             '  ' WS-STEP-TXT.
           MOVE WS-ST-P-START(SX) TO WS-CV-ABS.
           PERFORM FORMAT-DDMM.
           MOVE WS-DT-OUT TO WS-SRC-TXT.
           MOVE WS-ST-P-END(SX) TO WS-CV-ABS.
           PERFORM FORMAT-DDMM.
           DISPLAY '     PLAN: ' WS-SRC-TXT(1:11) ' -> ' WS-DT-OUT
             WS-MIN-D ' MIN (' WS-ST-SRC(SX) ')  RELOJ T+'
             WS-EL-OUT.
           IF WS-ST-RECS(SX) > 0
             MOVE WS-ST-RECS(SX) TO WS-RECS-D
             DISPLAY '     REGISTROS DE ORIGEN:' WS-RECS-D
           END-IF.
           IF WS-MODE = 'REAL'
             PERFORM PRINT-ACTUAL
           END-IF.
           PERFORM PRINT-STEP-DSNS.
           EVALUATE WS-ST-CHKPT(SX)
             WHEN 'R'
               DISPLAY '     >> CONTROL: RECONCILIACION - RECON_FLAG'
                 ' DEBE QUEDAR EN S ANTES DE CERTIFICAR'
             WHEN 'C'
               DISPLAY '     >> CONTROL: CERTIFICACION - STATUS M,'
                 ' RECON S, SIN RECHAZOS PENDIENTES, SIN DRIFT,'
                 ' ACCESOS ACEPTADOS, OLA LISTA'
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-ST-FALLBK(SX) = 'R'
             DISPLAY '     VUELTA ATRAS: OPCION 0 (ROLLBACK) - EL VSAM'
               ' SIGUE SIENDO EL MAESTRO'
           ELSE
             DISPLAY '     VUELTA ATRAS: V2D2UNL (V2D2UNLD) REARMA EL'
               ' KSDS DESDE DB2 + SHIM_TARGET ''V'''
           END-IF.
       DESCRIBE-STEP.
           EVALUATE WS-ST-STEP(SX)
             WHEN 'V2D2LOAD'
             WHEN 'V2D2GLOD'
             WHEN 'V2D2ULOD'
               MOVE 'CARGA VSAM -> DB2' TO WS-STEP-TXT
             WHEN 'V2D2APLY'
               MOVE 'APLICA LOS MOVIMIENTOS DEL DIA' TO WS-STEP-TXT
             WHEN 'V2D2MOVL'
               MOVE 'CARGA EL RASTRO MOVFILE' TO WS-STEP-TXT
             WHEN 'V2D2RECN'
               MOVE 'RECONCILIACION VSAM VS DB2' TO WS-STEP-TXT
             WHEN 'CERTIF'
               MOVE 'CERTIFICACION EN V2D2MAIN' TO WS-STEP-TXT
             WHEN 'SHIM-D'
               MOVE 'UPDATE V2D2_JOBS SET SHIM_TARGET = ''D'''
                 TO WS-STEP-TXT
             WHEN OTHER
               MOVE SPACES TO WS-STEP-TXT
           END-EVALUATE.
       PRINT-ACTUAL.
           EVALUATE TRUE
             WHEN (WS-ST-A-STS(SX) = 'S' OR 'N')
               AND WS-ST-A-END(SX) = 0
               DISPLAY '     REAL: HECHO (SIN HORA REGISTRADA)'
             WHEN WS-ST-A-STS(SX) = 'S' OR 'N'
               MOVE WS-ST-A-END(SX) TO WS-CV-ABS
               PERFORM FORMAT-DDMM
               MOVE WS-ST-A-MIN(SX) TO WS-MIN-D
               COMPUTE WS-DEV = WS-ST-A-END(SX) - WS-ST-P-END(SX)
               MOVE WS-DEV TO WS-DEV-D
               IF WS-ST-A-STS(SX) = 'N'
                 DISPLAY '     REAL: FIN ' WS-DT-OUT WS-MIN-D
                   ' MIN  DESVIO' WS-DEV-D ' MIN  ** NO CUADRA - NO'
                   ' PASAR DEL PUNTO DE NO RETORNO'
               ELSE
                 DISPLAY '     REAL: FIN ' WS-DT-OUT WS-MIN-D
                   ' MIN  DESVIO' WS-DEV-D ' MIN  HECHO'
               END-IF
             WHEN OTHER
               MOVE WS-ST-PR-END(SX) TO WS-CV-ABS
               PERFORM FORMAT-DDMM
               COMPUTE WS-DEV = WS-ST-PR-END(SX) - WS-ST-P-END(SX)
               MOVE WS-DEV TO WS-DEV-D
               IF WS-ST-A-STS(SX) = 'E'
                 DISPLAY '     REAL: ** ERROR - VER V2D2_ERRORS;'
                   ' REPETIDO PROYECTA FIN ' WS-DT-OUT
                   '  DESVIO' WS-DEV-D ' MIN'
               ELSE
                 DISPLAY '     REAL: PENDIENTE - PROYECTA FIN '
                   WS-DT-OUT '  DESVIO' WS-DEV-D ' MIN'
               END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      * PRINT-STEP-DSNS - LOS DATASETS DEL REGISTRO QUE EL PASO TOCA:*
      * EL MAESTRO PARA CARGA Y RECONCILIACION, EL RASTRO PARA       *
      * APLICACION Y MOVL, TODOS PARA LA CERTIFICACION (DEJAN DE SER *
      * MAESTROS).                                                   *
      *--------------------------------------------------------------*
       PRINT-STEP-DSNS.
           EVALUATE WS-ST-STEP(SX)
             WHEN 'V2D2APLY'
             WHEN 'V2D2MOVL'
               MOVE 'TRAIL' TO WS-DS-ROLE
             WHEN 'CERTIF'
               MOVE 'ALL' TO WS-DS-ROLE
             WHEN 'SHIM-D'
               MOVE SPACES TO WS-DS-ROLE
             WHEN OTHER
               MOVE 'SOURCE' TO WS-DS-ROLE
           END-EVALUATE.
           IF WS-DS-ROLE NOT = SPACES
             MOVE WS-ST-JOB(SX) TO WS-Q-JOB
             MOVE 0 TO WS-DS-CNT
             EXEC SQL DECLARE BDCUR CURSOR FOR
               SELECT DDNAME, ROLE, DSN
               FROM IBMUSER.V2D2_DSREG
               WHERE JOB_ID = :WS-Q-JOB
                 AND (ROLE = :WS-DS-ROLE OR :WS-DS-ROLE = 'ALL')
               ORDER BY DDNAME
             END-EXEC
             EXEC SQL OPEN BDCUR END-EXEC
             PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                 FETCH BDCUR INTO :WS-DS-DDNAME, :WS-DS-RROLE,
                   :WS-DS-DSN
               END-EXEC
               IF SQLCODE = 0
                 ADD 1 TO WS-DS-CNT
                 IF WS-DS-DSN = SPACES
                   MOVE '(SIN DSN - REGISTRAR EN V2D2M08)'
                     TO WS-DS-DSN
                 END-IF
                 DISPLAY '     DSN ' WS-DS-RROLE ' ' WS-DS-DDNAME ' '
                   WS-DS-DSN
               END-IF
             END-PERFORM
             EXEC SQL CLOSE BDCUR END-EXEC
             IF WS-DS-CNT = 0 AND WS-DS-ROLE NOT = 'TRAIL'
               EXEC SQL
                 SELECT SOURCE_DSN INTO :WS-SRC-DSN
                 FROM IBMUSER.V2D2_JOBS
                 WHERE JOB_ID = :WS-Q-JOB
               END-EXEC
               IF SQLCODE = 0
                 DISPLAY '     DSN SOURCE   (JOB)    ' WS-SRC-DSN
               END-IF
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * RELOJ: MINUTOS ABSOLUTOS <-> TIMESTAMP DB2 / DD/MM HH:MM     *
      *--------------------------------------------------------------*
       READ-CLOCK.
           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLK-TIME FROM TIME.
           COMPUTE WS-NOW-ABS =
             FUNCTION INTEGER-OF-DATE(WS-CLK-DATE) * 86400
             + WS-CLK-HH * 3600 + WS-CLK-MI * 60 + WS-CLK-SS.
       PARSE-TS.
           MOVE 0 TO WS-PT-ABS.
           IF WS-PT-IN NOT = SPACES
             MOVE WS-PT-IN(1:4) TO WS-PT-YYYY
             MOVE WS-PT-IN(6:2) TO WS-PT-MM
             MOVE WS-PT-IN(9:2) TO WS-PT-DD
             MOVE WS-PT-IN(12:2) TO WS-PT-HH
             MOVE WS-PT-IN(15:2) TO WS-PT-MI
             COMPUTE WS-PT-ABS =
               FUNCTION INTEGER-OF-DATE(WS-PT-DATE) * 1440
               + WS-PT-HH * 60 + WS-PT-MI
           END-IF.
       FORMAT-TIMESTAMP.
           PERFORM SPLIT-MINUTES.
           MOVE SPACES TO WS-TS-OUT.
           STRING WS-CV-DATE(1:4) '-' WS-CV-DATE(5:2) '-'
             WS-CV-DATE(7:2) '-' WS-CV-HH '.' WS-CV-MI
             '.00.000000'
             DELIMITED BY SIZE INTO WS-TS-OUT.
       FORMAT-DDMM.
           PERFORM SPLIT-MINUTES.
           MOVE SPACES TO WS-DT-OUT.
           STRING WS-CV-DATE(7:2) '/' WS-CV-DATE(5:2) ' '
             WS-CV-HH ':' WS-CV-MI
             DELIMITED BY SIZE INTO WS-DT-OUT.
       SPLIT-MINUTES.
           COMPUTE WS-CV-DAYS = WS-CV-ABS / 1440.
           COMPUTE WS-CV-MINS = WS-CV-ABS - WS-CV-DAYS * 1440.
           COMPUTE WS-CV-DATE = FUNCTION DATE-OF-INTEGER(WS-CV-DAYS).
           COMPUTE WS-CV-HH = WS-CV-MINS / 60.
           COMPUTE WS-CV-MI = WS-CV-MINS - WS-CV-HH * 60.
       FORMAT-ELAPSED.
           IF WS-EL-MIN < 0
             MOVE 0 TO WS-EL-MIN
           END-IF.
           COMPUTE WS-EL-HH = WS-EL-MIN / 60.
           COMPUTE WS-EL-MI = WS-EL-MIN - WS-EL-HH * 60.
           MOVE SPACES TO WS-EL-OUT.
           STRING WS-EL-HH ':' WS-EL-MI
             DELIMITED BY SIZE INTO WS-EL-OUT.
