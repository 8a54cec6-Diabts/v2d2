      *==============================================================*
      * V2D2TPT - PARAMETER AREA FOR THE THROUGHPUT SAMPLER           *
      * V2D2LOAD, V2D2GLOD and V2D2ULOD CALL V2D2TPUT through this    *
      * area. TPT-OP 'INIT' once, after the claim, with TPT-RECORDS   *
      * = the position the run starts from (the restart count, zero   *
      * on a fresh run), TPT-PART-LOW (blank when not partitioned)    *
      * and TPT-UNTIL (the UNTIL= hhmm, blank when the run has no     *
      * stop time); it answers TPT-TOTAL, the source count the run    *
      * projects against (zero = none known). TPT-OP 'SAMPLE' at      *
      * every checkpoint with TPT-RECORDS = the position now; it      *
      * writes the V2D2_THRUPUT row and answers the job-wide rate per *
      * minute and the projected finish. Callers sample right after   *
      * the checkpoint COMMIT and commit again, so a sample lost to a *
      * deadlock never takes load work with it. TPT-LATE 'S' means    *
      * this is the first sample of the run projecting past the       *
      * UNTIL= time - the caller leaves TPT-MESSAGE on V2D2_NOTIF.    *
      * TPT-STATUS '00' ok, '04' sample not recorded (the sampler     *
      * switches itself off for the rest of the run with the reason   *
      * in TPT-MESSAGE; the load goes on).                            *
      *==============================================================*
           05 TPT-OP            PIC X(8).
           05 TPT-JOB-ID        PIC S9(9) COMP.
           05 TPT-PROGRAM       PIC X(8).
           05 TPT-PART-LOW      PIC X(12).
           05 TPT-UNTIL         PIC X(4).
           05 TPT-RECORDS       PIC S9(9) COMP.
           05 TPT-TOTAL         PIC S9(9) COMP.
           05 TPT-RATE          PIC S9(9) COMP.
           05 TPT-PROJ-END      PIC X(26).
           05 TPT-LATE          PIC X(1).
           05 TPT-STATUS        PIC X(2).
           05 TPT-MESSAGE       PIC X(79).
