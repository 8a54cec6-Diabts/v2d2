      *==============================================================*
      * V2D2THR - HOST VARIABLE LAYOUT FOR IBMUSER.V2D2_THRUPUT      *
      * One throughput sample per loader checkpoint: position, run   *
      * records and seconds, rate per minute (this run and the whole *
      * job), the expected source total and the projected finish,    *
      * checked against the run's UNTIL= stop time.                  *
      *==============================================================*
       01  DCL-V2D2-THRUPUT.
           05 DCL-THR-JOB-ID       PIC S9(9) COMP.
           05 DCL-THR-TS           PIC X(26).
           05 DCL-THR-PROGRAM      PIC X(8).
           05 DCL-THR-PART-LOW     PIC X(12).
           05 DCL-THR-RECORDS      PIC S9(9) COMP.
           05 DCL-THR-RUN-RECS     PIC S9(9) COMP.
           05 DCL-THR-ELAPSED      PIC S9(9) COMP.
           05 DCL-THR-RATE         PIC S9(9) COMP.
           05 DCL-THR-JOB-RECS     PIC S9(9) COMP.
           05 DCL-THR-JOB-RATE     PIC S9(9) COMP.
           05 DCL-THR-TOTAL        PIC S9(9) COMP.
           05 DCL-THR-PROJ-END     PIC X(26).
           05 DCL-THR-DEADLINE     PIC X(26).
           05 DCL-THR-LATE         PIC X(1).
