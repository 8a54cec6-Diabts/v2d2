      * and largest single completed load on record (V2D2_JOBS), so   *
      * a range that exceeds anything the window has ever swallowed   *
      * is flagged for the operator before submission.                *
      *                                                               *
      * The record count of the pass is stamped on                    *
      * V2D2_JOBS.VSAM_COUNT, which is what the partitions'           *
      * throughput samples project the job's finish time against.     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM COMPUTE-RANGES.
           PERFORM REPORT-HISTORY.
           PERFORM SEED-PARTITIONS.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
               SET VSAM_COUNT = :WS-TOTAL-CNT
             WHERE JOB_ID = :DCL-JOB-ID
               AND RECORDS_PROCESSED = 0
           END-EXEC.
           PERFORM WRITE-LOAD-JCL.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY '=============================================='.
             MOVE '//            DCB=(RECFM=FB,LRECL=711)'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE SPACES TO WS-LINE-BUF
             STRING '//ARCHDD   DD DSN=IBMUSER.V2D2.ARC.P' WS-PX-D
               '.J' WS-JOBID-PARM(3:7) ','
               DELIMITED BY SIZE INTO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE '//            DISP=(MOD,CATLG,CATLG),UNIT=SYSDA,'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE '//            SPACE=(TRK,(15,15),RLSE),'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE '//            DCB=(RECFM=FB,LRECL=711)'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE '//SYSOUT   DD SYSOUT=*'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE '//SYSUDUMP DD SYSOUT=*'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE SPACES TO WS-LINE-BUF
             STRING '//CUOT    EXEC PGM=V2D2CUOT,PARM='''
               WS-JOBID-PARM ''',COND=(4,LT,LOAD)'
               DELIMITED BY SIZE INTO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE '//STEPLIB  DD DSN=IBMUSER.V2D2.LOADLIB,DISP=SHR'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             MOVE '//SYSOUT   DD SYSOUT=*'
               TO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
           END-PERFORM.
           CLOSE JCLFILE.
       WRITE-ONE-LINE.
