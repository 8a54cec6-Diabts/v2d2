      * recording the comparison on IBMUSER.V2D2_RECON and flagging    *
      * a mismatch on V2D2_JOBS.RECON_FLAG so the status screen can     *
      * show it without the analyst having to open V2D2_RECON.         *
      * Policies the scoping rules kept out of DB2 (V2D2_SCOPEX) are   *
      * totaled apart: the job balances when VSAM = DB2 + excluded,    *
      * both in count and in premium.                                  *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-VSAM-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DB2-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-DB2-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EXCL-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-EXCL-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RECON-STATUS          PIC X(1).
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-NTF-MSG               PIC X(79) VALUE SPACES.
           END-IF.
           PERFORM SUM-VSAM-FILE.
           PERFORM SUM-DB2-TABLE.
           PERFORM SUM-EXCLUDED.
           IF WS-VSAM-CNT = WS-DB2-CNT + WS-EXCL-CNT
             AND WS-VSAM-TOTAL = WS-DB2-TOTAL + WS-EXCL-TOTAL
             MOVE 'S' TO WS-RECON-STATUS
           ELSE
             MOVE 'N' TO WS-RECON-STATUS
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_RECON
             (JOB_ID, RECON_TS, VSAM_COUNT, DB2_COUNT,
              VSAM_TOTAL, DB2_TOTAL, RECON_STATUS,
              EXCL_COUNT, EXCL_TOTAL)
             VALUES
             (:DCL-JOB-ID, CURRENT TIMESTAMP,
              :WS-VSAM-CNT, :WS-DB2-CNT,
              :WS-VSAM-TOTAL, :WS-DB2-TOTAL, :WS-RECON-STATUS,
              :WS-EXCL-CNT, :WS-EXCL-TOTAL)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
           PERFORM RELEASE-JOB.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2RECN: VSAM=' WS-VSAM-CNT
             ' DB2=' WS-DB2-CNT ' EXCLUIDAS=' WS-EXCL-CNT
             ' ESTADO=' WS-RECON-STATUS.
           GOBACK.
       SUM-VSAM-FILE.
           OPEN INPUT POLFILE.
             FROM IBMUSER.POL_POLICY
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
       SUM-EXCLUDED.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(PRIMA), 0)
             INTO :WS-EXCL-CNT, :WS-EXCL-TOTAL
             FROM IBMUSER.V2D2_SCOPEX
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
       FAIL-JOB.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
