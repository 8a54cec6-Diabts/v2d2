      * certified the job on the option F screen (STATUS 'F'). Pulls  *
      * the evidence the certification relied on into one printable   *
      * document: job identity and timestamps, record counts, the     *
      * V2D2_RECON totals, the V2D2RPLY transaction replay verdicts   *
      * (totals and every failed row), reject disposition and the     *
      * certifying userid - the sign-off that used to live in         *
      * someone's notebook. SYSOUT output; route the sysout class to  *
      * the printer the auditors use.                                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-R-STS                 PIC X(1).
       01  WS-TOT-D1                PIC -(13)9.99.
       01  WS-TOT-D2                PIC -(13)9.99.
       01  WS-RPL-TOT               PIC S9(9) COMP VALUE 0.
       01  WS-RPL-PASS              PIC S9(9) COMP VALUE 0.
       01  WS-RPL-FAIL              PIC S9(9) COMP VALUE 0.
       01  WS-RPL-OTHER             PIC S9(9) COMP VALUE 0.
       01  WS-P-TYPE                PIC X(1).
       01  WS-P-SEQ                 PIC S9(9) COMP.
       01  WS-P-POL                 PIC X(12).
       01  WS-P-TIPO                PIC X(3).
       01  WS-P-REASON              PIC X(40).
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       LINKAGE SECTION.
           DISPLAY 'RECONCILIACIONES:'.
           PERFORM LIST-RECON.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'REPLAY DE TRANSACCIONES (V2D2RPLY):'.
           PERFORM LIST-REPLAY.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CERTIFICADO POR: ' WS-CERT-USER
             '  EL: ' WS-CERT-TS.
           DISPLAY '================================================'.
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRCUR END-EXEC.
      *--------------------------------------------------------------*
      * LIST-REPLAY - TOTALES DEL ULTIMO REPLAY Y CADA FILA FALLIDA  *
      *--------------------------------------------------------------*
       LIST-REPLAY.
           EXEC SQL
             SELECT COUNT(*),
               COALESCE(SUM(CASE WHEN ROW_TYPE = 'T' AND RESULT = 'P'
                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN ROW_TYPE = 'T' AND RESULT = 'F'
                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN ROW_TYPE NOT = 'T'
                 THEN 1 ELSE 0 END), 0)
             INTO :WS-RPL-TOT, :WS-RPL-PASS, :WS-RPL-FAIL,
               :WS-RPL-OTHER
             FROM IBMUSER.V2D2_RPLRES
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-RPL-TOT = 0
             DISPLAY '  SIN REPLAY REGISTRADO PARA ESTE JOB'
           ELSE
             COMPUTE WS-RPL-TOT = WS-RPL-PASS + WS-RPL-FAIL
             MOVE WS-RPL-TOT TO WS-CNT-D1
             DISPLAY '  TRANSACCIONES: ' WS-CNT-D1
             MOVE WS-RPL-PASS TO WS-CNT-D1
             MOVE WS-RPL-FAIL TO WS-CNT-D2
             DISPLAY '  PASAN=' WS-CNT-D1 ' FALLAN=' WS-CNT-D2
             MOVE WS-RPL-OTHER TO WS-CNT-D1
             DISPLAY '  DIFERENCIAS SIN TRANSACCION: ' WS-CNT-D1
             EXEC SQL DECLARE CPCUR CURSOR FOR
               SELECT ROW_TYPE, ROW_SEQ, POL_NUMERO, TIPO_MOV, REASON
               FROM IBMUSER.V2D2_RPLRES
               WHERE JOB_ID = :DCL-JOB-ID
                 AND RESULT = 'F'
               ORDER BY ROW_TYPE DESC, ROW_SEQ
             END-EXEC
             EXEC SQL OPEN CPCUR END-EXEC
             PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                 FETCH CPCUR INTO :WS-P-TYPE, :WS-P-SEQ, :WS-P-POL,
                   :WS-P-TIPO, :WS-P-REASON
               END-EXEC
               IF SQLCODE = 0
                 MOVE WS-P-SEQ TO WS-CNT-D1
                 DISPLAY '  ' WS-P-TYPE WS-CNT-D1 ' ' WS-P-TIPO ' '
                   WS-P-POL ' ' WS-P-REASON
               END-IF
             END-PERFORM
             EXEC SQL CLOSE CPCUR END-EXEC
           END-IF.
