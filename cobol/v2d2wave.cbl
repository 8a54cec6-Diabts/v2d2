       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2WAVE.
      *==============================================================*
      * V2D2WAVE - CUTOVER WAVE PLANNER FOR SHARED DATASETS           *
      * Invoked by JCL, no PARM. Several V2D2_JOBS rows reach the     *
      * same physical KSDS - through SOURCE_DSN or a V2D2_DSREG       *
      * entry - e.g. TESTCOMP and every other program that reads the  *
      * POLREC master. Certifying one of them alone leaves the rest   *
      * writing to a VSAM file that is no longer the master, so they  *
      * have to be cut over as one wave.                              *
      *                                                               *
      * Builds the waves as connected groups of jobs and datasets     *
      * (A and B share POLFILE, B and C share MOVFILE: A, B and C     *
      * are one wave), identified by the lowest JOB_ID among their    *
      * members. Only the newest job per SOURCE_DSN/MEMBER counts -   *
      * an older analysis of the same program was superseded. The     *
      * plan replaces IBMUSER.V2D2_WAVES, which the option F screen   *
      * reads to refuse certifying a member while another one is not  *
      * ready.                                                        *
      *                                                               *
      * A member is ready when it is already certified ('F') or       *
      * Migrado ('M') with RECON_FLAG='S'. The report prints, per     *
      * wave, the shared DSNs, each member's state, how many members  *
      * are still short of 'M' or still missing reconciliation, and   *
      * the job that blocks the wave. Jobs alone on their datasets    *
      * are not a wave and are only counted.                          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-JOB-DISP              PIC ZZZZZZZZ9.
       01  WS-WAVE-DISP             PIC 9(9).
       01  WS-CNT-D1                PIC ZZZZ9.
       01  WS-CNT-D2                PIC ZZZZ9.
       01  WS-SQLCD                 PIC -(8)9.
      *--------------------------------------------------------------*
      * JOBS VIGENTES (EL MAS NUEVO POR SOURCE_DSN/MEMBER), EN ORDEN *
      * DE JOB_ID. WS-JB-PARENT ARMA LOS GRUPOS: CADA UNION CUELGA   *
      * LA RAIZ MAYOR DE LA MENOR, ASI LA RAIZ ES SIEMPRE EL JOB_ID  *
      * MAS BAJO DE LA OLA.                                          *
      *--------------------------------------------------------------*
       01  WS-JB-TAB.
           05 WS-JB-ENTRY OCCURS 2000 TIMES.
              10 WS-JB-ID           PIC S9(9) COMP.
              10 WS-JB-MEMBER       PIC X(8).
              10 WS-JB-STS          PIC X(1).
              10 WS-JB-RECON        PIC X(1).
              10 WS-JB-PARENT       PIC S9(4) COMP.
              10 WS-JB-ROOT         PIC S9(4) COMP.
              10 WS-JB-SIZE         PIC S9(4) COMP.
       01  WS-JB-CNT                PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * PARES DSN/JOB ORDENADOS POR DSN - LOS JOBS DE UN MISMO DSN   *
      * QUEDAN SEGUIDOS Y SE UNEN AL PRIMERO.                        *
      *--------------------------------------------------------------*
       01  WS-PR-TAB.
           05 WS-PR-ENTRY OCCURS 5000 TIMES.
              10 WS-PR-DSN          PIC X(44).
              10 WS-PR-JX           PIC S9(4) COMP.
       01  WS-PR-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-PR-FULL               PIC X VALUE 'N'.
       01  WS-F-DSN                 PIC X(44) VALUE SPACES.
       01  WS-F-JOB                 PIC S9(9) COMP VALUE 0.
       01  WS-F-MEMBER              PIC X(8) VALUE SPACES.
       01  WS-F-STS                 PIC X(1) VALUE SPACE.
       01  WS-F-RECON               PIC X(1) VALUE SPACE.
       01  WS-PREV-DSN              PIC X(44) VALUE SPACES.
       01  WS-FIRST-JX              PIC S9(4) COMP VALUE 0.
       01  WS-LAST-DSN              PIC X(44) VALUE SPACES.
       01  JX                       PIC S9(4) COMP VALUE 0.
       01  KX                       PIC S9(4) COMP VALUE 0.
       01  PX                       PIC S9(4) COMP VALUE 0.
       01  WS-FIND-X                PIC S9(4) COMP VALUE 0.
       01  WS-ROOT-A                PIC S9(4) COMP VALUE 0.
       01  WS-ROOT-B                PIC S9(4) COMP VALUE 0.
       01  WS-UNION-A               PIC S9(4) COMP VALUE 0.
       01  WS-UNION-B               PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * ESTADO DE CADA OLA                                           *
      *--------------------------------------------------------------*
       01  WS-READY                 PIC X VALUE 'N'.
       01  WS-STATE-TXT             PIC X(24) VALUE SPACES.
       01  WS-W-SHORT               PIC S9(4) COMP VALUE 0.
       01  WS-W-NORECON             PIC S9(4) COMP VALUE 0.
       01  WS-W-CERT                PIC S9(4) COMP VALUE 0.
       01  WS-W-BLOCK-X             PIC S9(4) COMP VALUE 0.
       01  WS-W-BLOCK-WHY           PIC X(24) VALUE SPACES.
       01  WS-WAVE-ID               PIC S9(9) COMP VALUE 0.
       01  WS-WAVE-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-RDY              PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-BLK              PIC S9(4) COMP VALUE 0.
       01  WS-WAVE-DONE             PIC S9(4) COMP VALUE 0.
       01  WS-SOLO-CNT              PIC S9(4) COMP VALUE 0.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2WAVE - OLAS DE CUTOVER POR DATASET COMPARTIDO'.
           DISPLAY '=============================================='.
           PERFORM LOAD-JOBS.
           IF WS-JB-CNT = 0
             DISPLAY 'V2D2WAVE: NO HAY JOBS EN V2D2_JOBS'
             GOBACK
           END-IF.
           PERFORM LOAD-PAIRS.
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JB-CNT
             MOVE JX TO WS-FIND-X
             PERFORM FIND-ROOT
             MOVE WS-FIND-X TO WS-JB-ROOT(JX)
             ADD 1 TO WS-JB-SIZE(WS-FIND-X)
           END-PERFORM.
           EXEC SQL
             DELETE FROM IBMUSER.V2D2_WAVES
           END-EXEC.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-JB-CNT
             IF WS-JB-ROOT(KX) = KX
               IF WS-JB-SIZE(KX) > 1
                 PERFORM REPORT-ONE-WAVE
               ELSE
                 ADD 1 TO WS-SOLO-CNT
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY ' '.
           DISPLAY '=============================================='.
           MOVE WS-WAVE-CNT TO WS-CNT-D1.
           DISPLAY 'OLAS:                        ' WS-CNT-D1.
           MOVE WS-WAVE-DONE TO WS-CNT-D1.
           DISPLAY '  YA CERTIFICADAS:           ' WS-CNT-D1.
           MOVE WS-WAVE-RDY TO WS-CNT-D1.
           DISPLAY '  LISTAS PARA CERTIFICAR:    ' WS-CNT-D1.
           MOVE WS-WAVE-BLK TO WS-CNT-D1.
           DISPLAY '  BLOQUEADAS:                ' WS-CNT-D1.
           MOVE WS-SOLO-CNT TO WS-CNT-D1.
           DISPLAY 'JOBS SIN DATASET COMPARTIDO: ' WS-CNT-D1.
           DISPLAY '=============================================='.
           GOBACK.
      *--------------------------------------------------------------*
      * LOAD-JOBS - UN JOB MAS NUEVO PARA EL MISMO SOURCE_DSN/MEMBER *
      * (REANALISIS) DEJA AL ANTERIOR FUERA DEL PLAN.                *
      *--------------------------------------------------------------*
       LOAD-JOBS.
           EXEC SQL DECLARE WJCUR CURSOR FOR
             SELECT J.JOB_ID, J.MEMBER, J.STATUS,
               COALESCE(J.RECON_FLAG, ' ')
             FROM IBMUSER.V2D2_JOBS J
             WHERE NOT EXISTS
               (SELECT 1 FROM IBMUSER.V2D2_JOBS N
                WHERE N.SOURCE_DSN = J.SOURCE_DSN
                  AND N.MEMBER = J.MEMBER
                  AND N.JOB_ID > J.JOB_ID)
             ORDER BY J.JOB_ID
           END-EXEC.
           EXEC SQL OPEN WJCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH WJCUR INTO :WS-F-JOB, :WS-F-MEMBER, :WS-F-STS,
                 :WS-F-RECON
             END-EXEC
             IF SQLCODE = 0
               IF WS-JB-CNT < 2000
                 ADD 1 TO WS-JB-CNT
                 MOVE WS-F-JOB TO WS-JB-ID(WS-JB-CNT)
                 MOVE WS-F-MEMBER TO WS-JB-MEMBER(WS-JB-CNT)
                 MOVE WS-F-STS TO WS-JB-STS(WS-JB-CNT)
                 MOVE WS-F-RECON TO WS-JB-RECON(WS-JB-CNT)
                 MOVE WS-JB-CNT TO WS-JB-PARENT(WS-JB-CNT)
                 MOVE 0 TO WS-JB-ROOT(WS-JB-CNT)
                 MOVE 0 TO WS-JB-SIZE(WS-JB-CNT)
               ELSE
                 MOVE WS-F-JOB TO WS-JOB-DISP
                 DISPLAY 'V2D2WAVE: MAS DE 2000 JOBS - SE OMITE EL'
                   ' JOB' WS-JOB-DISP
               END-IF
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2WAVE: FETCH V2D2_JOBS FALLO, SQLCODE='
               WS-SQLCD
           END-IF.
           EXEC SQL CLOSE WJCUR END-EXEC.
      *--------------------------------------------------------------*
      * LOAD-PAIRS - SOURCE_DSN Y DSNS DEL REGISTRO DE CADA JOB. UN  *
      * DSN EN BLANCO (TRAIL SIN REGISTRAR EN V2D2M08) NO UNE NADA.  *
      *--------------------------------------------------------------*
       LOAD-PAIRS.
           EXEC SQL DECLARE WPCUR CURSOR FOR
             SELECT P.DSN, P.JOB_ID
             FROM (SELECT JOB_ID, SOURCE_DSN AS DSN
                   FROM IBMUSER.V2D2_JOBS
                   UNION
                   SELECT JOB_ID, DSN
                   FROM IBMUSER.V2D2_DSREG) AS P
             WHERE P.DSN NOT = ' '
             ORDER BY P.DSN, P.JOB_ID
           END-EXEC.
           MOVE SPACES TO WS-PREV-DSN.
           MOVE 0 TO WS-FIRST-JX.
           EXEC SQL OPEN WPCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH WPCUR INTO :WS-F-DSN, :WS-F-JOB
             END-EXEC
             IF SQLCODE = 0
               PERFORM FIND-JOB
               IF JX > 0
                 PERFORM SAVE-PAIR
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE WPCUR END-EXEC.
      *    JX = POSICION DEL JOB EN LA TABLA, 0 SI NO ES VIGENTE.
       FIND-JOB.
           MOVE 0 TO JX.
           PERFORM VARYING KX FROM 1 BY 1
             UNTIL KX > WS-JB-CNT OR JX > 0
             IF WS-JB-ID(KX) = WS-F-JOB
               MOVE KX TO JX
             END-IF
           END-PERFORM.
       SAVE-PAIR.
           IF WS-F-DSN NOT = WS-PREV-DSN
             MOVE WS-F-DSN TO WS-PREV-DSN
             MOVE JX TO WS-FIRST-JX
           ELSE
             MOVE WS-FIRST-JX TO WS-UNION-A
             MOVE JX TO WS-UNION-B
             PERFORM UNION-JOBS
           END-IF.
           IF WS-PR-CNT < 5000
             ADD 1 TO WS-PR-CNT
             MOVE WS-F-DSN TO WS-PR-DSN(WS-PR-CNT)
             MOVE JX TO WS-PR-JX(WS-PR-CNT)
           ELSE
             IF WS-PR-FULL = 'N'
               MOVE 'Y' TO WS-PR-FULL
               DISPLAY 'V2D2WAVE: MAS DE 5000 PARES DSN/JOB - LAS'
                 ' OLAS SE ARMAN COMPLETAS PERO NO SE LISTAN TODOS'
                 ' LOS DSNS'
             END-IF
           END-IF.
       UNION-JOBS.
           MOVE WS-UNION-A TO WS-FIND-X.
           PERFORM FIND-ROOT.
           MOVE WS-FIND-X TO WS-ROOT-A.
           MOVE WS-UNION-B TO WS-FIND-X.
           PERFORM FIND-ROOT.
           MOVE WS-FIND-X TO WS-ROOT-B.
           IF WS-ROOT-A < WS-ROOT-B
             MOVE WS-ROOT-A TO WS-JB-PARENT(WS-ROOT-B)
           ELSE
             IF WS-ROOT-B < WS-ROOT-A
               MOVE WS-ROOT-B TO WS-JB-PARENT(WS-ROOT-A)
             END-IF
           END-IF.
       FIND-ROOT.
           PERFORM UNTIL WS-JB-PARENT(WS-FIND-X) = WS-FIND-X
             MOVE WS-JB-PARENT(WS-FIND-X) TO WS-FIND-X
           END-PERFORM.
      *--------------------------------------------------------------*
      * REPORT-ONE-WAVE - KX ES LA RAIZ (EL JOB_ID MAS BAJO).        *
      *--------------------------------------------------------------*
       REPORT-ONE-WAVE.
           ADD 1 TO WS-WAVE-CNT.
           MOVE WS-JB-ID(KX) TO WS-WAVE-ID.
           MOVE WS-WAVE-ID TO WS-WAVE-DISP.
           MOVE WS-JB-SIZE(KX) TO WS-CNT-D1.
           MOVE 0 TO WS-W-SHORT WS-W-NORECON WS-W-CERT WS-W-BLOCK-X.
           MOVE SPACES TO WS-W-BLOCK-WHY.
           DISPLAY ' '.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'OLA ' WS-WAVE-DISP ' - ' WS-CNT-D1 ' JOBS'.
           DISPLAY '  DATASETS COMPARTIDOS:'.
           MOVE SPACES TO WS-LAST-DSN.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PR-CNT
             MOVE WS-PR-JX(PX) TO WS-FIND-X
             IF WS-JB-ROOT(WS-FIND-X) = KX
               AND WS-PR-DSN(PX) NOT = WS-LAST-DSN
               MOVE WS-PR-DSN(PX) TO WS-LAST-DSN
               DISPLAY '    ' WS-PR-DSN(PX)
             END-IF
           END-PERFORM.
           DISPLAY '  MIEMBROS:'.
           PERFORM VARYING JX FROM KX BY 1 UNTIL JX > WS-JB-CNT
             IF WS-JB-ROOT(JX) = KX
               PERFORM REPORT-WAVE-MEMBER
             END-IF
           END-PERFORM.
           MOVE WS-W-SHORT TO WS-CNT-D1.
           MOVE WS-W-NORECON TO WS-CNT-D2.
           DISPLAY '  SIN MIGRAR (ANTES DE M):' WS-CNT-D1
             '  SIN RECONCILIACION:' WS-CNT-D2.
           EVALUATE TRUE
             WHEN WS-W-BLOCK-X > 0
               ADD 1 TO WS-WAVE-BLK
               MOVE WS-JB-ID(WS-W-BLOCK-X) TO WS-JOB-DISP
               DISPLAY '  ** OLA BLOQUEADA POR EL JOB' WS-JOB-DISP
                 ' ' WS-JB-MEMBER(WS-W-BLOCK-X) ' - '
                 WS-W-BLOCK-WHY
             WHEN WS-W-CERT = WS-JB-SIZE(KX)
               ADD 1 TO WS-WAVE-DONE
               DISPLAY '  OLA CERTIFICADA COMPLETA'
             WHEN OTHER
               ADD 1 TO WS-WAVE-RDY
               DISPLAY '  OLA LISTA - CERTIFIQUE TODOS SUS JOBS EN LA'
                 ' MISMA VENTANA (OPCION F)'
           END-EVALUATE.
       REPORT-WAVE-MEMBER.
           MOVE 'N' TO WS-READY.
           EVALUATE TRUE
             WHEN WS-JB-STS(JX) = 'F'
               MOVE 'Y' TO WS-READY
               ADD 1 TO WS-W-CERT
               MOVE 'CERTIFICADO' TO WS-STATE-TXT
             WHEN WS-JB-STS(JX) = 'M' AND WS-JB-RECON(JX) = 'S'
               MOVE 'Y' TO WS-READY
               MOVE 'LISTO' TO WS-STATE-TXT
             WHEN WS-JB-STS(JX) = 'M'
               ADD 1 TO WS-W-NORECON
               MOVE 'FALTA RECONCILIACION' TO WS-STATE-TXT
             WHEN WS-JB-STS(JX) = 'E'
               ADD 1 TO WS-W-SHORT
               MOVE 'EN ERROR' TO WS-STATE-TXT
             WHEN OTHER
               ADD 1 TO WS-W-SHORT
               MOVE 'SIN MIGRAR' TO WS-STATE-TXT
           END-EVALUATE.
           IF WS-READY = 'N' AND WS-W-BLOCK-X = 0
             MOVE JX TO WS-W-BLOCK-X
             MOVE WS-STATE-TXT TO WS-W-BLOCK-WHY
           END-IF.
           MOVE WS-JB-ID(JX) TO WS-JOB-DISP.
           DISPLAY '    JOB' WS-JOB-DISP ' ' WS-JB-MEMBER(JX)
             ' STATUS=' WS-JB-STS(JX) ' RECON=' WS-JB-RECON(JX)
             ' ' WS-STATE-TXT.
           MOVE WS-JB-ID(JX) TO WS-F-JOB.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_WAVES
             (JOB_ID, WAVE_ID, PLAN_TS)
             VALUES (:WS-F-JOB, :WS-WAVE-ID, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2WAVE: INSERT V2D2_WAVES FALLO, SQLCODE='
               WS-SQLCD
           END-IF.
