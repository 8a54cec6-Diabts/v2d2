       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2ACCP.
      *==============================================================*
      * V2D2ACCP - ACCESS-PATH REVIEW OF A CONVERTED PROGRAM          *
      * Invoked by JCL after the converted program has been bound     *
      * with EXPLAIN(YES):                                            *
      *   PARM='REVISA,jobid[,dbrm]'  - review (dbrm defaults to the  *
      *                                 job's MEMBER)                 *
      *   PARM='ACEPTA,jobid,queryno,operador' - accept the flagged   *
      *                                 access paths of one statement *
      * REVISA reads the converted source on SRCDD (the precompiler   *
      * input, so a line number is the statement's QUERYNO) and notes *
      * the paragraph of every EXEC SQL, the same way V2D2RUNA names  *
      * paragraphs; a cursor's SELECT belongs to the paragraph that   *
      * OPENs it. It then reads IBMUSER.PLAN_TABLE for the latest     *
      * bind of the DBRM and maps each plan row back to the paragraph *
      * and, through V2D2_OPS, to the file operation it replaced. An  *
      * operation that was keyed access in VSAM (READ, START,         *
      * STARTBR, READNEXT, READPREV, REWRITE or DELETE on an indexed  *
      * file) that now gets a tablespace scan (ACCESSTYPE 'R') or a   *
      * non-matching index scan (MATCHCOLS 0) is flagged pending.     *
      * The job's V2D2_ACCPATH rows are replaced on every run; an     *
      * acceptance carries over when the same paragraph, table,       *
      * access type and index are flagged again. Fixing the cause     *
      * (an index, a rewritten predicate) and re-running after the    *
      * next bind clears the flag. Option 6 shows the counts and      *
      * option F will not finalize while anything is pending.         *
      * ACEPTA is restricted to IBMUSER.V2D2_OPERS and stamped on     *
      * V2D2_ACTLOG. RC=4 when flagged paths remain pending.          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCFILE ASSIGN TO SRCDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  SRCFILE
           RECORDING MODE IS F.
       01  SRC-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SRC-FS                PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-MODE                  PIC X(6) VALUE SPACES.
       01  WS-PARM-JOBID            PIC X(9) VALUE SPACES.
       01  WS-PARM-3                PIC X(9) VALUE SPACES.
       01  WS-PARM-4                PIC X(8) VALUE SPACES.
       01  WS-TOK-RJ                PIC X(9) JUSTIFIED RIGHT.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-QNO-DISP              PIC 9(9).
       01  WS-DBRM                  PIC X(8) VALUE SPACES.
       01  WS-OPER-ID               PIC X(8) VALUE SPACES.
       01  WS-OPER-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-ACT-DETAIL            PIC X(40) VALUE SPACES.
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-CNT-D1                PIC ZZZZ9.
       01  WS-MC-D                  PIC Z9.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * LECTURA DEL FUENTE CONVERTIDO                                *
      *--------------------------------------------------------------*
       01  WS-LINE-BUF              PIC X(80) VALUE SPACES.
       01  WS-CONTENT               PIC X(65) VALUE SPACES.
       01  WS-LINE-NO               PIC S9(9) COMP VALUE 0.
       01  WS-IN-PROC               PIC X VALUE 'N'.
       01  WS-IN-SQL                PIC X VALUE 'N'.
       01  WS-SQL-WX                PIC S9(4) COMP VALUE 0.
       01  WS-CURR-PARA             PIC X(30) VALUE SPACES.
       01  WS-WORD-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-TMP-CNT               PIC S9(4) COMP VALUE 0.
       01  WX                       PIC S9(4) COMP VALUE 0.
       01  WS-TMP-TAB.
           05 WS-TMP-WORD OCCURS 12 TIMES PIC X(30).
       01  WS-WORD-TAB.
           05 WS-WORD OCCURS 12 TIMES PIC X(30).
      *--------------------------------------------------------------*
      * SENTENCIAS SQL DEL FUENTE: LINEA (= QUERYNO), PARRAFO, VERBO *
      * Y CURSOR (DECLARE/OPEN)                                      *
      *--------------------------------------------------------------*
       01  WS-ST-TAB.
           05 WS-ST-ENTRY OCCURS 2000 TIMES.
              10 WS-ST-LINE         PIC S9(9) COMP.
              10 WS-ST-PARA         PIC X(30).
              10 WS-ST-VERB         PIC X(8).
              10 WS-ST-CURSOR       PIC X(18).
       01  WS-ST-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-ST-MAX                PIC S9(4) COMP VALUE 2000.
       01  SX                       PIC S9(4) COMP VALUE 0.
       01  TX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * ACEPTACIONES DE LA CORRIDA ANTERIOR QUE SE CONSERVAN         *
      *--------------------------------------------------------------*
       01  WS-KA-TAB.
           05 WS-KA-ENTRY OCCURS 500 TIMES.
              10 WS-KA-PARA         PIC X(30).
              10 WS-KA-TNAME        PIC X(18).
              10 WS-KA-ACCTYPE      PIC X(2).
              10 WS-KA-ACCNAME      PIC X(18).
              10 WS-KA-USER         PIC X(8).
              10 WS-KA-TS           PIC X(26).
       01  WS-KA-CNT                PIC S9(4) COMP VALUE 0.
       01  KX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * FILA DE PLAN_TABLE Y FILA DE V2D2_ACCPATH                    *
      *--------------------------------------------------------------*
       01  WS-PL-QUERYNO            PIC S9(9) COMP.
       01  WS-PL-QBLOCK             PIC S9(4) COMP.
       01  WS-PL-PLANNO             PIC S9(4) COMP.
       01  WS-PL-TNAME              PIC X(18).
       01  WS-PL-ACCTYPE            PIC X(2).
       01  WS-PL-MATCH              PIC S9(4) COMP.
       01  WS-PL-ACCNAME            PIC X(18).
       01  WS-PL-BIND-TS            PIC X(26).
       01  WS-AP-PARA               PIC X(30).
       01  WS-AP-FILE               PIC X(8).
       01  WS-AP-OPER               PIC X(8).
       01  WS-AP-ORG                PIC X(1).
       01  WS-AP-KEYED              PIC X(1).
       01  WS-AP-FINDING            PIC X(1).
       01  WS-AP-REVIEW             PIC X(1).
       01  WS-AP-USER               PIC X(8).
       01  WS-AP-TS                 PIC X(26).
       01  WS-PLAN-SQLCD            PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * TOTALES                                                      *
      *--------------------------------------------------------------*
       01  WS-N-ROWS                PIC S9(4) COMP VALUE 0.
       01  WS-N-UNMAPPED            PIC S9(4) COMP VALUE 0.
       01  WS-N-KEYED               PIC S9(4) COMP VALUE 0.
       01  WS-N-SCAN                PIC S9(4) COMP VALUE 0.
       01  WS-N-NONMATCH            PIC S9(4) COMP VALUE 0.
       01  WS-N-PENDING             PIC S9(4) COMP VALUE 0.
       01  WS-N-ACCEPTED            PIC S9(4) COMP VALUE 0.
       01  WS-N-UPDATED             PIC S9(9) COMP VALUE 0.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2ERR.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(50).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-MODE WS-PARM-JOBID WS-PARM-3 WS-PARM-4
           END-UNSTRING.
           IF (WS-MODE NOT = 'REVISA' AND WS-MODE NOT = 'ACEPTA')
             OR (WS-MODE = 'ACEPTA'
                 AND (WS-PARM-3 = SPACES OR WS-PARM-4 = SPACES))
             DISPLAY 'V2D2ACCP: USE PARM=''REVISA,JOBID[,DBRM]'' O'
               ' ''ACEPTA,JOBID,QUERYNO,OPERADOR'''
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO WS-TOK-RJ.
           MOVE FUNCTION TRIM(WS-PARM-JOBID) TO WS-TOK-RJ.
           INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'.
           IF WS-TOK-RJ NOT NUMERIC
             DISPLAY 'V2D2ACCP: JOBID INVALIDO (' WS-PARM-JOBID ')'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-TOK-RJ TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
           EXEC SQL
             SELECT SOURCE_DSN, MEMBER, STATUS
             INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'V2D2ACCP: JOB NO ENCONTRADO ' WS-JOBID-DISP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-MODE = 'ACEPTA'
             PERFORM ACCEPT-STATEMENT
           ELSE
             IF DCL-STATUS = 'A' OR DCL-STATUS = 'P'
               DISPLAY 'V2D2ACCP: JOB ' WS-JOBID-DISP ' TODAVIA NO'
                 ' CONVERTIDO (STATUS ' DCL-STATUS ')'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             IF WS-PARM-3 = SPACES
               MOVE DCL-MEMBER TO WS-DBRM
             ELSE
               MOVE WS-PARM-3 TO WS-DBRM
             END-IF
             PERFORM SCAN-SOURCE
             IF WS-RUN-FAILED NOT = 'Y'
               PERFORM KEEP-ACCEPTANCES
             END-IF
             IF WS-RUN-FAILED NOT = 'Y'
               PERFORM REVIEW-PLAN
             END-IF
             IF WS-RUN-FAILED NOT = 'Y'
               EXEC SQL COMMIT END-EXEC
               PERFORM PRINT-REVIEW
             ELSE
               EXEC SQL ROLLBACK END-EXEC
             END-IF
           END-IF.
           IF WS-RUN-FAILED = 'Y'
             PERFORM REPORT-ERROR
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * SCAN-SOURCE - CADA LINEA CUENTA (TAMBIEN LOS COMENTARIOS)    *
      * PORQUE EL PRECOMPILADOR NUMERA LAS SENTENCIAS POR LINEA.     *
      *--------------------------------------------------------------*
       SCAN-SOURCE.
           OPEN INPUT SRCFILE.
           IF WS-SRC-FS NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'SRCDD NO DISPONIBLE, FILE STATUS=' WS-SRC-FS
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             PERFORM UNTIL WS-EOF = 'Y' OR WS-RUN-FAILED = 'Y'
               READ SRCFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-LINE-NO
                   MOVE SRC-LINE TO WS-LINE-BUF
                   PERFORM SCAN-LINE
               END-READ
             END-PERFORM
             CLOSE SRCFILE
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y' AND WS-ST-CNT = 0
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'SRCDD SIN SENTENCIAS SQL - ES EL FUENTE'
               ' CONVERTIDO?' DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
      *    EL SELECT DE UN CURSOR ES DEL PARRAFO QUE LO ABRE.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-ST-CNT
             IF WS-ST-VERB(SX) = 'DECLARE'
               PERFORM VARYING TX FROM 1 BY 1
                 UNTIL TX > WS-ST-CNT
                    OR (WS-ST-VERB(TX) = 'OPEN'
                        AND WS-ST-CURSOR(TX) = WS-ST-CURSOR(SX))
                 CONTINUE
               END-PERFORM
               IF TX <= WS-ST-CNT
                 MOVE WS-ST-PARA(TX) TO WS-ST-PARA(SX)
               END-IF
             END-IF
           END-PERFORM.
       SCAN-LINE.
           IF WS-LINE-BUF(7:1) = '*'
             CONTINUE
           ELSE
             MOVE WS-LINE-BUF(8:65) TO WS-CONTENT
             IF WS-CONTENT(1:18) = 'PROCEDURE DIVISION'
               MOVE 'Y' TO WS-IN-PROC
             END-IF
             PERFORM SPLIT-WORDS
             IF WS-WORD-CNT > 0
               IF WS-IN-PROC = 'Y' AND WS-IN-SQL = 'N'
                 AND WS-CONTENT(1:1) NOT = SPACE
                 MOVE WS-WORD(1) TO WS-CURR-PARA
               END-IF
               PERFORM VARYING WX FROM 1 BY 1
                 UNTIL WX > WS-WORD-CNT OR WS-RUN-FAILED = 'Y'
                 PERFORM SCAN-SQL-WORD
               END-PERFORM
             END-IF
           END-IF.
      *    'EXEC SQL' ABRE UNA SENTENCIA Y 'END-EXEC' LA CIERRA; DE LO
      *    QUE HAY ENTRE MEDIO SOLO INTERESAN EL VERBO Y EL CURSOR.
       SCAN-SQL-WORD.
           IF WS-IN-SQL = 'N'
             IF WS-WORD(WX) = 'EXEC' AND WX < WS-WORD-CNT
               AND WS-WORD(WX + 1) = 'SQL'
               IF WS-ST-CNT >= WS-ST-MAX
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'MAS DE 2000 SENTENCIAS SQL EN SRCDD'
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
                 MOVE 'Y' TO WS-RUN-FAILED
               ELSE
                 ADD 1 TO WS-ST-CNT
                 MOVE WS-LINE-NO TO WS-ST-LINE(WS-ST-CNT)
                 MOVE SPACES TO WS-ST-PARA(WS-ST-CNT)
                   WS-ST-VERB(WS-ST-CNT) WS-ST-CURSOR(WS-ST-CNT)
                 IF WS-IN-PROC = 'Y'
                   MOVE WS-CURR-PARA TO WS-ST-PARA(WS-ST-CNT)
                 END-IF
                 MOVE 'Y' TO WS-IN-SQL
                 MOVE 0 TO WS-SQL-WX
                 ADD 1 TO WX
               END-IF
             END-IF
           ELSE
             IF WS-WORD(WX) = 'END-EXEC'
               MOVE 'N' TO WS-IN-SQL
             ELSE
               ADD 1 TO WS-SQL-WX
               EVALUATE WS-SQL-WX
                 WHEN 1
                   MOVE WS-WORD(WX) TO WS-ST-VERB(WS-ST-CNT)
                 WHEN 2
                   IF WS-ST-VERB(WS-ST-CNT) = 'DECLARE'
                     OR WS-ST-VERB(WS-ST-CNT) = 'OPEN'
                     MOVE WS-WORD(WX) TO WS-ST-CURSOR(WS-ST-CNT)
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF.
       SPLIT-WORDS.
           MOVE 0 TO WS-WORD-CNT WS-TMP-CNT.
           MOVE SPACES TO WS-TMP-TAB.
           UNSTRING WS-CONTENT DELIMITED BY ALL SPACE
             INTO WS-TMP-WORD(1) WS-TMP-WORD(2) WS-TMP-WORD(3)
                  WS-TMP-WORD(4) WS-TMP-WORD(5) WS-TMP-WORD(6)
                  WS-TMP-WORD(7) WS-TMP-WORD(8) WS-TMP-WORD(9)
                  WS-TMP-WORD(10) WS-TMP-WORD(11) WS-TMP-WORD(12)
             TALLYING IN WS-TMP-CNT
           END-UNSTRING.
           MOVE SPACES TO WS-WORD-TAB.
           PERFORM VARYING WX FROM 1 BY 1
             UNTIL WX > WS-TMP-CNT OR WX > 12
             IF WS-TMP-WORD(WX) NOT = SPACES
               ADD 1 TO WS-WORD-CNT
               UNSTRING WS-TMP-WORD(WX) DELIMITED BY '.'
                 INTO WS-WORD(WS-WORD-CNT)
               END-UNSTRING
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * KEEP-ACCEPTANCES - LO YA ACEPTADO SOBREVIVE AL REEMPLAZO DE  *
      * LAS FILAS DEL JOB.                                           *
      *--------------------------------------------------------------*
       KEEP-ACCEPTANCES.
           EXEC SQL DECLARE CKCUR CURSOR FOR
             SELECT PARAGRAPH, TNAME, ACCESSTYPE, ACCESSNAME,
               REVIEW_USER, COALESCE(CHAR(REVIEW_TS), ' ')
             FROM IBMUSER.V2D2_ACCPATH
             WHERE JOB_ID = :DCL-JOB-ID
               AND REVIEW_STS = 'A'
           END-EXEC.
           EXEC SQL OPEN CKCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH CKCUR INTO :WS-AP-PARA, :WS-PL-TNAME,
                 :WS-PL-ACCTYPE, :WS-PL-ACCNAME, :WS-AP-USER,
                 :WS-AP-TS
             END-EXEC
             IF SQLCODE = 0 AND WS-KA-CNT < 500
               ADD 1 TO WS-KA-CNT
               MOVE WS-AP-PARA TO WS-KA-PARA(WS-KA-CNT)
               MOVE WS-PL-TNAME TO WS-KA-TNAME(WS-KA-CNT)
               MOVE WS-PL-ACCTYPE TO WS-KA-ACCTYPE(WS-KA-CNT)
               MOVE WS-PL-ACCNAME TO WS-KA-ACCNAME(WS-KA-CNT)
               MOVE WS-AP-USER TO WS-KA-USER(WS-KA-CNT)
               MOVE WS-AP-TS TO WS-KA-TS(WS-KA-CNT)
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH V2D2_ACCPATH FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE CKCUR END-EXEC.
      *--------------------------------------------------------------*
      * REVIEW-PLAN - FILAS DEL ULTIMO BIND DEL DBRM. SIN FILAS NO SE*
      * TOCA NADA: EL BIND NO LLEVO EXPLAIN(YES) O EL DBRM NO ES.    *
      *--------------------------------------------------------------*
       REVIEW-PLAN.
           EXEC SQL DECLARE CPCUR CURSOR FOR
             SELECT QUERYNO, QBLOCKNO, PLANNO, TNAME, ACCESSTYPE,
               MATCHCOLS, ACCESSNAME, CHAR(BIND_TIME)
             FROM IBMUSER.PLAN_TABLE
             WHERE PROGNAME = :WS-DBRM
               AND TNAME <> ' '
               AND BIND_TIME =
                   (SELECT MAX(BIND_TIME)
                    FROM IBMUSER.PLAN_TABLE
                    WHERE PROGNAME = :WS-DBRM)
             ORDER BY QUERYNO, QBLOCKNO, PLANNO
           END-EXEC.
           EXEC SQL
             DELETE FROM IBMUSER.V2D2_ACCPATH
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'DELETE V2D2_ACCPATH FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             EXEC SQL OPEN CPCUR END-EXEC
             PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                 FETCH CPCUR INTO :WS-PL-QUERYNO, :WS-PL-QBLOCK,
                   :WS-PL-PLANNO, :WS-PL-TNAME, :WS-PL-ACCTYPE,
                   :WS-PL-MATCH, :WS-PL-ACCNAME, :WS-PL-BIND-TS
               END-EXEC
               IF SQLCODE = 0
                 MOVE SQLCODE TO WS-PLAN-SQLCD
                 PERFORM CHECK-PLAN-ROW
                 MOVE WS-PLAN-SQLCD TO SQLCODE
               END-IF
             END-PERFORM
             IF SQLCODE NOT = 100 AND WS-RUN-FAILED NOT = 'Y'
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'FETCH PLAN_TABLE FALLO, SQLCODE=' WS-SQLCD
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
             EXEC SQL CLOSE CPCUR END-EXEC
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y' AND WS-N-ROWS = 0
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'PLAN_TABLE SIN FILAS PARA ' WS-DBRM
               ' - BIND CON EXPLAIN(YES)?' DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-PLAN-ROW - SENTENCIA POR QUERYNO (O LA ULTIMA QUE      *
      * EMPIEZA ANTES), OPERACION VSAM DE ESE PARRAFO Y VEREDICTO.   *
      *--------------------------------------------------------------*
       CHECK-PLAN-ROW.
           ADD 1 TO WS-N-ROWS.
           MOVE SPACES TO WS-AP-PARA WS-AP-FILE WS-AP-OPER WS-AP-ORG
             WS-AP-USER WS-AP-TS.
           MOVE 0 TO TX.
           PERFORM VARYING SX FROM 1 BY 1
             UNTIL SX > WS-ST-CNT OR WS-ST-LINE(SX) > WS-PL-QUERYNO
             MOVE SX TO TX
           END-PERFORM.
           IF TX > 0
             MOVE WS-ST-PARA(TX) TO WS-AP-PARA
           END-IF.
           IF WS-AP-PARA = SPACES
             ADD 1 TO WS-N-UNMAPPED
           ELSE
             EXEC SQL
               SELECT O.OPERATION, O.FILE_NAME, F.ORGANIZATION
               INTO :WS-AP-OPER, :WS-AP-FILE, :WS-AP-ORG
               FROM IBMUSER.V2D2_OPS O, IBMUSER.V2D2_FILES F
               WHERE O.JOB_ID = :DCL-JOB-ID
                 AND O.PARAGRAPH = :WS-AP-PARA
                 AND F.JOB_ID = O.JOB_ID
                 AND F.FILE_NAME = O.FILE_NAME
               ORDER BY CASE WHEN F.ORGANIZATION = 'I'
                 AND O.OPERATION IN ('READ', 'START', 'STARTBR',
                   'READNEXT', 'READPREV', 'REWRITE', 'DELETE')
                 THEN 0 ELSE 1 END
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SPACES TO WS-AP-OPER WS-AP-FILE WS-AP-ORG
             END-IF
           END-IF.
           MOVE 'N' TO WS-AP-KEYED.
           IF WS-AP-ORG = 'I'
             AND (WS-AP-OPER = 'READ' OR WS-AP-OPER = 'START'
               OR WS-AP-OPER = 'STARTBR' OR WS-AP-OPER = 'READNEXT'
               OR WS-AP-OPER = 'READPREV' OR WS-AP-OPER = 'REWRITE'
               OR WS-AP-OPER = 'DELETE')
             MOVE 'Y' TO WS-AP-KEYED
             ADD 1 TO WS-N-KEYED
           END-IF.
           EVALUATE TRUE
             WHEN WS-AP-KEYED = 'Y' AND WS-PL-ACCTYPE = 'R'
               MOVE 'R' TO WS-AP-FINDING
               ADD 1 TO WS-N-SCAN
             WHEN WS-AP-KEYED = 'Y' AND WS-PL-MATCH = 0
               AND (WS-PL-ACCTYPE = 'I' OR WS-PL-ACCTYPE = 'MX')
               MOVE 'N' TO WS-AP-FINDING
               ADD 1 TO WS-N-NONMATCH
             WHEN OTHER
               MOVE 'O' TO WS-AP-FINDING
           END-EVALUATE.
           MOVE SPACE TO WS-AP-REVIEW.
           IF WS-AP-FINDING NOT = 'O'
             MOVE 'P' TO WS-AP-REVIEW
             PERFORM VARYING KX FROM 1 BY 1
               UNTIL KX > WS-KA-CNT OR WS-AP-REVIEW = 'A'
               IF WS-KA-PARA(KX) = WS-AP-PARA
                 AND WS-KA-TNAME(KX) = WS-PL-TNAME
                 AND WS-KA-ACCTYPE(KX) = WS-PL-ACCTYPE
                 AND WS-KA-ACCNAME(KX) = WS-PL-ACCNAME
                 MOVE 'A' TO WS-AP-REVIEW
                 MOVE WS-KA-USER(KX) TO WS-AP-USER
                 MOVE WS-KA-TS(KX) TO WS-AP-TS
               END-IF
             END-PERFORM
             IF WS-AP-REVIEW = 'A'
               ADD 1 TO WS-N-ACCEPTED
             ELSE
               ADD 1 TO WS-N-PENDING
             END-IF
           END-IF.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ACCPATH
             (JOB_ID, QUERYNO, QBLOCKNO, PLANNO, PROGNAME, PARAGRAPH,
              FILE_NAME, OPERATION, TNAME, ACCESSTYPE, MATCHCOLS,
              ACCESSNAME, FINDING, REVIEW_STS, REVIEW_USER,
              REVIEW_TS, BIND_TS)
             VALUES (:DCL-JOB-ID, :WS-PL-QUERYNO, :WS-PL-QBLOCK,
              :WS-PL-PLANNO, :WS-DBRM, :WS-AP-PARA, :WS-AP-FILE,
              :WS-AP-OPER, :WS-PL-TNAME, :WS-PL-ACCTYPE,
              :WS-PL-MATCH, :WS-PL-ACCNAME, :WS-AP-FINDING,
              :WS-AP-REVIEW, :WS-AP-USER, NULLIF(:WS-AP-TS, ' '),
              TIMESTAMP(:WS-PL-BIND-TS))
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE WS-PL-QUERYNO TO WS-QNO-DISP
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'INSERT V2D2_ACCPATH FALLO QUERYNO ' WS-QNO-DISP
               ', SQLCODE=' WS-SQLCD DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
             MOVE 100 TO WS-PLAN-SQLCD
           END-IF.
      *--------------------------------------------------------------*
      * PRINT-REVIEW - LOS ACCESOS MARCADOS, PENDIENTES PRIMERO.     *
      *--------------------------------------------------------------*
       PRINT-REVIEW.
           EXEC SQL DECLARE CRCUR CURSOR FOR
             SELECT QUERYNO, PARAGRAPH, FILE_NAME, OPERATION, TNAME,
               ACCESSTYPE, MATCHCOLS, ACCESSNAME, FINDING,
               REVIEW_STS, REVIEW_USER
             FROM IBMUSER.V2D2_ACCPATH
             WHERE JOB_ID = :DCL-JOB-ID
               AND FINDING <> 'O'
             ORDER BY REVIEW_STS DESC, QUERYNO, QBLOCKNO, PLANNO
           END-EXEC.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2ACCP - REVISION DE CAMINOS DE ACCESO DB2'.
           DISPLAY '=============================================='.
           DISPLAY 'JOB ' WS-JOBID-DISP ' ' DCL-MEMBER '  DBRM '
             WS-DBRM '  BIND ' WS-PL-BIND-TS.
           EXEC SQL OPEN CRCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH CRCUR INTO :WS-PL-QUERYNO, :WS-AP-PARA,
                 :WS-AP-FILE, :WS-AP-OPER, :WS-PL-TNAME,
                 :WS-PL-ACCTYPE, :WS-PL-MATCH, :WS-PL-ACCNAME,
                 :WS-AP-FINDING, :WS-AP-REVIEW, :WS-AP-USER
             END-EXEC
             IF SQLCODE = 0
               MOVE WS-PL-QUERYNO TO WS-QNO-DISP
               MOVE WS-PL-MATCH TO WS-MC-D
               IF WS-AP-FINDING = 'R'
                 DISPLAY 'QUERYNO ' WS-QNO-DISP ' ' WS-AP-PARA
                   ' SCAN DE TABLESPACE'
               ELSE
                 DISPLAY 'QUERYNO ' WS-QNO-DISP ' ' WS-AP-PARA
                   ' INDICE NO COINCIDENTE'
               END-IF
               DISPLAY '  VSAM ' WS-AP-OPER ' ' WS-AP-FILE
                 '  DB2 ' WS-PL-TNAME ' ACCESSTYPE ' WS-PL-ACCTYPE
                 ' MATCHCOLS ' WS-MC-D ' ' WS-PL-ACCNAME
               IF WS-AP-REVIEW = 'A'
                 DISPLAY '  ACEPTADO POR ' WS-AP-USER
               ELSE
                 DISPLAY '  PENDIENTE - AGREGUE EL INDICE O ACEPTE CON'
                   ' PARM=''ACEPTA,' WS-JOBID-DISP ',' WS-QNO-DISP
                   ',OPERADOR'''
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRCUR END-EXEC.
           DISPLAY '----------------------------------------------'.
           MOVE WS-ST-CNT TO WS-CNT-D1.
           DISPLAY 'SENTENCIAS SQL EN EL FUENTE:  ' WS-CNT-D1.
           MOVE WS-N-ROWS TO WS-CNT-D1.
           DISPLAY 'FILAS DE PLAN_TABLE:          ' WS-CNT-D1.
           MOVE WS-N-UNMAPPED TO WS-CNT-D1.
           DISPLAY '  SIN PARRAFO:                ' WS-CNT-D1.
           MOVE WS-N-KEYED TO WS-CNT-D1.
           DISPLAY '  ERAN ACCESO POR CLAVE VSAM: ' WS-CNT-D1.
           MOVE WS-N-SCAN TO WS-CNT-D1.
           DISPLAY '  SCAN DE TABLESPACE:         ' WS-CNT-D1.
           MOVE WS-N-NONMATCH TO WS-CNT-D1.
           DISPLAY '  INDICE NO COINCIDENTE:      ' WS-CNT-D1.
           MOVE WS-N-ACCEPTED TO WS-CNT-D1.
           DISPLAY 'ACEPTADOS:                    ' WS-CNT-D1.
           MOVE WS-N-PENDING TO WS-CNT-D1.
           DISPLAY 'PENDIENTES:                   ' WS-CNT-D1.
           DISPLAY '=============================================='.
           IF WS-N-PENDING > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
      *--------------------------------------------------------------*
      * ACCEPT-STATEMENT - UN OPERADOR DE V2D2_OPERS ACEPTA LOS      *
      * ACCESOS PENDIENTES DE UNA SENTENCIA (QUEDA EN V2D2_ACTLOG).  *
      *--------------------------------------------------------------*
       ACCEPT-STATEMENT.
           MOVE WS-PARM-4 TO WS-OPER-ID.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-OPER-CNT
             FROM IBMUSER.V2D2_OPERS
             WHERE USERID = :WS-OPER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OPER-CNT = 0
             DISPLAY 'V2D2ACCP: ' WS-OPER-ID
               ' NO ESTA EN V2D2_OPERS - NO AUTORIZADO'
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE SPACES TO WS-TOK-RJ
             MOVE FUNCTION TRIM(WS-PARM-3) TO WS-TOK-RJ
             INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'
             IF WS-TOK-RJ NOT NUMERIC
               DISPLAY 'V2D2ACCP: QUERYNO INVALIDO (' WS-PARM-3 ')'
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE WS-TOK-RJ TO WS-QNO-DISP
               MOVE WS-QNO-DISP TO WS-PL-QUERYNO
               EXEC SQL
                 UPDATE IBMUSER.V2D2_ACCPATH
                   SET REVIEW_STS = 'A',
                       REVIEW_USER = :WS-OPER-ID,
                       REVIEW_TS = CURRENT TIMESTAMP
                 WHERE JOB_ID = :DCL-JOB-ID
                   AND QUERYNO = :WS-PL-QUERYNO
                   AND REVIEW_STS = 'P'
               END-EXEC
               IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                 DISPLAY 'V2D2ACCP: QUERYNO ' WS-QNO-DISP ' SIN'
                   ' ACCESOS PENDIENTES EN EL JOB ' WS-JOBID-DISP
                 MOVE 4 TO RETURN-CODE
               ELSE
                 MOVE SQLERRD(3) TO WS-N-UPDATED
                 MOVE WS-N-UPDATED TO WS-CNT-D1
                 MOVE SPACES TO WS-ACT-DETAIL
                 STRING 'ACEPTA QUERYNO ' WS-QNO-DISP ' FILAS '
                   WS-CNT-D1 DELIMITED BY SIZE INTO WS-ACT-DETAIL
                 EXEC SQL
                   INSERT INTO IBMUSER.V2D2_ACTLOG
                   (ACTION_TS, USERID, TERMINAL, ACTION, JOB_ID,
                    DETAIL)
                   VALUES (CURRENT TIMESTAMP, :WS-OPER-ID, 'BTCH',
                    'ACCPATH', :DCL-JOB-ID, :WS-ACT-DETAIL)
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 DISPLAY 'V2D2ACCP: QUERYNO ' WS-QNO-DISP ' ACEPTADO'
                   ' POR ' WS-OPER-ID ' (' WS-CNT-D1 ' FILAS)'
               END-IF
             END-IF
           END-IF.
       REPORT-ERROR.
           MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID.
           MOVE 'V2D2ACCP' TO DCL-ERR-STEP.
           MOVE WS-ERR-TEXT TO DCL-ERR-TEXT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ERRORS
             (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
             VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
              :DCL-ERR-STEP, :DCL-ERR-TEXT)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2ACCP: ' WS-ERR-TEXT.
