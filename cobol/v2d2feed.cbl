       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2FEED.
      *==============================================================*
      * V2D2FEED - DOWNSTREAM FEED EXTRACT RUNNER (DB2 -> FEED FILE)  *
      * Invoked by jcl/V2D2FEED.jcl, one step per feed:               *
      *   PARM='EXTRACT,jobid,feed[,aaaammdd]' - writes the feed to   *
      *                          FEEDDD from POL_POLICY and its child *
      *                          tables                               *
      *   PARM='COMPARE,jobid,feed[,aaaammdd]' - the same, and also   *
      *                          compares every record byte for byte  *
      *                          with the file the VSAM step produced *
      *                          (REFDD); differences go to RPTDD     *
      * The feed is described by its IBMUSER.V2D2_FEEDS row: the      *
      * layout (the whole POL-REGISTRO, or the POLREC slices listed   *
      * in V2D2_FEEDSEG in the order the old SORT OUTREC cut them),   *
      * the selection (all, active only, or created/modified since    *
      * the date of the last run), the header/trailer convention and  *
      * the record length details are padded to. Each policy is       *
      * rebuilt in POL-REGISTRO format exactly as V2D2UNLD does it    *
      * (subtype child tables under DDL_STRATEGY='S', POL_COBERTURAS  *
      * always) and the slices are cut from it, so the bytes are the  *
      * ones the consumer gets today. The date in the header is the   *
      * fourth PARM token when given (rerun of an earlier night), the *
      * system date otherwise.                                        *
      *                                                               *
      * FEEDDD is written as variable records of the feed length; the *
      * step after it turns them into the fixed-length file the       *
      * consumer receives. REFDD is that fixed-length file as the     *
      * VSAM step writes it (RECFM=FB, LRECL = the feed length, taken *
      * from the dataset). The compare is positional: record n of the *
      * feed against record n of REFDD, both in POL_NUMERO order. The *
      * first differing byte of each record is reported with the      *
      * POLREC position it came from. A successful run stamps         *
      * LAST_RUN_TS (the cutoff of the next 'changed since' run) and  *
      * a COMPARE also leaves its verdict in CMP_STATUS/CMP_DIFFS.    *
      * The job is only read, so it is not claimed. RC=4 when the     *
      * compare finds differences, RC=8 on error.                     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDOUT ASSIGN TO FEEDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS1.
           SELECT REFFILE ASSIGN TO REFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS2.
           SELECT RPTFILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD  FEEDOUT
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-OUT-LEN.
       01  FEED-RECORD              PIC X(2000).
       FD  REFFILE
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  REF-RECORD               PIC X(2000).
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-FS2                   PIC XX.
       01  WS-FS4                   PIC XX.
       01  WS-MODE                  PIC X(7) VALUE SPACES.
       01  WS-PARM-JOBID            PIC X(9) VALUE SPACES.
       01  WS-PARM-FEED             PIC X(8) VALUE SPACES.
       01  WS-PARM-DATE             PIC X(8) VALUE SPACES.
       01  WS-TOK-RJ                PIC X(9) JUSTIFIED RIGHT.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
       01  WS-STRATEGY              PIC X VALUE SPACE.
       01  WS-LINE-BUF              PIC X(80) VALUE SPACES.
       01  WS-CNT-D1                PIC ZZZZZZZ9.
       01  WS-LEN-D1                PIC ZZZ9.
       01  WS-LEN-D2                PIC ZZZ9.
       01  WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01  WS-ORPHAN-CNT            PIC S9(9) COMP VALUE 0.
       01  WS-COB-IDX               PIC S9(4) COMP VALUE 0.
       01  WS-COB-SEQ               PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * DEFINICION DEL FEED (V2D2_FEEDS). FD-CORTE ES LA FECHA DE LA *
      * ULTIMA CORRIDA, EN BLANCO SI NUNCA CORRIO.                   *
      *--------------------------------------------------------------*
       01  WS-FD-NAME               PIC X(8) VALUE SPACES.
       01  WS-FD-CONSUMER           PIC X(30) VALUE SPACES.
       01  WS-FD-LAYOUT             PIC X(1) VALUE SPACE.
       01  WS-FD-SELECT             PIC X(1) VALUE SPACE.
       01  WS-FD-HTSTYLE            PIC X(1) VALUE SPACE.
       01  WS-FD-HDRTAG             PIC X(10) VALUE SPACES.
       01  WS-FD-TRLTAG             PIC X(10) VALUE SPACES.
       01  WS-FD-TRLTOT             PIC X(1) VALUE SPACE.
       01  WS-FD-RECLEN             PIC S9(9) COMP VALUE 0.
       01  WS-FD-CORTE              PIC X(10) VALUE SPACES.
       01  WS-HDR-MIN               PIC S9(9) COMP VALUE 18.
       01  WS-TRL-MIN               PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * TAJADAS DE POLREC QUE FORMAN EL DETALLE, EN ORDEN DE SALIDA. *
      * SG-OUT ES LA POSICION DE LA TAJADA EN EL REGISTRO DEL FEED.  *
      * EL LAYOUT 'P' ES UNA SOLA TAJADA: EL REGISTRO COMPLETO.      *
      *--------------------------------------------------------------*
       01  WS-SG-TAB.
           05 WS-SG-ENTRY OCCURS 100 TIMES.
              10 WS-SG-OFS          PIC S9(9) COMP.
              10 WS-SG-LEN          PIC S9(9) COMP.
              10 WS-SG-OUT          PIC S9(9) COMP.
       01  WS-SG-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-SG-MAX                PIC S9(4) COMP VALUE 100.
       01  GX                       PIC S9(4) COMP VALUE 0.
       01  WS-SG-FOFS               PIC S9(9) COMP VALUE 0.
       01  WS-SG-FLEN               PIC S9(9) COMP VALUE 0.
       01  WS-DET-LEN               PIC S9(9) COMP VALUE 0.
       01  WS-POLREC-LEN            PIC S9(9) COMP VALUE 711.
      *--------------------------------------------------------------*
      * REGISTRO DE SALIDA Y SUS VISTAS DE CABECERA Y COLA           *
      *--------------------------------------------------------------*
       01  WS-OUT-REC               PIC X(2000).
       01  WS-OUT-HDR REDEFINES WS-OUT-REC.
           05 WS-OUT-HDR-TAG        PIC X(10).
           05 WS-OUT-HDR-FECHA      PIC X(8).
           05 FILLER                PIC X(1982).
       01  WS-OUT-TRL REDEFINES WS-OUT-REC.
           05 WS-OUT-TRL-TAG        PIC X(10).
           05 WS-OUT-TRL-CNT        PIC 9(9).
           05 WS-OUT-TRL-TOT        PIC S9(13)V99.
           05 FILLER                PIC X(1966).
       01  WS-OUT-LEN               PIC S9(9) COMP VALUE 0.
       01  WS-OUT-KIND              PIC X(1) VALUE SPACE.
       01  WS-SELECTED              PIC X VALUE 'N'.
       01  WS-N-READ                PIC S9(9) COMP VALUE 0.
       01  WS-N-SEL                 PIC S9(9) COMP VALUE 0.
       01  WS-N-OUT                 PIC S9(9) COMP VALUE 0.
       01  WS-SUM-PRIMA             PIC S9(13)V99 COMP-3 VALUE 0.
      *--------------------------------------------------------------*
      * COMPARACION CONTRA EL ARCHIVO DEL PASO VSAM (REFDD)          *
      *--------------------------------------------------------------*
       01  WS-REF-EOF               PIC X VALUE 'N'.
       01  WS-REF-LEN               PIC S9(9) COMP VALUE 0.
       01  WS-N-REF                 PIC S9(9) COMP VALUE 0.
       01  WS-N-SAME                PIC S9(9) COMP VALUE 0.
       01  WS-N-DIFF                PIC S9(9) COMP VALUE 0.
       01  WS-N-ONLY-DB2            PIC S9(9) COMP VALUE 0.
       01  WS-N-ONLY-VSAM           PIC S9(9) COMP VALUE 0.
       01  WS-N-LISTED              PIC S9(9) COMP VALUE 0.
       01  WS-LIST-MAX              PIC S9(9) COMP VALUE 100.
       01  BX                       PIC S9(9) COMP VALUE 0.
       01  WS-DIFF-POS              PIC S9(9) COMP VALUE 0.
       01  WS-SRC-POS               PIC S9(9) COMP VALUE 0.
       01  WS-DIFF-REC              PIC S9(9) COMP VALUE 0.
       01  WS-DIFF-WHAT             PIC X(16) VALUE SPACES.
       01  WS-DIFF-LABEL            PIC X(3) VALUE SPACES.
       01  WS-DIFF-KEY              PIC X(12) VALUE SPACES.
       01  WS-CMP-STATUS            PIC X(1) VALUE SPACE.
       01  WS-CMP-DIFFS             PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * STAGING DE LOS BLOQUES DE SUBTIPO (MISMO ARMADO QUE V2D2UNLD)*
      *--------------------------------------------------------------*
       01  WS-CLI.
           05 WS-CLI-TIPO           PIC X(1).
           05 WS-CLI-DOCUMENTO      PIC X(15).
           05 WS-CLI-NOMBRE         PIC X(40).
           05 WS-CLI-DIRECCION      PIC X(60).
           05 WS-CLI-TELEFONO       PIC X(20).
           05 WS-CLI-EMAIL          PIC X(50).
       01  WS-AUTO.
           05 WS-AUTO-MARCA         PIC X(20).
           05 WS-AUTO-MODELO        PIC X(20).
           05 WS-AUTO-ANIO          PIC S9(9) COMP.
           05 WS-AUTO-PATENTE       PIC X(10).
           05 WS-AUTO-CHASIS        PIC X(20).
           05 WS-AUTO-MOTOR         PIC X(20).
           05 WS-AUTO-COLOR         PIC X(15).
           05 WS-AUTO-VALOR         PIC S9(9)V99 COMP-3.
       01  WS-VIDA.
           05 WS-VIDA-BENEF         PIC X(40).
           05 WS-VIDA-PARENT        PIC X(15).
           05 WS-VIDA-CAPITAL       PIC S9(11)V99 COMP-3.
           05 WS-VIDA-EDAD          PIC S9(9) COMP.
           05 WS-VIDA-FUMADOR       PIC X(1).
           05 WS-VIDA-GRUPO         PIC X(3).
       01  WS-HOGAR.
           05 WS-HOG-DIRECCION      PIC X(60).
           05 WS-HOG-LOCALIDAD      PIC X(30).
           05 WS-HOG-PROVINCIA      PIC X(20).
           05 WS-HOG-CP             PIC X(8).
           05 WS-HOG-METROS         PIC S9(9) COMP.
           05 WS-HOG-VALOR          PIC S9(11)V99 COMP-3.
           05 WS-HOG-TIPO-CONST     PIC X(1).
       01  WS-COB.
           05 WS-COB-CODIGO         PIC X(6).
           05 WS-COB-DESC           PIC X(30).
           05 WS-COB-MONTO          PIC S9(9)V99 COMP-3.
           05 WS-COB-DEDUC          PIC S9(7)V99 COMP-3.
       COPY POLREC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2ERR.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(40).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-MODE WS-PARM-JOBID WS-PARM-FEED WS-PARM-DATE
           END-UNSTRING.
           IF WS-MODE NOT = 'EXTRACT' AND WS-MODE NOT = 'COMPARE'
             DISPLAY 'V2D2FEED: USE PARM=''EXTRACT|COMPARE,JOBID,'
               'FEED[,AAAAMMDD]'''
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO WS-TOK-RJ.
           MOVE FUNCTION TRIM(WS-PARM-JOBID) TO WS-TOK-RJ.
           INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'.
           IF WS-TOK-RJ NOT NUMERIC
             DISPLAY 'V2D2FEED: JOBID INVALIDO (' WS-PARM-JOBID ')'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-TOK-RJ TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
           IF WS-PARM-FEED = SPACES
             DISPLAY 'V2D2FEED: FALTA EL NOMBRE DEL FEED EN EL PARM'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-PARM-FEED TO WS-FD-NAME.
           IF WS-PARM-DATE = SPACES
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
             IF WS-PARM-DATE NOT NUMERIC
               DISPLAY 'V2D2FEED: FECHA INVALIDA (' WS-PARM-DATE
                 ') - USE AAAAMMDD'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PARM-DATE TO WS-RUN-DATE
           END-IF.
           EXEC SQL
             SELECT SOURCE_DSN, MEMBER, STATUS
             INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'V2D2FEED: JOB NO ENCONTRADO ' WS-JOBID-DISP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    EL FEED SALE DE DB2: EL JOB TIENE QUE ESTAR MIGRADO ('M',
      *    CORRIDA EN PARALELO) O YA CERTIFICADO ('F').
           IF DCL-STATUS NOT = 'M' AND DCL-STATUS NOT = 'F'
             DISPLAY 'V2D2FEED: JOB ' WS-JOBID-DISP
               ' NO ESTA MIGRADO NI FINALIZADO (STATUS='
               DCL-STATUS ')'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-FEED-DEFINITION.
           IF WS-RUN-FAILED = 'Y'
             PERFORM REPORT-ERROR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GET-DDL-STRATEGY.
           DISPLAY 'V2D2FEED: ' WS-MODE ' FEED ' WS-FD-NAME
             ' PARA ' WS-FD-CONSUMER.
           PERFORM OPEN-FEED-FILES.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM EXTRACT-FEED
           END-IF.
           PERFORM CLOSE-FEED-FILES.
           IF WS-RUN-FAILED = 'Y'
             PERFORM REPORT-ERROR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM STAMP-FEED-RUN.
           MOVE WS-N-READ TO WS-CNT-D1.
           DISPLAY 'V2D2FEED: ' WS-CNT-D1 ' POLIZAS LEIDAS'.
           MOVE WS-N-SEL TO WS-CNT-D1.
           DISPLAY 'V2D2FEED: ' WS-CNT-D1 ' REGISTROS DE DETALLE'.
           MOVE WS-N-OUT TO WS-CNT-D1.
           DISPLAY 'V2D2FEED: ' WS-CNT-D1 ' REGISTROS ESCRITOS'.
           IF WS-ORPHAN-CNT > 0
             MOVE WS-ORPHAN-CNT TO WS-CNT-D1
             DISPLAY 'V2D2FEED: ' WS-CNT-D1 ' SIN FILA DE SUBTIPO'
               ' (BLOQUE EN BLANCO)'
           END-IF.
           IF WS-MODE = 'COMPARE' AND WS-CMP-DIFFS > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * LOAD-FEED-DEFINITION - FILA DEL FEED Y SUS TAJADAS. TODO LO  *
      * QUE NO CIERRA (CODIGOS, LARGOS, TAJADAS FUERA DE POLREC)     *
      * DETIENE LA CORRIDA ANTES DE ESCRIBIR NADA.                   *
      *--------------------------------------------------------------*
       LOAD-FEED-DEFINITION.
           EXEC SQL
             SELECT CONSUMER, LAYOUT, SELECTION, HT_STYLE,
               HDR_TAG, TRL_TAG, TRL_TOTAL, REC_LENGTH,
               COALESCE(CHAR(DATE(LAST_RUN_TS)), ' ')
             INTO :WS-FD-CONSUMER, :WS-FD-LAYOUT, :WS-FD-SELECT,
               :WS-FD-HTSTYLE, :WS-FD-HDRTAG, :WS-FD-TRLTAG,
               :WS-FD-TRLTOT, :WS-FD-RECLEN, :WS-FD-CORTE
             FROM IBMUSER.V2D2_FEEDS
             WHERE JOB_ID = :DCL-JOB-ID
               AND FEED_NAME = :WS-FD-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FEED ' WS-FD-NAME ' NO REGISTRADO EN V2D2_FEEDS'
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             EVALUATE WS-FD-LAYOUT
               WHEN 'P'
                 MOVE 1 TO WS-SG-CNT
                 MOVE 1 TO WS-SG-OFS(1) WS-SG-OUT(1)
                 MOVE WS-POLREC-LEN TO WS-SG-LEN(1)
                 MOVE WS-POLREC-LEN TO WS-DET-LEN
               WHEN 'S'
                 PERFORM LOAD-FEED-SEGMENTS
               WHEN OTHER
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'FEED ' WS-FD-NAME ': LAYOUT ''' WS-FD-LAYOUT
                   ''' INVALIDO (P O S)' DELIMITED BY SIZE
                   INTO WS-ERR-TEXT
                 MOVE 'Y' TO WS-RUN-FAILED
             END-EVALUATE
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM CHECK-FEED-DEFINITION
           END-IF.
       LOAD-FEED-SEGMENTS.
           MOVE 0 TO WS-SG-CNT WS-DET-LEN.
           EXEC SQL DECLARE FGCUR CURSOR FOR
             SELECT SRC_OFFSET, SEG_LENGTH
             FROM IBMUSER.V2D2_FEEDSEG
             WHERE JOB_ID = :DCL-JOB-ID
               AND FEED_NAME = :WS-FD-NAME
             ORDER BY SEG_SEQ
           END-EXEC.
           EXEC SQL OPEN FGCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH FGCUR INTO :WS-SG-FOFS, :WS-SG-FLEN
             END-EXEC
             IF SQLCODE = 0
               PERFORM ADD-FEED-SEGMENT
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE FGCUR END-EXEC.
           IF WS-RUN-FAILED NOT = 'Y' AND WS-SG-CNT = 0
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FEED ' WS-FD-NAME ': LAYOUT S SIN TAJADAS EN'
               ' V2D2_FEEDSEG' DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
       ADD-FEED-SEGMENT.
           IF WS-SG-FOFS < 1 OR WS-SG-FLEN < 1
             OR WS-SG-FOFS + WS-SG-FLEN - 1 > WS-POLREC-LEN
             MOVE WS-SG-FOFS TO WS-LEN-D1
             MOVE WS-SG-FLEN TO WS-LEN-D2
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FEED ' WS-FD-NAME ': TAJADA FUERA DE POLREC'
               ' (POS ' WS-LEN-D1 ' LARGO ' WS-LEN-D2 ')'
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             IF WS-SG-CNT >= WS-SG-MAX
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'FEED ' WS-FD-NAME ': MAS DE 100 TAJADAS'
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
             ELSE
               ADD 1 TO WS-SG-CNT
               MOVE WS-SG-FOFS TO WS-SG-OFS(WS-SG-CNT)
               MOVE WS-SG-FLEN TO WS-SG-LEN(WS-SG-CNT)
               COMPUTE WS-SG-OUT(WS-SG-CNT) = WS-DET-LEN + 1
               ADD WS-SG-FLEN TO WS-DET-LEN
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-FEED-DEFINITION - REC_LENGTH 0 ES EL LARGO DEL LAYOUT; *
      * UNO MAYOR RELLENA CON BLANCOS. LA CABECERA OCUPA 18 BYTES Y  *
      * LA COLA 19, O 34 CON EL TOTAL DE PRIMAS.                     *
      *--------------------------------------------------------------*
       CHECK-FEED-DEFINITION.
           IF WS-FD-RECLEN = 0
             MOVE WS-DET-LEN TO WS-FD-RECLEN
           END-IF.
           IF WS-FD-TRLTOT = 'Y'
             MOVE 34 TO WS-TRL-MIN
           ELSE
             MOVE 19 TO WS-TRL-MIN
           END-IF.
           MOVE WS-FD-RECLEN TO WS-LEN-D1.
           MOVE WS-DET-LEN TO WS-LEN-D2.
           MOVE SPACES TO WS-ERR-TEXT.
           EVALUATE TRUE
             WHEN WS-FD-SELECT NOT = 'T' AND WS-FD-SELECT NOT = 'A'
               AND WS-FD-SELECT NOT = 'C'
               STRING 'FEED ' WS-FD-NAME ': SELECTION '''
                 WS-FD-SELECT ''' INVALIDA (T, A O C)'
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
             WHEN WS-FD-HTSTYLE NOT = 'N' AND WS-FD-HTSTYLE NOT = 'H'
               AND WS-FD-HTSTYLE NOT = 'T' AND WS-FD-HTSTYLE NOT = 'B'
               STRING 'FEED ' WS-FD-NAME ': HT_STYLE '''
                 WS-FD-HTSTYLE ''' INVALIDO (N, H, T O B)'
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
             WHEN WS-FD-RECLEN < WS-DET-LEN OR WS-FD-RECLEN > 2000
               STRING 'FEED ' WS-FD-NAME ': REC_LENGTH ' WS-LEN-D1
                 ' NO VALE PARA UN LAYOUT DE ' WS-LEN-D2
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
             WHEN (WS-FD-HTSTYLE = 'H' OR WS-FD-HTSTYLE = 'B')
               AND WS-FD-RECLEN < WS-HDR-MIN
               STRING 'FEED ' WS-FD-NAME ': REC_LENGTH ' WS-LEN-D1
                 ' NO ALCANZA PARA LA CABECERA'
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
             WHEN (WS-FD-HTSTYLE = 'T' OR WS-FD-HTSTYLE = 'B')
               AND WS-FD-RECLEN < WS-TRL-MIN
               STRING 'FEED ' WS-FD-NAME ': REC_LENGTH ' WS-LEN-D1
                 ' NO ALCANZA PARA LA COLA'
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-ERR-TEXT NOT = SPACES
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
       OPEN-FEED-FILES.
           OPEN OUTPUT FEEDOUT.
           IF WS-FS1 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN FEEDDD FALLO, FILE STATUS=' WS-FS1
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-MODE = 'COMPARE' AND WS-RUN-FAILED NOT = 'Y'
             OPEN INPUT REFFILE
             IF WS-FS2 NOT = '00'
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'OPEN REFDD FALLO, FILE STATUS=' WS-FS2
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
             ELSE
               OPEN OUTPUT RPTFILE
               IF WS-FS4 NOT = '00'
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'OPEN RPTDD FALLO, FILE STATUS=' WS-FS4
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
                 MOVE 'Y' TO WS-RUN-FAILED
               ELSE
                 PERFORM WRITE-REPORT-HEADER
               END-IF
             END-IF
           END-IF.
       CLOSE-FEED-FILES.
           CLOSE FEEDOUT.
           IF WS-MODE = 'COMPARE'
             CLOSE REFFILE
             CLOSE RPTFILE
           END-IF.
      *--------------------------------------------------------------*
      * EXTRACT-FEED - CABECERA, UN DETALLE POR POLIZA SELECCIONADA  *
      * EN ORDEN DE POL_NUMERO Y COLA; EN COMPARE, LO QUE QUEDE EN   *
      * REFDD DESPUES DEL ULTIMO REGISTRO ES SOLO DEL LADO VSAM.     *
      *--------------------------------------------------------------*
       EXTRACT-FEED.
           IF WS-FD-HTSTYLE = 'H' OR WS-FD-HTSTYLE = 'B'
             MOVE SPACES TO WS-OUT-REC
             MOVE 'H' TO WS-OUT-KIND
             MOVE WS-FD-HDRTAG TO WS-OUT-HDR-TAG
             MOVE WS-RUN-DATE TO WS-OUT-HDR-FECHA
             MOVE WS-FD-RECLEN TO WS-OUT-LEN
             PERFORM EMIT-RECORD
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             IF WS-STRATEGY = 'S'
               PERFORM EXTRACT-SUBTYPE-TABLES
             ELSE
               PERFORM EXTRACT-WIDE-TABLE
             END-IF
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             AND (WS-FD-HTSTYLE = 'T' OR WS-FD-HTSTYLE = 'B')
             MOVE SPACES TO WS-OUT-REC
             MOVE 'T' TO WS-OUT-KIND
             MOVE WS-FD-TRLTAG TO WS-OUT-TRL-TAG
             MOVE WS-N-SEL TO WS-OUT-TRL-CNT
             IF WS-FD-TRLTOT = 'Y'
               MOVE WS-SUM-PRIMA TO WS-OUT-TRL-TOT
             END-IF
             MOVE WS-FD-RECLEN TO WS-OUT-LEN
             PERFORM EMIT-RECORD
           END-IF.
           IF WS-MODE = 'COMPARE' AND WS-RUN-FAILED NOT = 'Y'
             PERFORM DRAIN-REFERENCE
             PERFORM WRITE-REPORT-TOTALS
           END-IF.
      *--------------------------------------------------------------*
      * EXTRACT-WIDE-TABLE - ESTRATEGIA 'W': TODO EN POL_POLICY.     *
      *--------------------------------------------------------------*
       EXTRACT-WIDE-TABLE.
           EXEC SQL DECLARE FWCUR CURSOR FOR
             SELECT POL_NUMERO, POL_SUCURSAL, POL_FECHA_EMISION,
               POL_FECHA_VENC, POL_TIPO, POL_ESTADO,
               POL_PRIMA_TOTAL,
               COALESCE(CLI_TIPO, ' '), COALESCE(CLI_DOCUMENTO, ' '),
               COALESCE(CLI_NOMBRE, ' '),
               COALESCE(CLI_DIRECCION, ' '),
               COALESCE(CLI_TELEFONO, ' '), COALESCE(CLI_EMAIL, ' '),
               COALESCE(AUTO_MARCA, ' '), COALESCE(AUTO_MODELO, ' '),
               COALESCE(AUTO_ANIO, 0), COALESCE(AUTO_PATENTE, ' '),
               COALESCE(AUTO_CHASIS, ' '), COALESCE(AUTO_MOTOR, ' '),
               COALESCE(AUTO_COLOR, ' '), COALESCE(AUTO_VALOR, 0),
               COALESCE(VIDA_BENEFICIARIO, ' '),
               COALESCE(VIDA_PARENTESCO, ' '),
               COALESCE(VIDA_CAPITAL, 0),
               COALESCE(VIDA_EDAD_INGR, 0),
               COALESCE(VIDA_FUMADOR, ' '),
               COALESCE(VIDA_GRUPO_SANG, ' '),
               COALESCE(HOG_DIRECCION, ' '),
               COALESCE(HOG_LOCALIDAD, ' '),
               COALESCE(HOG_PROVINCIA, ' '), COALESCE(HOG_CP, ' '),
               COALESCE(HOG_METROS_CUAD, 0),
               COALESCE(HOG_VALOR_INMUEBLE, 0),
               COALESCE(HOG_TIPO_CONST, ' '),
               POL_NUM_COBERT, PAG_FORMA, PAG_CUOTAS,
               PAG_MONTO_CUOTA, PAG_DIA_VENC,
               COALESCE(POL_OBSERVACIONES, ' '),
               COALESCE(AUD_USUARIO, ' '),
               COALESCE(AUD_FECHA_ALTA, ' '),
               COALESCE(AUD_FECHA_MODIF, ' '),
               COALESCE(AUD_TERMINAL, ' ')
             FROM IBMUSER.POL_POLICY
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY POL_NUMERO
           END-EXEC.
           EXEC SQL OPEN FWCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH FWCUR
               INTO :POL-NUMERO, :POL-SUCURSAL,
                 :POL-FECHA-EMISION, :POL-FECHA-VENC,
                 :POL-TIPO, :POL-ESTADO, :POL-PRIMA-TOTAL,
                 :WS-CLI-TIPO, :WS-CLI-DOCUMENTO, :WS-CLI-NOMBRE,
                 :WS-CLI-DIRECCION, :WS-CLI-TELEFONO,
                 :WS-CLI-EMAIL,
                 :WS-AUTO-MARCA, :WS-AUTO-MODELO, :WS-AUTO-ANIO,
                 :WS-AUTO-PATENTE, :WS-AUTO-CHASIS,
                 :WS-AUTO-MOTOR, :WS-AUTO-COLOR, :WS-AUTO-VALOR,
                 :WS-VIDA-BENEF, :WS-VIDA-PARENT,
                 :WS-VIDA-CAPITAL, :WS-VIDA-EDAD,
                 :WS-VIDA-FUMADOR, :WS-VIDA-GRUPO,
                 :WS-HOG-DIRECCION, :WS-HOG-LOCALIDAD,
                 :WS-HOG-PROVINCIA, :WS-HOG-CP, :WS-HOG-METROS,
                 :WS-HOG-VALOR, :WS-HOG-TIPO-CONST,
                 :POL-NUM-COBERT, :PAG-FORMA, :PAG-CUOTAS,
                 :PAG-MONTO-CUOTA, :PAG-DIA-VENC,
                 :POL-OBSERVACIONES, :AUD-USUARIO,
                 :AUD-FECHA-ALTA, :AUD-FECHA-MODIF, :AUD-TERMINAL
             END-EXEC
             IF SQLCODE = 0
               PERFORM PROCESS-POLICY
             END-IF
           END-PERFORM.
           PERFORM CHECK-CURSOR-END.
           EXEC SQL CLOSE FWCUR END-EXEC.
      *--------------------------------------------------------------*
      * EXTRACT-SUBTYPE-TABLES - ESTRATEGIA 'S': LA BASE TRAE LAS    *
      * COLUMNAS COMUNES; EL BLOQUE DE SUBTIPO SE BUSCA SOLO PARA    *
      * LAS POLIZAS QUE LA SELECCION DEJA PASAR.                     *
      *--------------------------------------------------------------*
       EXTRACT-SUBTYPE-TABLES.
           EXEC SQL DECLARE FSCUR CURSOR FOR
             SELECT POL_NUMERO, POL_SUCURSAL, POL_FECHA_EMISION,
               POL_FECHA_VENC, POL_TIPO, POL_ESTADO,
               POL_PRIMA_TOTAL,
               COALESCE(CLI_TIPO, ' '), COALESCE(CLI_DOCUMENTO, ' '),
               COALESCE(CLI_NOMBRE, ' '),
               COALESCE(CLI_DIRECCION, ' '),
               COALESCE(CLI_TELEFONO, ' '), COALESCE(CLI_EMAIL, ' '),
               POL_NUM_COBERT, PAG_FORMA, PAG_CUOTAS,
               PAG_MONTO_CUOTA, PAG_DIA_VENC,
               COALESCE(POL_OBSERVACIONES, ' '),
               COALESCE(AUD_USUARIO, ' '),
               COALESCE(AUD_FECHA_ALTA, ' '),
               COALESCE(AUD_FECHA_MODIF, ' '),
               COALESCE(AUD_TERMINAL, ' ')
             FROM IBMUSER.POL_POLICY
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY POL_NUMERO
           END-EXEC.
           EXEC SQL OPEN FSCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH FSCUR
               INTO :POL-NUMERO, :POL-SUCURSAL,
                 :POL-FECHA-EMISION, :POL-FECHA-VENC,
                 :POL-TIPO, :POL-ESTADO, :POL-PRIMA-TOTAL,
                 :WS-CLI-TIPO, :WS-CLI-DOCUMENTO, :WS-CLI-NOMBRE,
                 :WS-CLI-DIRECCION, :WS-CLI-TELEFONO,
                 :WS-CLI-EMAIL,
                 :POL-NUM-COBERT, :PAG-FORMA, :PAG-CUOTAS,
                 :PAG-MONTO-CUOTA, :PAG-DIA-VENC,
                 :POL-OBSERVACIONES, :AUD-USUARIO,
                 :AUD-FECHA-ALTA, :AUD-FECHA-MODIF, :AUD-TERMINAL
             END-EXEC
             IF SQLCODE = 0
               PERFORM PROCESS-POLICY
             END-IF
           END-PERFORM.
           PERFORM CHECK-CURSOR-END.
           EXEC SQL CLOSE FSCUR END-EXEC.
       CHECK-CURSOR-END.
           IF SQLCODE < 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH POL_POLICY FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
      *--------------------------------------------------------------*
      * PROCESS-POLICY - SELECCION DEL FEED: 'A' SOLO ACTIVAS, 'C'   *
      * ALTA O MODIFICACION EN O DESPUES DE LA FECHA DE LA ULTIMA    *
      * CORRIDA (LA MISMA REGLA DEL PASO DELTA DE V2D2LOAD).         *
      *--------------------------------------------------------------*
       PROCESS-POLICY.
           ADD 1 TO WS-N-READ.
           MOVE 'Y' TO WS-SELECTED.
           EVALUATE WS-FD-SELECT
             WHEN 'A'
               IF NOT POL-ACTIVA
                 MOVE 'N' TO WS-SELECTED
               END-IF
             WHEN 'C'
               IF WS-FD-CORTE NOT = SPACES
                 AND AUD-FECHA-ALTA < WS-FD-CORTE
                 AND AUD-FECHA-MODIF < WS-FD-CORTE
                 MOVE 'N' TO WS-SELECTED
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-SELECTED = 'Y'
             IF WS-STRATEGY = 'S'
               PERFORM FETCH-SUBTYPE-CHILD
             END-IF
             PERFORM BUILD-SUBTYPE-VIEW
             PERFORM FILL-COBERTURAS
             MOVE SPACES TO WS-OUT-REC
             MOVE 'D' TO WS-OUT-KIND
             PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-SG-CNT
               MOVE POL-REGISTRO(WS-SG-OFS(GX):WS-SG-LEN(GX))
                 TO WS-OUT-REC(WS-SG-OUT(GX):WS-SG-LEN(GX))
             END-PERFORM
             MOVE WS-FD-RECLEN TO WS-OUT-LEN
             ADD 1 TO WS-N-SEL
             ADD POL-PRIMA-TOTAL TO WS-SUM-PRIMA
             PERFORM EMIT-RECORD
           END-IF.
       FETCH-SUBTYPE-CHILD.
           EVALUATE TRUE
             WHEN POL-ES-AUTO
               EXEC SQL
                 SELECT COALESCE(AUTO_MARCA, ' '),
                   COALESCE(AUTO_MODELO, ' '),
                   COALESCE(AUTO_ANIO, 0),
                   COALESCE(AUTO_PATENTE, ' '),
                   COALESCE(AUTO_CHASIS, ' '),
                   COALESCE(AUTO_MOTOR, ' '),
                   COALESCE(AUTO_COLOR, ' '),
                   COALESCE(AUTO_VALOR, 0)
                 INTO :WS-AUTO-MARCA, :WS-AUTO-MODELO,
                   :WS-AUTO-ANIO, :WS-AUTO-PATENTE,
                   :WS-AUTO-CHASIS, :WS-AUTO-MOTOR,
                   :WS-AUTO-COLOR, :WS-AUTO-VALOR
                 FROM IBMUSER.POL_AUTO
                 WHERE POL_NUMERO = :POL-NUMERO
               END-EXEC
               IF SQLCODE NOT = 0
                 PERFORM BLANK-SUBTYPE-STAGING
                 ADD 1 TO WS-ORPHAN-CNT
               END-IF
             WHEN POL-ES-VIDA
               EXEC SQL
                 SELECT COALESCE(VIDA_BENEFICIARIO, ' '),
                   COALESCE(VIDA_PARENTESCO, ' '),
                   COALESCE(VIDA_CAPITAL, 0),
                   COALESCE(VIDA_EDAD_INGR, 0),
                   COALESCE(VIDA_FUMADOR, ' '),
                   COALESCE(VIDA_GRUPO_SANG, ' ')
                 INTO :WS-VIDA-BENEF, :WS-VIDA-PARENT,
                   :WS-VIDA-CAPITAL, :WS-VIDA-EDAD,
                   :WS-VIDA-FUMADOR, :WS-VIDA-GRUPO
                 FROM IBMUSER.POL_VIDA
                 WHERE POL_NUMERO = :POL-NUMERO
               END-EXEC
               IF SQLCODE NOT = 0
                 PERFORM BLANK-SUBTYPE-STAGING
                 ADD 1 TO WS-ORPHAN-CNT
               END-IF
             WHEN POL-ES-HOGAR
               EXEC SQL
                 SELECT COALESCE(HOG_DIRECCION, ' '),
                   COALESCE(HOG_LOCALIDAD, ' '),
                   COALESCE(HOG_PROVINCIA, ' '),
                   COALESCE(HOG_CP, ' '),
                   COALESCE(HOG_METROS_CUAD, 0),
                   COALESCE(HOG_VALOR_INMUEBLE, 0),
                   COALESCE(HOG_TIPO_CONST, ' ')
                 INTO :WS-HOG-DIRECCION, :WS-HOG-LOCALIDAD,
                   :WS-HOG-PROVINCIA, :WS-HOG-CP,
                   :WS-HOG-METROS, :WS-HOG-VALOR,
                   :WS-HOG-TIPO-CONST
                 FROM IBMUSER.POL_HOGAR
                 WHERE POL_NUMERO = :POL-NUMERO
               END-EXEC
               IF SQLCODE NOT = 0
                 PERFORM BLANK-SUBTYPE-STAGING
                 ADD 1 TO WS-ORPHAN-CNT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       BLANK-SUBTYPE-STAGING.
           MOVE SPACES TO WS-AUTO-MARCA WS-AUTO-MODELO
             WS-AUTO-PATENTE WS-AUTO-CHASIS WS-AUTO-MOTOR
             WS-AUTO-COLOR.
           MOVE 0 TO WS-AUTO-ANIO WS-AUTO-VALOR.
           MOVE SPACES TO WS-VIDA-BENEF WS-VIDA-PARENT
             WS-VIDA-FUMADOR WS-VIDA-GRUPO.
           MOVE 0 TO WS-VIDA-CAPITAL WS-VIDA-EDAD.
           MOVE SPACES TO WS-HOG-DIRECCION WS-HOG-LOCALIDAD
             WS-HOG-PROVINCIA WS-HOG-CP WS-HOG-TIPO-CONST.
           MOVE 0 TO WS-HOG-METROS WS-HOG-VALOR.
      *--------------------------------------------------------------*
      * BUILD-SUBTYPE-VIEW - SOLO LA VISTA QUE POL-TIPO SELECCIONA   *
      * SE PUEBLA; UN TIPO FUERA DE A/V/H LLEVA EL BLOQUE CLI-*.     *
      *--------------------------------------------------------------*
       BUILD-SUBTYPE-VIEW.
           MOVE SPACES TO POL-CLIENTE.
           EVALUATE TRUE
             WHEN POL-ES-AUTO
               MOVE WS-AUTO-MARCA TO AUTO-MARCA
               MOVE WS-AUTO-MODELO TO AUTO-MODELO
               MOVE WS-AUTO-ANIO TO AUTO-ANIO
               MOVE WS-AUTO-PATENTE TO AUTO-PATENTE
               MOVE WS-AUTO-CHASIS TO AUTO-CHASIS
               MOVE WS-AUTO-MOTOR TO AUTO-MOTOR
               MOVE WS-AUTO-COLOR TO AUTO-COLOR
               MOVE WS-AUTO-VALOR TO AUTO-VALOR
             WHEN POL-ES-VIDA
               MOVE WS-VIDA-BENEF TO VIDA-BENEFICIARIO
               MOVE WS-VIDA-PARENT TO VIDA-PARENTESCO
               MOVE WS-VIDA-CAPITAL TO VIDA-CAPITAL
               MOVE WS-VIDA-EDAD TO VIDA-EDAD-INGR
               MOVE WS-VIDA-FUMADOR TO VIDA-FUMADOR
               MOVE WS-VIDA-GRUPO TO VIDA-GRUPO-SANG
             WHEN POL-ES-HOGAR
               MOVE WS-HOG-DIRECCION TO HOG-DIRECCION
               MOVE WS-HOG-LOCALIDAD TO HOG-LOCALIDAD
               MOVE WS-HOG-PROVINCIA TO HOG-PROVINCIA
               MOVE WS-HOG-CP TO HOG-CP
               MOVE WS-HOG-METROS TO HOG-METROS-CUAD
               MOVE WS-HOG-VALOR TO HOG-VALOR-INMUEBLE
               MOVE WS-HOG-TIPO-CONST TO HOG-TIPO-CONST
             WHEN OTHER
               MOVE WS-CLI-TIPO TO CLI-TIPO
               MOVE WS-CLI-DOCUMENTO TO CLI-DOCUMENTO
               MOVE WS-CLI-NOMBRE TO CLI-NOMBRE
               MOVE WS-CLI-DIRECCION TO CLI-DIRECCION
               MOVE WS-CLI-TELEFONO TO CLI-TELEFONO
               MOVE WS-CLI-EMAIL TO CLI-EMAIL
           END-EVALUATE.
       FILL-COBERTURAS.
           PERFORM VARYING WS-COB-IDX FROM 1 BY 1
             UNTIL WS-COB-IDX > 5
             MOVE SPACES TO COB-CODIGO(WS-COB-IDX)
             MOVE SPACES TO COB-DESCRIPCION(WS-COB-IDX)
             MOVE 0 TO COB-MONTO(WS-COB-IDX)
             MOVE 0 TO COB-DEDUCIBLE(WS-COB-IDX)
           END-PERFORM.
           IF POL-NUM-COBERT > 5
             MOVE 5 TO POL-NUM-COBERT
           END-IF.
           EXEC SQL DECLARE FCCUR CURSOR FOR
             SELECT COB_SEQ, COB_CODIGO, COB_DESCRIPCION,
               COB_MONTO, COB_DEDUCIBLE
             FROM IBMUSER.POL_COBERTURAS
             WHERE POL_NUMERO = :POL-NUMERO
             ORDER BY COB_SEQ
           END-EXEC.
           EXEC SQL OPEN FCCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH FCCUR
               INTO :WS-COB-SEQ, :WS-COB-CODIGO, :WS-COB-DESC,
                 :WS-COB-MONTO, :WS-COB-DEDUC
             END-EXEC
             IF SQLCODE = 0
               AND WS-COB-SEQ >= 1 AND WS-COB-SEQ <= 5
               MOVE WS-COB-CODIGO TO COB-CODIGO(WS-COB-SEQ)
               MOVE WS-COB-DESC TO COB-DESCRIPCION(WS-COB-SEQ)
               MOVE WS-COB-MONTO TO COB-MONTO(WS-COB-SEQ)
               MOVE WS-COB-DEDUC TO COB-DEDUCIBLE(WS-COB-SEQ)
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE FCCUR END-EXEC.
      *--------------------------------------------------------------*
      * EMIT-RECORD - ESCRIBE WS-OUT-REC CON EL LARGO DEL FEED Y, EN *
      * COMPARE, LO CONTRASTA CON EL REGISTRO DE LA MISMA POSICION   *
      * EN REFDD.                                                    *
      *--------------------------------------------------------------*
       EMIT-RECORD.
           WRITE FEED-RECORD FROM WS-OUT-REC.
           IF WS-FS1 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'WRITE FEEDDD FALLO, FILE STATUS=' WS-FS1
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             ADD 1 TO WS-N-OUT
             IF WS-MODE = 'COMPARE'
               PERFORM COMPARE-ONE-RECORD
             END-IF
           END-IF.
       COMPARE-ONE-RECORD.
           IF WS-REF-EOF NOT = 'Y'
             PERFORM READ-REFERENCE
           END-IF.
           MOVE WS-N-OUT TO WS-DIFF-REC.
           IF WS-REF-EOF = 'Y'
             ADD 1 TO WS-N-ONLY-DB2
             MOVE 0 TO WS-DIFF-POS
             MOVE 'SOLO EN DB2' TO WS-DIFF-WHAT
             PERFORM LIST-DIFFERENCE
           ELSE
             IF WS-REF-LEN = WS-OUT-LEN
               AND REF-RECORD(1:WS-OUT-LEN) = WS-OUT-REC(1:WS-OUT-LEN)
               ADD 1 TO WS-N-SAME
             ELSE
               ADD 1 TO WS-N-DIFF
               PERFORM FIND-FIRST-DIFFERENCE
               PERFORM LIST-DIFFERENCE
             END-IF
           END-IF.
       READ-REFERENCE.
           READ REFFILE
             AT END MOVE 'Y' TO WS-REF-EOF
             NOT AT END
               ADD 1 TO WS-N-REF
               MOVE WS-FD-RECLEN TO WS-REF-LEN
           END-READ.
           IF WS-FS2 NOT = '00' AND WS-FS2 NOT = '10'
             AND WS-FS2 NOT = '04'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'READ REFDD FALLO, FILE STATUS=' WS-FS2
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
             MOVE 'Y' TO WS-REF-EOF
           END-IF.
      *--------------------------------------------------------------*
      * FIND-FIRST-DIFFERENCE - PRIMER BYTE DISTINTO; SI LOS BYTES   *
      * COMUNES COINCIDEN, LA DIFERENCIA ES EL LARGO.                *
      *--------------------------------------------------------------*
       FIND-FIRST-DIFFERENCE.
           MOVE 0 TO WS-DIFF-POS.
           PERFORM VARYING BX FROM 1 BY 1
             UNTIL BX > WS-OUT-LEN OR BX > WS-REF-LEN
               OR WS-DIFF-POS > 0
             IF REF-RECORD(BX:1) NOT = WS-OUT-REC(BX:1)
               MOVE BX TO WS-DIFF-POS
             END-IF
           END-PERFORM.
           IF WS-DIFF-POS = 0
             MOVE 'LARGO DISTINTO' TO WS-DIFF-WHAT
             MOVE BX TO WS-DIFF-POS
           ELSE
             MOVE 'BYTES DISTINTOS' TO WS-DIFF-WHAT
           END-IF.
      *--------------------------------------------------------------*
      * DRAIN-REFERENCE - REGISTROS DE REFDD SIN PAR DEL LADO DB2    *
      *--------------------------------------------------------------*
       DRAIN-REFERENCE.
           PERFORM UNTIL WS-REF-EOF = 'Y'
             PERFORM READ-REFERENCE
             IF WS-REF-EOF NOT = 'Y'
               ADD 1 TO WS-N-ONLY-VSAM
               MOVE WS-N-REF TO WS-DIFF-REC
               MOVE 0 TO WS-DIFF-POS
               MOVE SPACE TO WS-OUT-KIND
               MOVE 'SOLO EN VSAM' TO WS-DIFF-WHAT
               PERFORM LIST-DIFFERENCE
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * LIST-DIFFERENCE - UNA LINEA POR REGISTRO DISTINTO HASTA      *
      * WS-LIST-MAX; EN UN DETALLE, LA POSICION DE POLREC DE LA QUE  *
      * SALIO EL BYTE DISTINTO.                                      *
      *--------------------------------------------------------------*
       LIST-DIFFERENCE.
           ADD 1 TO WS-N-LISTED.
           IF WS-N-LISTED <= WS-LIST-MAX
             PERFORM WRITE-DIFFERENCE-LINE
           END-IF.
       WRITE-DIFFERENCE-LINE.
           MOVE 0 TO WS-SRC-POS.
           MOVE SPACES TO WS-DIFF-KEY.
           EVALUATE WS-OUT-KIND
             WHEN 'H'
               MOVE 'CAB' TO WS-DIFF-LABEL
             WHEN 'T'
               MOVE 'COL' TO WS-DIFF-LABEL
             WHEN 'D'
               MOVE 'DET' TO WS-DIFF-LABEL
               MOVE POL-NUMERO TO WS-DIFF-KEY
               PERFORM VARYING GX FROM 1 BY 1
                 UNTIL GX > WS-SG-CNT OR WS-SRC-POS > 0
                 IF WS-DIFF-POS >= WS-SG-OUT(GX)
                   AND WS-DIFF-POS < WS-SG-OUT(GX) + WS-SG-LEN(GX)
                   COMPUTE WS-SRC-POS = WS-SG-OFS(GX)
                     + WS-DIFF-POS - WS-SG-OUT(GX)
                 END-IF
               END-PERFORM
             WHEN OTHER
               MOVE SPACES TO WS-DIFF-LABEL
           END-EVALUATE.
           MOVE WS-DIFF-REC TO WS-CNT-D1.
           MOVE WS-DIFF-POS TO WS-LEN-D1.
           MOVE WS-SRC-POS TO WS-LEN-D2.
           MOVE SPACES TO WS-LINE-BUF.
           STRING WS-CNT-D1 ' ' WS-DIFF-LABEL ' ' WS-DIFF-KEY ' '
             WS-DIFF-WHAT ' ' WS-LEN-D1 '  ' WS-LEN-D2
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
      *--------------------------------------------------------------*
      * STAMP-FEED-RUN - LA FECHA DE ESTA CORRIDA ES EL CORTE DE LA  *
      * PROXIMA SELECCION 'C'; EN COMPARE QUEDA ADEMAS EL VEREDICTO. *
      *--------------------------------------------------------------*
       STAMP-FEED-RUN.
           IF WS-MODE = 'COMPARE'
             COMPUTE WS-CMP-DIFFS = WS-N-DIFF + WS-N-ONLY-DB2
               + WS-N-ONLY-VSAM
             IF WS-CMP-DIFFS = 0
               MOVE 'I' TO WS-CMP-STATUS
             ELSE
               MOVE 'D' TO WS-CMP-STATUS
             END-IF
             EXEC SQL
               UPDATE IBMUSER.V2D2_FEEDS
                 SET LAST_RUN_TS = CURRENT TIMESTAMP,
                     CMP_STATUS = :WS-CMP-STATUS,
                     CMP_DIFFS = :WS-CMP-DIFFS,
                     CMP_TS = CURRENT TIMESTAMP
               WHERE JOB_ID = :DCL-JOB-ID
                 AND FEED_NAME = :WS-FD-NAME
             END-EXEC
           ELSE
             EXEC SQL
               UPDATE IBMUSER.V2D2_FEEDS
                 SET LAST_RUN_TS = CURRENT TIMESTAMP
               WHERE JOB_ID = :DCL-JOB-ID
                 AND FEED_NAME = :WS-FD-NAME
             END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2FEED: UPDATE V2D2_FEEDS FALLO, SQLCODE='
               WS-SQLCD
           END-IF.
           EXEC SQL COMMIT END-EXEC.
      *--------------------------------------------------------------*
      * REPORTE DE LA COMPARACION (RPTDD)                            *
      *--------------------------------------------------------------*
       WRITE-REPORT-HEADER.
           MOVE ALL '=' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           STRING 'V2D2FEED - COMPARACION DEL FEED ' WS-FD-NAME
             '  JOB ' WS-JOBID-DISP ' ' DCL-MEMBER
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           STRING 'CONSUMIDOR ' WS-FD-CONSUMER '  FECHA '
             WS-RUN-DATE DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE 'DB2 (POL_POLICY) CONTRA EL ARCHIVO DEL PASO VSAM'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE ALL '=' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE 'REGISTRO TIP POLIZA       DIFERENCIA       BYTE'
             TO WS-LINE-BUF.
           MOVE 'POLREC' TO WS-LINE-BUF(48:6).
           PERFORM WRITE-ONE-LINE.
           MOVE ALL '-' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
       WRITE-REPORT-TOTALS.
           IF WS-N-LISTED > WS-LIST-MAX
             MOVE SPACES TO WS-LINE-BUF
             MOVE WS-LIST-MAX TO WS-CNT-D1
             STRING '(SE LISTAN LAS PRIMERAS ' WS-CNT-D1
               ' DIFERENCIAS)' DELIMITED BY SIZE INTO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
           END-IF.
           MOVE ALL '-' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-OUT TO WS-CNT-D1.
           STRING 'REGISTROS DB2:            ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-REF TO WS-CNT-D1.
           STRING 'REGISTROS VSAM:           ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-SAME TO WS-CNT-D1.
           STRING '  IDENTICOS:              ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-DIFF TO WS-CNT-D1.
           STRING '  DISTINTOS:              ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-ONLY-DB2 TO WS-CNT-D1.
           STRING '  SOLO EN DB2:            ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-ONLY-VSAM TO WS-CNT-D1.
           STRING '  SOLO EN VSAM:           ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE ALL '=' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           IF WS-N-DIFF > 0 OR WS-N-ONLY-DB2 > 0 OR WS-N-ONLY-VSAM > 0
             MOVE 'RESULTADO: EL FEED DIFIERE - NO CONMUTAR'
               TO WS-LINE-BUF
           ELSE
             MOVE 'RESULTADO: FEED IDENTICO' TO WS-LINE-BUF
           END-IF.
           PERFORM WRITE-ONE-LINE.
           DISPLAY 'V2D2FEED: ' WS-LINE-BUF.
       WRITE-ONE-LINE.
           MOVE WS-LINE-BUF TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-FS4 NOT = '00'
             DISPLAY 'V2D2FEED: WRITE RPTDD FALLO, FILE STATUS='
               WS-FS4
           END-IF.
       GET-DDL-STRATEGY.
           MOVE SPACE TO WS-STRATEGY.
           EXEC SQL
             SELECT DDL_STRATEGY
             INTO :WS-STRATEGY
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
               AND DDL_STRATEGY NOT = ' '
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACE TO WS-STRATEGY
           END-IF.
      *--------------------------------------------------------------*
      * REPORT-ERROR - DETALLE EN V2D2_ERRORS SIN TOCAR EL STATUS    *
      * DEL JOB (ESTO ES UN EXTRACTO, NO UNA ETAPA DEL PIPELINE).    *
      *--------------------------------------------------------------*
       REPORT-ERROR.
           MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID.
           MOVE 'V2D2FEED' TO DCL-ERR-STEP.
           MOVE WS-ERR-TEXT TO DCL-ERR-TEXT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ERRORS
             (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
             VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
              :DCL-ERR-STEP, :DCL-ERR-TEXT)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2FEED: ' WS-ERR-TEXT.
