       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2RPLY.
      *==============================================================*
      * V2D2RPLY - TRANSACTION REPLAY HARNESS, ORIGINAL VS CONVERTED  *
      * Invoked by jcl/V2D2RPLY.jcl, which replays one captured set   *
      * of transactions through the original program against a copy   *
      * of the KSDS and through the converted program against the     *
      * V2D2RPL copy of the DB2 tables:                               *
      *   PARM='PREP,jobid'    - refreshes the V2D2RPL tables with    *
      *                          the job's policies (by JOB_ID) and   *
      *                          their child rows from IBMUSER        *
      *                          (movement trail left empty)          *
      *                          and checks that they start equal to  *
      *                          the KSDS copy on POLDD; RC=8 if not  *
      *   PARM='COMPARE,jobid' - after both runs: compares the final  *
      *                          POLDD and V2D2RPL.POL_POLICY key by  *
      *                          key, and the trail the original      *
      *                          wrote (MOVDD) with the one the       *
      *                          converted wrote to V2D2RPL           *
      * The captured set (CAPDD, MOV-REGISTRO layout - the production *
      * journal of the window being replayed) names the transactions: *
      * each is matched, by policy and movement type in order, to one *
      * trail record on each side. A transaction passes when both     *
      * sides wrote it with the same date, amount, description and    *
      * user and the policy ends in the same state on both sides. The *
      * state compared is the part of the record common to every      *
      * policy type (dates, type, status, premium, payment plan,      *
      * observations, audit fields and the client document and name   *
      * of generic records); V2D2BCMP remains the full field compare. *
      * Trail records no captured transaction explains and state      *
      * differences on policies no transaction touched fail the run   *
      * too. Policies the scoping rules left out of DB2 (V2D2_SCOPEX) *
      * are not differences. Results replace the job's rows of        *
      * IBMUSER.V2D2_RPLRES (V2D2CERT prints them in the acta) and    *
      * the pass/fail report goes to RPTDD. RC=4 if any transaction   *
      * fails.                                                        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLFILE ASSIGN TO POLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-NUMERO
               FILE STATUS IS WS-FS1.
           SELECT MOVFILE ASSIGN TO MOVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS2.
           SELECT CAPFILE ASSIGN TO CAPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS3.
           SELECT RPTFILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD  POLFILE.
       COPY POLREC.
       FD  MOVFILE.
       COPY MOVREC.
       FD  CAPFILE
           RECORDING MODE IS F.
       01  CAP-REGISTRO.
           05 FILLER                PIC X(18).
           05 CAP-POLIZA            PIC X(12).
           05 CAP-TIPO-MOV          PIC X(3).
           05 FILLER                PIC X(64).
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-FS2                   PIC XX.
       01  WS-FS3                   PIC XX.
       01  WS-FS4                   PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-MODE                  PIC X(7) VALUE SPACES.
       01  WS-PARM-JOBID            PIC X(9) VALUE SPACES.
       01  WS-TOK-RJ                PIC X(9) JUSTIFIED RIGHT.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
       01  WS-STRATEGY              PIC X VALUE SPACE.
       01  WS-LINE-BUF              PIC X(80) VALUE SPACES.
       01  WS-CNT-D1                PIC ZZZZZZZ9.
       01  WS-SEQ-D                 PIC 9(6).
      *--------------------------------------------------------------*
      * ESTADO: FILA DE V2D2RPL.POL_POLICY Y COMPARACION POR CLAVE   *
      *--------------------------------------------------------------*
       01  WS-V-EOF                 PIC X VALUE 'N'.
       01  WS-D-EOF                 PIC X VALUE 'N'.
       01  WS-DB-NUMERO             PIC X(12).
       01  WS-DB-SUCURSAL           PIC S9(9) COMP.
       01  WS-DB-FECHA-EMISION      PIC X(10).
       01  WS-DB-FECHA-VENC         PIC X(10).
       01  WS-DB-TIPO               PIC X(1).
       01  WS-DB-ESTADO             PIC X(1).
       01  WS-DB-PRIMA              PIC S9(9)V99 COMP-3.
       01  WS-DB-CLI-DOC            PIC X(15).
       01  WS-DB-CLI-NOMBRE         PIC X(40).
       01  WS-DB-NUM-COBERT         PIC S9(9) COMP.
       01  WS-DB-PAG-FORMA          PIC X(1).
       01  WS-DB-PAG-CUOTAS         PIC S9(9) COMP.
       01  WS-DB-PAG-MONTO          PIC S9(7)V99 COMP-3.
       01  WS-DB-PAG-DIA            PIC S9(9) COMP.
       01  WS-DB-OBSERV             PIC X(200).
       01  WS-DB-AUD-USUARIO        PIC X(8).
       01  WS-DB-AUD-ALTA           PIC X(10).
       01  WS-DB-AUD-MODIF          PIC X(10).
       01  WS-DB-AUD-TERMINAL       PIC X(8).
       01  WS-DIFF-FIELD            PIC X(30) VALUE SPACES.
       01  WS-DIFF-KIND             PIC X(1) VALUE SPACES.
       01  WS-SCX-KEY               PIC X(30) VALUE SPACES.
       01  WS-SCX-FOUND             PIC S9(9) COMP VALUE 0.
       01  WS-N-KEYS                PIC S9(9) COMP VALUE 0.
       01  WS-N-EXCL                PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CLAVES CON ESTADO DISTINTO, EN ORDEN DE CLAVE. DF-KIND: 'C'  *
      * CAMPO DISTINTO, 'V' SOLO EN EL KSDS, 'D' SOLO EN DB2.        *
      *--------------------------------------------------------------*
       01  WS-DF-TAB.
           05 WS-DF-ENTRY OCCURS 5000 TIMES.
              10 WS-DF-KEY          PIC X(12).
              10 WS-DF-KIND         PIC X(1).
              10 WS-DF-FIELD        PIC X(30).
              10 WS-DF-USED         PIC X(1).
       01  WS-DF-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-DF-MAX                PIC S9(4) COMP VALUE 5000.
       01  FX                       PIC S9(4) COMP VALUE 0.
       01  WS-BS-LO                 PIC S9(4) COMP VALUE 0.
       01  WS-BS-HI                 PIC S9(4) COMP VALUE 0.
       01  WS-BS-MID                PIC S9(4) COMP VALUE 0.
       01  WS-BS-FOUND              PIC X VALUE 'N'.
       01  WS-BS-KEY                PIC X(12) VALUE SPACES.
      *--------------------------------------------------------------*
      * RASTROS DE CADA LADO, EN EL ORDEN EN QUE SE ESCRIBIERON      *
      *--------------------------------------------------------------*
       01  WS-OT-TAB.
           05 WS-OT-ENTRY OCCURS 5000 TIMES.
              10 WS-OT-POL          PIC X(12).
              10 WS-OT-TIPO         PIC X(3).
              10 WS-OT-FECHA        PIC X(10).
              10 WS-OT-MONTO        PIC S9(9)V99 COMP-3.
              10 WS-OT-DESC         PIC X(50).
              10 WS-OT-USER         PIC X(8).
              10 WS-OT-USED         PIC X(1).
       01  WS-OT-CNT                PIC S9(4) COMP VALUE 0.
       01  OX                       PIC S9(4) COMP VALUE 0.
       01  WS-DT-TAB.
           05 WS-DT-ENTRY OCCURS 5000 TIMES.
              10 WS-DT-POL          PIC X(12).
              10 WS-DT-TIPO         PIC X(3).
              10 WS-DT-FECHA        PIC X(10).
              10 WS-DT-MONTO        PIC S9(9)V99 COMP-3.
              10 WS-DT-DESC         PIC X(50).
              10 WS-DT-USER         PIC X(8).
              10 WS-DT-USED         PIC X(1).
       01  WS-DT-CNT                PIC S9(4) COMP VALUE 0.
       01  DX                       PIC S9(4) COMP VALUE 0.
       01  WS-TRAIL-MAX             PIC S9(4) COMP VALUE 5000.
       01  WS-MV-FECHA              PIC X(10).
       01  WS-MV-HORA               PIC X(8).
       01  WS-MV-POL                PIC X(12).
       01  WS-MV-TIPO               PIC X(3).
       01  WS-MV-MONTO              PIC S9(9)V99 COMP-3.
       01  WS-MV-DESC               PIC X(50).
       01  WS-MV-USER               PIC X(8).
      *--------------------------------------------------------------*
      * RESULTADO A GRABAR EN V2D2_RPLRES Y A IMPRIMIR. RS-TYPE: 'T' *
      * TRANSACCION CAPTURADA, 'X' RASTRO SIN TRANSACCION, 'E'       *
      * ESTADO DISTINTO SIN TRANSACCION.                             *
      *--------------------------------------------------------------*
       01  WS-RS-TYPE               PIC X(1).
       01  WS-RS-SEQ                PIC S9(9) COMP VALUE 0.
       01  WS-RS-POL                PIC X(12).
       01  WS-RS-TIPO               PIC X(3).
       01  WS-RS-RESULT             PIC X(1).
       01  WS-RS-REASON             PIC X(40).
       01  WS-RS-LABEL              PIC X(6).
       01  WS-RS-VERDICT            PIC X(9).
       01  WS-X-SEQ                 PIC S9(9) COMP VALUE 0.
       01  WS-N-TRX                 PIC S9(9) COMP VALUE 0.
       01  WS-N-PASS                PIC S9(9) COMP VALUE 0.
       01  WS-N-FAIL                PIC S9(9) COMP VALUE 0.
       01  WS-N-EXTRA               PIC S9(9) COMP VALUE 0.
       01  WS-N-STATE               PIC S9(9) COMP VALUE 0.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2ERR.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(20).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-MODE WS-PARM-JOBID
           END-UNSTRING.
           IF WS-MODE NOT = 'PREP' AND WS-MODE NOT = 'COMPARE'
             DISPLAY 'V2D2RPLY: USE PARM=''PREP|COMPARE,JOBID'''
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO WS-TOK-RJ.
           MOVE FUNCTION TRIM(WS-PARM-JOBID) TO WS-TOK-RJ.
           INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'.
           IF WS-TOK-RJ NOT NUMERIC
             DISPLAY 'V2D2RPLY: JOBID INVALIDO (' WS-PARM-JOBID ')'
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
             DISPLAY 'V2D2RPLY: JOB NO ENCONTRADO ' WS-JOBID-DISP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF DCL-STATUS = 'A' OR DCL-STATUS = 'P'
             DISPLAY 'V2D2RPLY: JOB ' WS-JOBID-DISP ' TODAVIA NO'
               ' CONVERTIDO (STATUS ' DCL-STATUS ')'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-MODE = 'PREP'
             PERFORM PREPARE-COPIES
           ELSE
             PERFORM COMPARE-REPLAY
           END-IF.
           IF WS-RUN-FAILED = 'Y'
             PERFORM REPORT-ERROR
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * PREPARE-COPIES - LAS TABLAS V2D2RPL SE VACIAN Y SE VUELVEN A *
      * LLENAR DESDE IBMUSER; EL RASTRO QUEDA VACIO PARA QUE SOLO    *
      * TENGA LO QUE ESCRIBA EL PROGRAMA CONVERTIDO. DESPUES, LAS    *
      * DOS COPIAS TIENEN QUE PARTIR DEL MISMO ESTADO.               *
      *--------------------------------------------------------------*
       PREPARE-COPIES.
           PERFORM GET-DDL-STRATEGY.
           EXEC SQL
             DELETE FROM V2D2RPL.POL_MOVIMIENTOS
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           IF WS-STRATEGY = 'S'
             EXEC SQL
               DELETE FROM V2D2RPL.POL_AUTO
             END-EXEC
             PERFORM CHECK-COPY-SQL
             EXEC SQL
               DELETE FROM V2D2RPL.POL_VIDA
             END-EXEC
             PERFORM CHECK-COPY-SQL
             EXEC SQL
               DELETE FROM V2D2RPL.POL_HOGAR
             END-EXEC
             PERFORM CHECK-COPY-SQL
           END-IF.
           EXEC SQL
             DELETE FROM V2D2RPL.POL_CUOTAS
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           EXEC SQL
             DELETE FROM V2D2RPL.POL_COBERTURAS
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           EXEC SQL
             DELETE FROM V2D2RPL.POL_CLIENTE
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           EXEC SQL
             DELETE FROM V2D2RPL.POL_POLICY
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           EXEC SQL
             INSERT INTO V2D2RPL.POL_POLICY
             SELECT * FROM IBMUSER.POL_POLICY
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           EXEC SQL
             INSERT INTO V2D2RPL.POL_CLIENTE
             SELECT * FROM IBMUSER.POL_CLIENTE
             WHERE CLI_DOCUMENTO IN
               (SELECT CLI_DOCUMENTO FROM IBMUSER.POL_POLICY
                WHERE JOB_ID = :DCL-JOB-ID)
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           EXEC SQL
             INSERT INTO V2D2RPL.POL_COBERTURAS
             SELECT * FROM IBMUSER.POL_COBERTURAS
             WHERE POL_NUMERO IN
               (SELECT POL_NUMERO FROM IBMUSER.POL_POLICY
                WHERE JOB_ID = :DCL-JOB-ID)
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           EXEC SQL
             INSERT INTO V2D2RPL.POL_CUOTAS
             SELECT * FROM IBMUSER.POL_CUOTAS
             WHERE POL_NUMERO IN
               (SELECT POL_NUMERO FROM IBMUSER.POL_POLICY
                WHERE JOB_ID = :DCL-JOB-ID)
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           IF WS-STRATEGY = 'S'
             EXEC SQL
               INSERT INTO V2D2RPL.POL_AUTO
               SELECT * FROM IBMUSER.POL_AUTO
               WHERE POL_NUMERO IN
                 (SELECT POL_NUMERO FROM IBMUSER.POL_POLICY
                  WHERE JOB_ID = :DCL-JOB-ID)
             END-EXEC
             PERFORM CHECK-COPY-SQL
             EXEC SQL
               INSERT INTO V2D2RPL.POL_VIDA
               SELECT * FROM IBMUSER.POL_VIDA
               WHERE POL_NUMERO IN
                 (SELECT POL_NUMERO FROM IBMUSER.POL_POLICY
                  WHERE JOB_ID = :DCL-JOB-ID)
             END-EXEC
             PERFORM CHECK-COPY-SQL
             EXEC SQL
               INSERT INTO V2D2RPL.POL_HOGAR
               SELECT * FROM IBMUSER.POL_HOGAR
               WHERE POL_NUMERO IN
                 (SELECT POL_NUMERO FROM IBMUSER.POL_POLICY
                  WHERE JOB_ID = :DCL-JOB-ID)
             END-EXEC
             PERFORM CHECK-COPY-SQL
           END-IF.
      *    LOS RESULTADOS DE UN REPLAY ANTERIOR YA NO VALEN.
           EXEC SQL
             DELETE FROM IBMUSER.V2D2_RPLRES
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           PERFORM CHECK-COPY-SQL.
           IF WS-RUN-FAILED = 'Y'
             EXEC SQL ROLLBACK END-EXEC
           ELSE
             EXEC SQL COMMIT END-EXEC
             PERFORM COMPARE-STATE
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             MOVE WS-N-KEYS TO WS-CNT-D1
             DISPLAY 'V2D2RPLY: COPIAS PREPARADAS, ' WS-CNT-D1
               ' POLIZAS COMPARADAS'
             IF WS-DF-CNT > 0
               MOVE WS-DF-CNT TO WS-CNT-D1
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'LAS COPIAS NO PARTEN DEL MISMO ESTADO ('
                 WS-CNT-D1 ' POLIZAS) - VER V2D2BCMP'
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
               PERFORM VARYING FX FROM 1 BY 1
                 UNTIL FX > WS-DF-CNT OR FX > 50
                 DISPLAY '  ' WS-DF-KEY(FX) ' ' WS-DF-KIND(FX) ' '
                   WS-DF-FIELD(FX)
               END-PERFORM
             END-IF
           END-IF.
      *    LAS TABLAS POR SUBTIPO SOLO EXISTEN BAJO DDL_STRATEGY='S'.
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
       CHECK-COPY-SQL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             AND WS-RUN-FAILED NOT = 'Y'
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'COPIA V2D2RPL FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
      *--------------------------------------------------------------*
      * COMPARE-STATE - PASADA CONJUNTA POR CLAVE DEL KSDS (POLDD) Y *
      * DE V2D2RPL.POL_POLICY; SOLO SE GUARDAN LAS CLAVES DISTINTAS. *
      * LAS POLIZAS QUE EL CONVERTIDO DA DE ALTA EN EL REPLAY NO     *
      * LLEVAN JOB_ID Y TAMBIEN SON DEL JOB.                         *
      *--------------------------------------------------------------*
       COMPARE-STATE.
           EXEC SQL DECLARE RSCUR CURSOR FOR
             SELECT POL_NUMERO, POL_SUCURSAL, POL_FECHA_EMISION,
               POL_FECHA_VENC, POL_TIPO, POL_ESTADO, POL_PRIMA_TOTAL,
               COALESCE(CLI_DOCUMENTO, ' '), COALESCE(CLI_NOMBRE, ' '),
               POL_NUM_COBERT, PAG_FORMA, PAG_CUOTAS,
               PAG_MONTO_CUOTA, PAG_DIA_VENC,
               COALESCE(POL_OBSERVACIONES, ' '),
               COALESCE(AUD_USUARIO, ' '),
               COALESCE(AUD_FECHA_ALTA, ' '),
               COALESCE(AUD_FECHA_MODIF, ' '),
               COALESCE(AUD_TERMINAL, ' ')
             FROM V2D2RPL.POL_POLICY
             WHERE JOB_ID = :DCL-JOB-ID
                OR JOB_ID IS NULL
             ORDER BY POL_NUMERO
           END-EXEC.
           MOVE 0 TO WS-DF-CNT WS-N-KEYS WS-N-EXCL.
           MOVE 'N' TO WS-V-EOF WS-D-EOF.
           OPEN INPUT POLFILE.
           IF WS-FS1 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN POLDD FALLO, FILE STATUS=' WS-FS1
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             MOVE LOW-VALUES TO POL-NUMERO
             START POLFILE KEY >= POL-NUMERO
             IF WS-FS1 NOT = '00'
               MOVE 'Y' TO WS-V-EOF
             ELSE
               PERFORM READ-VSAM-STATE
             END-IF
             EXEC SQL OPEN RSCUR END-EXEC
             PERFORM FETCH-DB2-STATE
             PERFORM UNTIL (WS-V-EOF = 'Y' AND WS-D-EOF = 'Y')
               OR WS-RUN-FAILED = 'Y'
               PERFORM MATCH-STATE-KEY
             END-PERFORM
             EXEC SQL CLOSE RSCUR END-EXEC
             CLOSE POLFILE
           END-IF.
       MATCH-STATE-KEY.
           ADD 1 TO WS-N-KEYS.
           EVALUATE TRUE
             WHEN WS-D-EOF = 'Y'
               OR (WS-V-EOF NOT = 'Y' AND POL-NUMERO < WS-DB-NUMERO)
               MOVE POL-NUMERO TO WS-SCX-KEY
               MOVE 0 TO WS-SCX-FOUND
               EXEC SQL
                 SELECT COUNT(*) INTO :WS-SCX-FOUND
                 FROM IBMUSER.V2D2_SCOPEX
                 WHERE JOB_ID = :DCL-JOB-ID
                   AND REC_KEY = :WS-SCX-KEY
               END-EXEC
               IF WS-SCX-FOUND > 0
                 ADD 1 TO WS-N-EXCL
               ELSE
                 MOVE POL-NUMERO TO WS-BS-KEY
                 MOVE 'V' TO WS-DIFF-KIND
                 MOVE 'SOLO EN EL KSDS' TO WS-DIFF-FIELD
                 PERFORM ADD-STATE-DIFF
               END-IF
               PERFORM READ-VSAM-STATE
             WHEN WS-V-EOF = 'Y' OR WS-DB-NUMERO < POL-NUMERO
               MOVE WS-DB-NUMERO TO WS-BS-KEY
               MOVE 'D' TO WS-DIFF-KIND
               MOVE 'SOLO EN DB2' TO WS-DIFF-FIELD
               PERFORM ADD-STATE-DIFF
               PERFORM FETCH-DB2-STATE
             WHEN OTHER
               PERFORM COMPARE-STATE-FIELDS
               IF WS-DIFF-FIELD NOT = SPACES
                 MOVE POL-NUMERO TO WS-BS-KEY
                 MOVE 'C' TO WS-DIFF-KIND
                 PERFORM ADD-STATE-DIFF
               END-IF
               PERFORM READ-VSAM-STATE
               PERFORM FETCH-DB2-STATE
           END-EVALUATE.
       READ-VSAM-STATE.
           READ POLFILE NEXT
             AT END MOVE 'Y' TO WS-V-EOF
           END-READ.
           IF WS-FS1 NOT = '00' AND WS-FS1 NOT = '10'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'READ POLDD FALLO, FILE STATUS=' WS-FS1
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED WS-V-EOF
           END-IF.
       FETCH-DB2-STATE.
           EXEC SQL
             FETCH RSCUR INTO :WS-DB-NUMERO, :WS-DB-SUCURSAL,
               :WS-DB-FECHA-EMISION, :WS-DB-FECHA-VENC,
               :WS-DB-TIPO, :WS-DB-ESTADO, :WS-DB-PRIMA,
               :WS-DB-CLI-DOC, :WS-DB-CLI-NOMBRE,
               :WS-DB-NUM-COBERT, :WS-DB-PAG-FORMA,
               :WS-DB-PAG-CUOTAS, :WS-DB-PAG-MONTO, :WS-DB-PAG-DIA,
               :WS-DB-OBSERV, :WS-DB-AUD-USUARIO, :WS-DB-AUD-ALTA,
               :WS-DB-AUD-MODIF, :WS-DB-AUD-TERMINAL
           END-EXEC.
           IF SQLCODE = 100
             MOVE 'Y' TO WS-D-EOF
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'FETCH V2D2RPL.POL_POLICY FALLO, SQLCODE='
                 WS-SQLCD DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED WS-D-EOF
             END-IF
           END-IF.
      *    EL PRIMER CAMPO DISTINTO ES EL QUE SE INFORMA.
       COMPARE-STATE-FIELDS.
           MOVE SPACES TO WS-DIFF-FIELD.
           EVALUATE TRUE
             WHEN POL-SUCURSAL NOT = WS-DB-SUCURSAL
               MOVE 'POL-SUCURSAL' TO WS-DIFF-FIELD
             WHEN POL-FECHA-EMISION NOT = WS-DB-FECHA-EMISION
               MOVE 'POL-FECHA-EMISION' TO WS-DIFF-FIELD
             WHEN POL-FECHA-VENC NOT = WS-DB-FECHA-VENC
               MOVE 'POL-FECHA-VENC' TO WS-DIFF-FIELD
             WHEN POL-TIPO NOT = WS-DB-TIPO
               MOVE 'POL-TIPO' TO WS-DIFF-FIELD
             WHEN POL-ESTADO NOT = WS-DB-ESTADO
               MOVE 'POL-ESTADO' TO WS-DIFF-FIELD
             WHEN POL-PRIMA-TOTAL NOT = WS-DB-PRIMA
               MOVE 'POL-PRIMA-TOTAL' TO WS-DIFF-FIELD
             WHEN NOT POL-ES-AUTO AND NOT POL-ES-VIDA
               AND NOT POL-ES-HOGAR
               AND CLI-DOCUMENTO NOT = WS-DB-CLI-DOC
               MOVE 'CLI-DOCUMENTO' TO WS-DIFF-FIELD
             WHEN NOT POL-ES-AUTO AND NOT POL-ES-VIDA
               AND NOT POL-ES-HOGAR
               AND CLI-NOMBRE NOT = WS-DB-CLI-NOMBRE
               MOVE 'CLI-NOMBRE' TO WS-DIFF-FIELD
             WHEN POL-NUM-COBERT NOT = WS-DB-NUM-COBERT
               MOVE 'POL-NUM-COBERT' TO WS-DIFF-FIELD
             WHEN PAG-FORMA NOT = WS-DB-PAG-FORMA
               MOVE 'PAG-FORMA' TO WS-DIFF-FIELD
             WHEN PAG-CUOTAS NOT = WS-DB-PAG-CUOTAS
               MOVE 'PAG-CUOTAS' TO WS-DIFF-FIELD
             WHEN PAG-MONTO-CUOTA NOT = WS-DB-PAG-MONTO
               MOVE 'PAG-MONTO-CUOTA' TO WS-DIFF-FIELD
             WHEN PAG-DIA-VENC NOT = WS-DB-PAG-DIA
               MOVE 'PAG-DIA-VENC' TO WS-DIFF-FIELD
             WHEN POL-OBSERVACIONES NOT = WS-DB-OBSERV
               MOVE 'POL-OBSERVACIONES' TO WS-DIFF-FIELD
             WHEN AUD-USUARIO NOT = WS-DB-AUD-USUARIO
               MOVE 'AUD-USUARIO' TO WS-DIFF-FIELD
             WHEN AUD-FECHA-ALTA NOT = WS-DB-AUD-ALTA
               MOVE 'AUD-FECHA-ALTA' TO WS-DIFF-FIELD
             WHEN AUD-FECHA-MODIF NOT = WS-DB-AUD-MODIF
               MOVE 'AUD-FECHA-MODIF' TO WS-DIFF-FIELD
             WHEN AUD-TERMINAL NOT = WS-DB-AUD-TERMINAL
               MOVE 'AUD-TERMINAL' TO WS-DIFF-FIELD
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       ADD-STATE-DIFF.
           IF WS-DF-CNT >= WS-DF-MAX
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'MAS DE 5000 POLIZAS DISTINTAS - LAS COPIAS NO'
               ' SON COMPARABLES' DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             ADD 1 TO WS-DF-CNT
             MOVE WS-BS-KEY TO WS-DF-KEY(WS-DF-CNT)
             MOVE WS-DIFF-KIND TO WS-DF-KIND(WS-DF-CNT)
             MOVE WS-DIFF-FIELD TO WS-DF-FIELD(WS-DF-CNT)
             MOVE 'N' TO WS-DF-USED(WS-DF-CNT)
           END-IF.
       FIND-STATE-DIFF.
           MOVE 'N' TO WS-BS-FOUND.
           MOVE 1 TO WS-BS-LO.
           MOVE WS-DF-CNT TO WS-BS-HI.
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR WS-BS-FOUND = 'Y'
             COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
             EVALUATE TRUE
               WHEN WS-DF-KEY(WS-BS-MID) = WS-BS-KEY
                 MOVE 'Y' TO WS-BS-FOUND
               WHEN WS-DF-KEY(WS-BS-MID) < WS-BS-KEY
                 COMPUTE WS-BS-LO = WS-BS-MID + 1
               WHEN OTHER
                 COMPUTE WS-BS-HI = WS-BS-MID - 1
             END-EVALUATE
           END-PERFORM.
      *--------------------------------------------------------------*
      * COMPARE-REPLAY - ESTADO FINAL, LOS DOS RASTROS Y, POR CADA   *
      * TRANSACCION CAPTURADA, SU VEREDICTO.                         *
      *--------------------------------------------------------------*
       COMPARE-REPLAY.
           PERFORM COMPARE-STATE.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM LOAD-ORIGINAL-TRAIL
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM LOAD-CONVERTED-TRAIL
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_RPLRES
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'DELETE V2D2_RPLRES FALLO, SQLCODE=' WS-SQLCD
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             OPEN OUTPUT RPTFILE
             IF WS-FS4 NOT = '00'
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'OPEN RPTDD FALLO, FILE STATUS=' WS-FS4
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM WRITE-REPORT-HEADER
             PERFORM REPLAY-CAPTURED
             IF WS-RUN-FAILED NOT = 'Y'
               PERFORM REPORT-UNEXPLAINED
             END-IF
             PERFORM WRITE-REPORT-TOTALS
             CLOSE RPTFILE
           END-IF.
           IF WS-RUN-FAILED = 'Y'
             EXEC SQL ROLLBACK END-EXEC
           ELSE
             EXEC SQL COMMIT END-EXEC
             IF WS-N-FAIL > 0 OR WS-N-EXTRA > 0 OR WS-N-STATE > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
       LOAD-ORIGINAL-TRAIL.
           OPEN INPUT MOVFILE.
           IF WS-FS2 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN MOVDD FALLO, FILE STATUS=' WS-FS2
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y' OR WS-RUN-FAILED = 'Y'
               READ MOVFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   IF WS-OT-CNT >= WS-TRAIL-MAX
                     MOVE SPACES TO WS-ERR-TEXT
                     STRING 'MAS DE 5000 MOVIMIENTOS EN MOVDD'
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                     MOVE 'Y' TO WS-RUN-FAILED
                   ELSE
                     ADD 1 TO WS-OT-CNT
                     MOVE MOV-POLIZA TO WS-OT-POL(WS-OT-CNT)
                     MOVE MOV-TIPO-MOV TO WS-OT-TIPO(WS-OT-CNT)
                     MOVE MOV-FECHA TO WS-OT-FECHA(WS-OT-CNT)
                     MOVE MOV-MONTO TO WS-OT-MONTO(WS-OT-CNT)
                     MOVE MOV-DESCRIPCION TO WS-OT-DESC(WS-OT-CNT)
                     MOVE MOV-USUARIO TO WS-OT-USER(WS-OT-CNT)
                     MOVE 'N' TO WS-OT-USED(WS-OT-CNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MOVFILE
           END-IF.
       LOAD-CONVERTED-TRAIL.
           EXEC SQL DECLARE RMCUR CURSOR FOR
             SELECT MOV_FECHA, MOV_HORA, MOV_POLIZA, MOV_TIPO_MOV,
               MOV_MONTO, COALESCE(MOV_DESCRIPCION, ' '), MOV_USUARIO
             FROM V2D2RPL.POL_MOVIMIENTOS
             ORDER BY MOV_SEQ
           END-EXEC.
           EXEC SQL OPEN RMCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH RMCUR INTO :WS-MV-FECHA, :WS-MV-HORA,
                 :WS-MV-POL, :WS-MV-TIPO, :WS-MV-MONTO,
                 :WS-MV-DESC, :WS-MV-USER
             END-EXEC
             IF SQLCODE = 0
               IF WS-DT-CNT >= WS-TRAIL-MAX
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'MAS DE 5000 MOVIMIENTOS EN V2D2RPL'
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE 100 TO SQLCODE
               ELSE
                 ADD 1 TO WS-DT-CNT
                 MOVE WS-MV-POL TO WS-DT-POL(WS-DT-CNT)
                 MOVE WS-MV-TIPO TO WS-DT-TIPO(WS-DT-CNT)
                 MOVE WS-MV-FECHA TO WS-DT-FECHA(WS-DT-CNT)
                 MOVE WS-MV-MONTO TO WS-DT-MONTO(WS-DT-CNT)
                 MOVE WS-MV-DESC TO WS-DT-DESC(WS-DT-CNT)
                 MOVE WS-MV-USER TO WS-DT-USER(WS-DT-CNT)
                 MOVE 'N' TO WS-DT-USED(WS-DT-CNT)
               END-IF
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH V2D2RPL.POL_MOVIMIENTOS FALLO, SQLCODE='
               WS-SQLCD DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE RMCUR END-EXEC.
      *--------------------------------------------------------------*
      * REPLAY-CAPTURED - CADA TRANSACCION TOMA EL PRIMER MOVIMIENTO *
      * LIBRE DE SU POLIZA Y TIPO EN CADA RASTRO.                    *
      *--------------------------------------------------------------*
       REPLAY-CAPTURED.
           OPEN INPUT CAPFILE.
           IF WS-FS3 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN CAPDD FALLO, FILE STATUS=' WS-FS3
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y' OR WS-RUN-FAILED = 'Y'
               READ CAPFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM JUDGE-TRANSACTION
               END-READ
             END-PERFORM
             CLOSE CAPFILE
           END-IF.
       JUDGE-TRANSACTION.
           ADD 1 TO WS-N-TRX.
           PERFORM VARYING OX FROM 1 BY 1
             UNTIL OX > WS-OT-CNT
                OR (WS-OT-USED(OX) = 'N'
                    AND WS-OT-POL(OX) = CAP-POLIZA
                    AND WS-OT-TIPO(OX) = CAP-TIPO-MOV)
             CONTINUE
           END-PERFORM.
           IF OX <= WS-OT-CNT
             MOVE 'Y' TO WS-OT-USED(OX)
           END-IF.
           PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > WS-DT-CNT
                OR (WS-DT-USED(DX) = 'N'
                    AND WS-DT-POL(DX) = CAP-POLIZA
                    AND WS-DT-TIPO(DX) = CAP-TIPO-MOV)
             CONTINUE
           END-PERFORM.
           IF DX <= WS-DT-CNT
             MOVE 'Y' TO WS-DT-USED(DX)
           END-IF.
      *    EL ESTADO FINAL DE LA POLIZA ES DE TODAS SUS TRANSACCIONES.
           MOVE CAP-POLIZA TO WS-BS-KEY.
           PERFORM FIND-STATE-DIFF.
           IF WS-BS-FOUND = 'Y'
             MOVE 'Y' TO WS-DF-USED(WS-BS-MID)
           END-IF.
           MOVE SPACES TO WS-RS-REASON.
           EVALUATE TRUE
             WHEN OX > WS-OT-CNT AND DX > WS-DT-CNT
               MOVE 'NINGUN LADO LA REGISTRO' TO WS-RS-REASON
             WHEN OX > WS-OT-CNT
               MOVE 'EL ORIGINAL NO LA REGISTRO' TO WS-RS-REASON
             WHEN DX > WS-DT-CNT
               MOVE 'EL CONVERTIDO NO LA REGISTRO' TO WS-RS-REASON
             WHEN WS-OT-MONTO(OX) NOT = WS-DT-MONTO(DX)
               MOVE 'RASTRO DIFIERE: MONTO' TO WS-RS-REASON
             WHEN WS-OT-DESC(OX) NOT = WS-DT-DESC(DX)
               MOVE 'RASTRO DIFIERE: DESCRIPCION' TO WS-RS-REASON
             WHEN WS-OT-USER(OX) NOT = WS-DT-USER(DX)
               MOVE 'RASTRO DIFIERE: USUARIO' TO WS-RS-REASON
             WHEN WS-OT-FECHA(OX) NOT = WS-DT-FECHA(DX)
               MOVE 'RASTRO DIFIERE: FECHA' TO WS-RS-REASON
             WHEN WS-BS-FOUND = 'Y'
               AND WS-DF-KIND(WS-BS-MID) = 'C'
               STRING 'ESTADO DIFIERE: ' WS-DF-FIELD(WS-BS-MID)
                 DELIMITED BY SIZE INTO WS-RS-REASON
             WHEN WS-BS-FOUND = 'Y'
               STRING 'ESTADO: ' WS-DF-FIELD(WS-BS-MID)
                 DELIMITED BY SIZE INTO WS-RS-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE 'T' TO WS-RS-TYPE.
           MOVE WS-N-TRX TO WS-RS-SEQ.
           MOVE CAP-POLIZA TO WS-RS-POL.
           MOVE CAP-TIPO-MOV TO WS-RS-TIPO.
           IF WS-RS-REASON = SPACES
             MOVE 'P' TO WS-RS-RESULT
             ADD 1 TO WS-N-PASS
           ELSE
             MOVE 'F' TO WS-RS-RESULT
             ADD 1 TO WS-N-FAIL
           END-IF.
           PERFORM RECORD-RESULT.
      *--------------------------------------------------------------*
      * REPORT-UNEXPLAINED - LO QUE NINGUNA TRANSACCION CAPTURADA    *
      * EXPLICA: MOVIMIENTOS SOBRANTES DE CUALQUIER LADO Y POLIZAS   *
      * CON ESTADO DISTINTO QUE NADIE TOCO. TODO ELLO HACE FALLAR.   *
      *--------------------------------------------------------------*
       REPORT-UNEXPLAINED.
           MOVE 'F' TO WS-RS-RESULT.
           MOVE 'X' TO WS-RS-TYPE.
           PERFORM VARYING OX FROM 1 BY 1
             UNTIL OX > WS-OT-CNT OR WS-RUN-FAILED = 'Y'
             IF WS-OT-USED(OX) = 'N'
               MOVE 'Y' TO WS-OT-USED(OX)
               PERFORM VARYING DX FROM 1 BY 1
                 UNTIL DX > WS-DT-CNT
                    OR (WS-DT-USED(DX) = 'N'
                        AND WS-DT-POL(DX) = WS-OT-POL(OX)
                        AND WS-DT-TIPO(DX) = WS-OT-TIPO(OX))
                 CONTINUE
               END-PERFORM
               IF DX <= WS-DT-CNT
                 MOVE 'Y' TO WS-DT-USED(DX)
                 MOVE 'AMBOS LO REGISTRAN - NO ESTA EN LA CAPTURA'
                   TO WS-RS-REASON
               ELSE
                 MOVE 'SOLO EN EL RASTRO DEL ORIGINAL'
                   TO WS-RS-REASON
               END-IF
               MOVE WS-OT-POL(OX) TO WS-RS-POL
               MOVE WS-OT-TIPO(OX) TO WS-RS-TIPO
               PERFORM RECORD-UNEXPLAINED
             END-IF
           END-PERFORM.
           PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > WS-DT-CNT OR WS-RUN-FAILED = 'Y'
             IF WS-DT-USED(DX) = 'N'
               MOVE 'Y' TO WS-DT-USED(DX)
               MOVE 'SOLO EN EL RASTRO DEL CONVERTIDO'
                 TO WS-RS-REASON
               MOVE WS-DT-POL(DX) TO WS-RS-POL
               MOVE WS-DT-TIPO(DX) TO WS-RS-TIPO
               PERFORM RECORD-UNEXPLAINED
             END-IF
           END-PERFORM.
           MOVE 'E' TO WS-RS-TYPE.
           MOVE 0 TO WS-X-SEQ.
           PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > WS-DF-CNT OR WS-RUN-FAILED = 'Y'
             IF WS-DF-USED(FX) = 'N'
               MOVE SPACES TO WS-RS-REASON
               IF WS-DF-KIND(FX) = 'C'
                 STRING 'ESTADO DIFIERE: ' WS-DF-FIELD(FX)
                   DELIMITED BY SIZE INTO WS-RS-REASON
               ELSE
                 STRING 'ESTADO: ' WS-DF-FIELD(FX)
                   DELIMITED BY SIZE INTO WS-RS-REASON
               END-IF
               MOVE WS-DF-KEY(FX) TO WS-RS-POL
               MOVE SPACES TO WS-RS-TIPO
               ADD 1 TO WS-N-STATE
               PERFORM RECORD-UNEXPLAINED
             END-IF
           END-PERFORM.
       RECORD-UNEXPLAINED.
           ADD 1 TO WS-X-SEQ.
           MOVE WS-X-SEQ TO WS-RS-SEQ.
           IF WS-RS-TYPE = 'X'
             ADD 1 TO WS-N-EXTRA
           END-IF.
           PERFORM RECORD-RESULT.
       RECORD-RESULT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_RPLRES
             (JOB_ID, ROW_TYPE, ROW_SEQ, POL_NUMERO, TIPO_MOV,
              RESULT, REASON, RUN_TS)
             VALUES (:DCL-JOB-ID, :WS-RS-TYPE, :WS-RS-SEQ,
              :WS-RS-POL, :WS-RS-TIPO, :WS-RS-RESULT,
              :WS-RS-REASON, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'INSERT V2D2_RPLRES FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED WS-EOF
           END-IF.
           EVALUATE WS-RS-TYPE
             WHEN 'T'
               MOVE WS-RS-SEQ TO WS-SEQ-D
               MOVE WS-SEQ-D TO WS-RS-LABEL
             WHEN 'X'
               MOVE 'EXTRA' TO WS-RS-LABEL
             WHEN OTHER
               MOVE 'ESTADO' TO WS-RS-LABEL
           END-EVALUATE.
           IF WS-RS-RESULT = 'P'
             MOVE 'PASA' TO WS-RS-VERDICT
           ELSE
             MOVE 'FALLA' TO WS-RS-VERDICT
           END-IF.
           MOVE SPACES TO WS-LINE-BUF.
           STRING WS-RS-LABEL ' ' WS-RS-TIPO ' ' WS-RS-POL ' '
             WS-RS-VERDICT ' ' WS-RS-REASON
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
      *--------------------------------------------------------------*
      * REPORTE PARA ADJUNTAR A LA CERTIFICACION                     *
      *--------------------------------------------------------------*
       WRITE-REPORT-HEADER.
           MOVE ALL '=' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           STRING 'V2D2RPLY - REPLAY DE TRANSACCIONES  JOB '
             WS-JOBID-DISP ' ' DCL-MEMBER
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           STRING 'ORIGINAL CONTRA COPIA DEL KSDS ' DCL-SOURCE-DSN
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE 'CONVERTIDO CONTRA LAS TABLAS V2D2RPL'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE ALL '=' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE 'SEQ    TIP POLIZA       RESULTADO MOTIVO'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE ALL '-' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-TRX TO WS-CNT-D1.
           STRING 'TRANSACCIONES CAPTURADAS:      ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-PASS TO WS-CNT-D1.
           STRING '  PASAN:                       ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-FAIL TO WS-CNT-D1.
           STRING '  FALLAN:                      ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-EXTRA TO WS-CNT-D1.
           STRING 'MOVIMIENTOS SIN TRANSACCION:   ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-STATE TO WS-CNT-D1.
           STRING 'POLIZAS DISTINTAS SIN TRANSAC.:' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-KEYS TO WS-CNT-D1.
           STRING 'POLIZAS COMPARADAS:            ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           MOVE WS-N-EXCL TO WS-CNT-D1.
           STRING '  EXCLUIDAS POR ALCANCE:       ' WS-CNT-D1
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE ALL '=' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           IF WS-RUN-FAILED = 'Y'
             MOVE '** CORRIDA CON ERRORES - REPORTE NO VALIDO'
               TO WS-LINE-BUF
           ELSE
             IF WS-N-FAIL > 0 OR WS-N-EXTRA > 0 OR WS-N-STATE > 0
               MOVE 'RESULTADO: FALLA' TO WS-LINE-BUF
             ELSE
               MOVE 'RESULTADO: PASA' TO WS-LINE-BUF
             END-IF
           END-IF.
           PERFORM WRITE-ONE-LINE.
           DISPLAY 'V2D2RPLY: ' WS-LINE-BUF.
           MOVE WS-N-TRX TO WS-CNT-D1.
           DISPLAY 'V2D2RPLY: TRANSACCIONES ' WS-CNT-D1.
           MOVE WS-N-FAIL TO WS-CNT-D1.
           DISPLAY 'V2D2RPLY: FALLAN        ' WS-CNT-D1.
       WRITE-ONE-LINE.
           MOVE WS-LINE-BUF TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-FS4 NOT = '00'
             DISPLAY 'V2D2RPLY: WRITE RPTDD FALLO, FILE STATUS='
               WS-FS4
           END-IF.
       REPORT-ERROR.
           MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID.
           MOVE 'V2D2RPLY' TO DCL-ERR-STEP.
           MOVE WS-ERR-TEXT TO DCL-ERR-TEXT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ERRORS
             (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
             VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
              :DCL-ERR-STEP, :DCL-ERR-TEXT)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2RPLY: ' WS-ERR-TEXT.
