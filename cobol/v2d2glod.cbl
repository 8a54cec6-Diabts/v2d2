      * not do - the inventory keeps its signed amounts packed. A     *
      * packed slice that still turns out invalid (the base view of   *
      * a discriminated record can hold the other view's text)        *
      * rejects the record instead of abending. 300 fields max.      *
      * GENDD must be the sequential unload of the source file (the   *
      * REPRO extract), records up to 2000 bytes.                     *
      *                                                               *
      * The operator's scoping rules (V2D2_SCOPE, via V2D2SCOP) apply *
      * as in V2D2LOAD: an out-of-scope record is copied as read to   *
      * ARCHDD and noted on V2D2_SCOPEX under 'REC#' + its ordinal -  *
      * the same position the checkpoint uses, since a generic file   *
      * need not have a key.                                          *
      *                                                               *
      * Every checkpoint also leaves a throughput sample on           *
      * V2D2_THRUPUT through V2D2TPUT, as V2D2LOAD does: position     *
      * (the read ordinal), rate per minute and projected finish.     *
      *                                                               *
      * A file whose FD has several 01 records (V2D2_RECTYPES, from   *
      * V2D2RUNA) loads record by record with the layout its type     *
      * value selects: each type has its own field list (the fields   *
      * cataloged under that REC_NAME) and its own TARGET_TABLE, and  *
      * types marked LOAD_ACTION 'S' (headers and trailers, by        *
      * default) are read but not loaded. A record matching no type   *
      * is a reject. Only records of a loaded type go through the     *
      * scoping rules, and only the rules on that type's fields       *
      * apply to them. The variable-group support above is for single *
      * layout files only. When one of the types is a trailer, the    *
      * whole of GENDD is read first and the trailer's count and      *
      * total are balanced against the detail records actually there  *
      * (the count may cover the details or every record). A missing  *
      * or duplicated trailer, or a difference, is handled as         *
      * V2D2_FILES.CTL_ACTION says: 'F' (the default) fails the job   *
      * before anything is loaded; 'Q' copies the file as read to     *
      * QUADD, marks it MIG_STATUS 'Q', leaves the job status alone   *
      * and ends with RETURN-CODE 4.                                  *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GENFILE ASSIGN TO GENDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS1.
           SELECT ARCHFILE ASSIGN TO ARCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FS.
           SELECT QUAFILE ASSIGN TO QUADD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUA-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  GENFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-REC-LEN.
       01  GEN-RECORD               PIC X(2000).
       FD  ARCHFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-ARC-LEN.
       01  ARC-RECORD               PIC X(2000).
       FD  QUAFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-QUA-LEN.
       01  QUA-RECORD               PIC X(2000).
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-REC-LEN               PIC S9(9) COMP VALUE 0.
      * IN-CORE FIELD CATALOG, LOADED ONCE FROM V2D2_FIELDS.         *
      *--------------------------------------------------------------*
       01  WS-FLD-TAB.
           05 WS-FLD-ENTRY OCCURS 300 TIMES.
              10 WS-FLD-NAME        PIC X(30).
              10 WS-FLD-REC         PIC X(30).
              10 WS-FLD-COL         PIC X(30).
              10 WS-FLD-USAGE       PIC X(8).
              10 WS-FLD-OFS         PIC S9(9) COMP.
       01  WS-OCL-LIST              PIC X(2000) VALUE SPACES.
       01  WS-OCL-PTR               PIC S9(9) COMP VALUE 1.
       01  WS-OCL-LEN               PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * REGLAS DE ALCANCE: EL REGISTRO EXCLUIDO VA TAL CUAL A ARCHDD *
      * (MISMO LARGO QUE EN GENDD) Y SU POSICION A V2D2_SCOPEX.      *
      *--------------------------------------------------------------*
       01  WS-SCOPE-MODE            PIC X VALUE 'N'.
       01  WS-SCOPE-TEST            PIC X VALUE 'N'.
       01  WS-EXCL-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-ARC-FS                PIC XX.
       01  WS-ARC-OPEN              PIC X VALUE 'N'.
       01  WS-ARC-LEN               PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * VARIOS TIPOS DE REGISTRO POR ARCHIVO (V2D2_RECTYPES). CADA   *
      * TIPO LLEVA SU TRAMO DEL CATALOGO DE CAMPOS (LOS DE SU        *
      * REC_NAME, CONTIGUOS POR FIELD_SEQ), SU LISTA DE COLUMNAS Y   *
      * SU TABLA; LOS CAMPOS DE CONTROL SE UBICAN EN ESE TRAMO.      *
      *--------------------------------------------------------------*
       01  WS-MULTI-MODE            PIC X VALUE 'N'.
       01  WS-RT-TAB.
           05 WS-RT-ENTRY OCCURS 10 TIMES.
              10 WS-RT-NAME         PIC X(30).
              10 WS-RT-ROLE         PIC X(1).
              10 WS-RT-ACTION       PIC X(1).
              10 WS-RT-TABLE        PIC X(30).
              10 WS-RT-TOFS         PIC S9(9) COMP.
              10 WS-RT-TLEN         PIC S9(9) COMP.
              10 WS-RT-TVALUE       PIC X(15).
              10 WS-RT-CNTFLD       PIC X(30).
              10 WS-RT-TOTFLD       PIC X(30).
              10 WS-RT-SUMFLD       PIC X(30).
              10 WS-RT-FX-LO        PIC S9(4) COMP.
              10 WS-RT-FX-HI        PIC S9(4) COMP.
              10 WS-RT-CNT-FX       PIC S9(4) COMP.
              10 WS-RT-TOT-FX       PIC S9(4) COMP.
              10 WS-RT-SUM-FX       PIC S9(4) COMP.
              10 WS-RT-COLS         PIC X(4000).
              10 WS-RT-COLLEN       PIC S9(9) COMP.
              10 WS-RT-LOADED       PIC S9(9) COMP.
              10 WS-RT-SKIPPED      PIC S9(9) COMP.
       01  WS-RT-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-RT-HIT                PIC S9(4) COMP VALUE 0.
       01  RX                       PIC S9(4) COMP VALUE 0.
       01  WS-FX-LO                 PIC S9(4) COMP VALUE 1.
       01  WS-FX-HI                 PIC S9(4) COMP VALUE 0.
       01  WS-INS-TABLE             PIC X(30) VALUE SPACES.
      *--------------------------------------------------------------*
      * CONTROL DE COLA - PASADA PREVIA SOBRE TODO GENDD. LOS        *
      * IMPORTES SE LLEVAN YA ESCALADOS (CADA TIPO PUEDE TENER SU    *
      * PROPIA ESCALA). WS-CTL-OK: 'Y' CUADRA, 'N' NO CUADRA, 'Q'    *
      * ARCHIVO EN CUARENTENA.                                       *
      *--------------------------------------------------------------*
       01  WS-CTL-MODE              PIC X VALUE 'N'.
       01  WS-CTL-ACTION            PIC X VALUE 'F'.
       01  WS-CTL-OK                PIC X VALUE 'Y'.
       01  WS-CTL-BAD               PIC X VALUE 'N'.
       01  WS-CTL-HAS-CNT           PIC X VALUE 'N'.
       01  WS-CTL-HAS-TOT           PIC X VALUE 'N'.
       01  WS-CTL-HAS-SUM           PIC X VALUE 'N'.
       01  WS-CTL-READ              PIC S9(9) COMP VALUE 0.
       01  WS-CTL-DET-CNT           PIC S9(9) COMP VALUE 0.
       01  WS-CTL-TRL-SEEN          PIC S9(4) COMP VALUE 0.
       01  WS-CTL-TRL-CNT           PIC S9(15)V9(4) COMP-3 VALUE 0.
       01  WS-CTL-TRL-TOT           PIC S9(15)V9(4) COMP-3 VALUE 0.
       01  WS-CTL-DET-SUM           PIC S9(15)V9(4) COMP-3 VALUE 0.
       01  WS-CTL-VAL               PIC S9(15)V9(4) COMP-3 VALUE 0.
       01  WS-CTL-CNT-ED            PIC Z(14)9.
       01  WS-CTL-CNT-ED2           PIC Z(14)9.
       01  WS-CTL-AMT-ED            PIC -(14)9.99.
       01  WS-CTL-AMT-ED2           PIC -(14)9.99.
       01  WS-QUA-FS                PIC XX.
       01  WS-QUA-LEN               PIC S9(9) COMP VALUE 0.
       01  WS-QUA-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-SCP-AREA.
           COPY V2D2SCP.
       01  WS-TPT-MODE              PIC X VALUE 'N'.
       01  WS-TPT-AREA.
           COPY V2D2TPT.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2FDS.
       COPY V2D2ODO.
       COPY V2D2RTY.
       COPY V2D2STH.
       COPY V2D2ERR.
       COPY V2D2SCX.
       LINKAGE SECTION.
       01  LK-PARM-JOBID             PIC X(9).
       PROCEDURE DIVISION USING LK-PARM-JOBID.
             PERFORM FAIL-JOB
             GOBACK
           END-IF.
           PERFORM LOAD-RECORD-TYPES.
           IF WS-MULTI-MODE = 'Y'
             DISPLAY 'V2D2GLOD: CARGANDO ' WS-TABLE-NAME
               ' CON ' WS-FLD-CNT ' CAMPOS EN ' WS-RT-CNT
               ' TIPOS DE REGISTRO'
           ELSE
             MOVE 1 TO WS-FX-LO
             MOVE WS-FLD-CNT TO WS-FX-HI
             MOVE WS-TABLE-NAME TO WS-INS-TABLE
             PERFORM BUILD-COLUMN-LIST
             PERFORM LOAD-ODO-CATALOG
             DISPLAY 'V2D2GLOD: CARGANDO ' WS-TABLE-NAME
               ' CON ' WS-FLD-CNT ' CAMPOS'
           END-IF.
           PERFORM CLAIM-JOB.
           IF WS-CLAIM-OK NOT = 'Y'
             GOBACK
           END-IF.
      *    LA COLA SE CUADRA ANTES DE TOCAR NADA: UN ARCHIVO QUE NO
      *    CUADRA NO CARGA NI UN REGISTRO.
           IF WS-CTL-MODE = 'Y'
             PERFORM CHECK-CONTROL-TOTALS
             IF WS-JOB-FAILED = 'Y' OR WS-CTL-OK = 'Q'
               GOBACK
             END-IF
           END-IF.
           PERFORM INIT-SCOPE-RULES.
           IF WS-JOB-FAILED = 'Y'
             GOBACK
           END-IF.
           OPEN INPUT GENFILE.
           IF WS-FS1 NOT = '00'
             STRING 'OPEN GENDD FALLO, FILE STATUS='
             PERFORM FAIL-JOB
             GOBACK
           END-IF.
           PERFORM INIT-THRUPUT.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-JOB-FAILED = 'Y'
             READ GENFILE
               AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.
           CLOSE GENFILE.
           IF WS-ARC-OPEN = 'Y'
             CLOSE ARCHFILE
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             EXEC SQL
               UPDATE IBMUSER.V2D2_JOBS
                 SET VSAM_COUNT = :WS-LOADED-CNT,
                     RECORDS_PROCESSED = :WS-LOADED-CNT,
                     REJECT_COUNT = :WS-REJECT-CNT,
                     EXCL_COUNT =
                       (SELECT COUNT(*)
                        FROM IBMUSER.V2D2_SCOPEX
                        WHERE JOB_ID = :DCL-JOB-ID),
                     EXCL_TOTAL =
                       (SELECT COALESCE(SUM(PRIMA), 0)
                        FROM IBMUSER.V2D2_SCOPEX
                        WHERE JOB_ID = :DCL-JOB-ID),
                     CHECKPOINT_KEY = NULL,
                     STATUS = 'M',
                     LOAD_TS = CURRENT TIMESTAMP,
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2GLOD: ' WS-LOADED-CNT ' CARGADOS, '
             WS-REJECT-CNT ' RECHAZADOS'.
           IF WS-EXCL-CNT > 0
             DISPLAY 'V2D2GLOD: ' WS-EXCL-CNT
               ' REGISTROS EXCLUIDOS POR ALCANCE (ARCHDD)'
           END-IF.
           PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > WS-RT-CNT OR WS-MULTI-MODE = 'N'
             IF WS-RT-ACTION(RX) = 'L'
               DISPLAY 'V2D2GLOD: ' WS-RT-NAME(RX) ' -> '
                 WS-RT-TABLE(RX) ' ' WS-RT-LOADED(RX) ' CARGADOS'
             ELSE
               DISPLAY 'V2D2GLOD: ' WS-RT-NAME(RX) ' '
                 WS-RT-SKIPPED(RX) ' SALTEADOS'
             END-IF
           END-PERFORM.
           GOBACK.
      *--------------------------------------------------------------*
      * LOAD-FIELD-CATALOG - EL ARCHIVO FUENTE DEL JOB ES EL QUE SE  *
           MOVE SPACES TO WS-TABLE-NAME.
           MOVE SPACE TO WS-SOURCE-ORG.
           EXEC SQL
             SELECT FILE_NAME, ORGANIZATION,
               COALESCE(CTL_ACTION, 'F')
             INTO :WS-TABLE-NAME, :WS-SOURCE-ORG, :WS-CTL-ACTION
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY CASE ORGANIZATION
           MOVE WS-TABLE-NAME TO DCL-FDS-FILE.
           EXEC SQL DECLARE FLDCUR CURSOR FOR
             SELECT FIELD_NAME, FIELD_USAGE, FIELD_OFFSET,
               FIELD_LENGTH, FIELD_SCALE, PIC_CLAUSE,
               COALESCE(REC_NAME, ' ')
             FROM IBMUSER.V2D2_FIELDS
             WHERE JOB_ID = :DCL-FDS-JOB-ID
               AND FILE_NAME = :DCL-FDS-FILE
             ORDER BY FIELD_SEQ
           END-EXEC.
           EXEC SQL OPEN FLDCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-FLD-CNT >= 300
             EXEC SQL
               FETCH FLDCUR
               INTO :DCL-FDS-NAME, :DCL-FDS-USAGE,
                 :DCL-FDS-OFFSET, :DCL-FDS-LENGTH,
                 :DCL-FDS-SCALE, :DCL-FDS-PIC, :DCL-FDS-RECNAME
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-FLD-CNT
               MOVE DCL-FDS-NAME TO WS-FLD-NAME(WS-FLD-CNT)
               MOVE DCL-FDS-RECNAME TO WS-FLD-REC(WS-FLD-CNT)
               MOVE DCL-FDS-NAME TO WS-FLD-COL(WS-FLD-CNT)
               INSPECT WS-FLD-COL(WS-FLD-CNT)
                 REPLACING ALL '-' BY '_'
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE FLDCUR END-EXEC.
      *    EL TRAMO WS-FX-LO..WS-FX-HI: TODO EL CATALOGO, O EL DE UN
      *    TIPO DE REGISTRO.
       BUILD-COLUMN-LIST.
           MOVE SPACES TO WS-COL-LIST.
           MOVE 1 TO WS-COL-PTR.
           PERFORM VARYING FX FROM WS-FX-LO BY 1
             UNTIL FX > WS-FX-HI
             IF FX > WS-FX-LO
               STRING ',' DELIMITED BY SIZE
                 INTO WS-COL-LIST WITH POINTER WS-COL-PTR
             END-IF
           END-PERFORM.
           COMPUTE WS-COL-LEN = WS-COL-PTR - 1.
      *--------------------------------------------------------------*
      * LOAD-ONE-RECORD - PRIMERO LAS REGLAS DE ALCANCE SOBRE EL     *
      * REGISTRO COMO SE LEYO; LO EXCLUIDO NO SE CONVIERTE. CON      *
      * VARIOS TIPOS DE REGISTRO SE RUTEA ANTES: SOLO UN TIPO QUE SE *
      * CARGA ('L') PASA POR LAS REGLAS, Y CON SU NOMBRE, PARA QUE   *
      * V2D2SCOP NO MIRE BYTES DE CAMPOS DE OTRO TIPO.               *
      *--------------------------------------------------------------*
       LOAD-ONE-RECORD.
           MOVE 'N' TO SCP-EXCLUDED.
           MOVE SPACES TO SCP-REC-NAME.
           MOVE WS-SCOPE-MODE TO WS-SCOPE-TEST.
           IF WS-MULTI-MODE = 'Y'
             PERFORM ROUTE-RECORD
             IF WS-RT-HIT = 0
               MOVE 'N' TO WS-SCOPE-TEST
             ELSE
               IF WS-RT-ACTION(WS-RT-HIT) NOT = 'L'
                 MOVE 'N' TO WS-SCOPE-TEST
               ELSE
                 MOVE WS-RT-NAME(WS-RT-HIT) TO SCP-REC-NAME
               END-IF
             END-IF
           END-IF.
           IF WS-SCOPE-TEST = 'Y'
             MOVE SPACES TO SCP-REGISTRO
             MOVE GEN-RECORD(1:WS-REC-LEN) TO SCP-REGISTRO
             MOVE 'TEST' TO SCP-OP
             CALL 'V2D2SCOP' USING WS-SCP-AREA
             IF SCP-STATUS NOT = '00'
               MOVE SCP-MESSAGE TO WS-ERR-TEXT
               PERFORM FAIL-JOB
             END-IF
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             IF SCP-EXCLUDED = 'S'
               PERFORM EXCLUDE-RECORD
             ELSE
               PERFORM LOAD-IN-SCOPE-RECORD
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * LOAD-IN-SCOPE-RECORD - CON VARIOS TIPOS DE REGISTRO, EL TIPO *
      * (YA RUTEADO EN LOAD-ONE-RECORD) ELIGE TRAMO DE CAMPOS,       *
      * COLUMNAS Y TABLA; UN TIPO 'S' SOLO SE CUENTA Y UN REGISTRO   *
      * SIN TIPO ES UN RECHAZO.                                      *
      *--------------------------------------------------------------*
       LOAD-IN-SCOPE-RECORD.
           IF WS-MULTI-MODE = 'Y'
             EVALUATE TRUE
               WHEN WS-RT-HIT = 0
                 ADD 1 TO WS-REJECT-CNT
                 MOVE WS-READ-CNT TO WS-CHKPT-NUM
                 DISPLAY 'V2D2GLOD: REGISTRO ' WS-CHKPT-NUM
                   ' DE TIPO DESCONOCIDO - RECHAZADO'
                 IF WS-REJECT-CNT > 1000
                   MOVE 'MAS DE 1000 RECHAZOS - REVISE EL CATALOGO'
                     TO WS-ERR-TEXT
                   PERFORM FAIL-JOB
                 END-IF
               WHEN WS-RT-ACTION(WS-RT-HIT) NOT = 'L'
                 ADD 1 TO WS-RT-SKIPPED(WS-RT-HIT)
               WHEN OTHER
                 MOVE WS-RT-FX-LO(WS-RT-HIT) TO WS-FX-LO
                 MOVE WS-RT-FX-HI(WS-RT-HIT) TO WS-FX-HI
                 MOVE WS-RT-TABLE(WS-RT-HIT) TO WS-INS-TABLE
                 MOVE WS-RT-COLS(WS-RT-HIT) TO WS-COL-LIST
                 MOVE WS-RT-COLLEN(WS-RT-HIT) TO WS-COL-LEN
                 PERFORM INSERT-RECORD-ROW
             END-EVALUATE
           ELSE
             PERFORM INSERT-RECORD-ROW
           END-IF.
      *--------------------------------------------------------------*
      * INSERT-RECORD-ROW - SLICE, CONVERT, INSERT. UN INSERT QUE    *
      * FALLA CUENTA COMO RECHAZO Y LA CARGA SIGUE; MAS DE 1000      *
      * RECHAZOS ES UN ARCHIVO/CATALOGO ROTO Y EL JOB CAE.           *
      *--------------------------------------------------------------*
       INSERT-RECORD-ROW.
           MOVE SPACES TO WS-VAL-PART.
           MOVE 'N' TO WS-REC-BAD.
           MOVE 1 TO WS-VAL-PTR.
           IF WS-ODO-PRESENT = 'Y'
             PERFORM RESOLVE-ODO-COUNT
           END-IF.
           PERFORM VARYING FX FROM WS-FX-LO BY 1
             UNTIL FX > WS-FX-HI
             IF FX > WS-FX-LO
               STRING ',' DELIMITED BY SIZE
                 INTO WS-VAL-PART WITH POINTER WS-VAL-PTR
             END-IF
      *    SENTENCIA.
           MOVE 1 TO WS-STMT-PTR
           STRING 'INSERT INTO IBMUSER.'
             FUNCTION TRIM(WS-INS-TABLE)
             ' (' DELIMITED BY SIZE
             INTO WS-STMT-TXT WITH POINTER WS-STMT-PTR
           END-STRING
           EXEC SQL EXECUTE IMMEDIATE :WS-STMT END-EXEC
           IF SQLCODE = 0
             ADD 1 TO WS-LOADED-CNT
             IF WS-MULTI-MODE = 'Y'
               ADD 1 TO WS-RT-LOADED(WS-RT-HIT)
             END-IF
             IF WS-ODO-PRESENT = 'Y'
               AND WS-ODO-ACTUAL > 0
               AND WS-OFL-CNT > 0
             IF FUNCTION MOD(WS-LOADED-CNT, 1000) = 0
               PERFORM SAVE-CHECKPOINT
               EXEC SQL COMMIT END-EXEC
               IF WS-TPT-MODE = 'Y'
                 PERFORM TAKE-THRUPUT-SAMPLE
               END-IF
             END-IF
           ELSE
             ADD 1 TO WS-REJECT-CNT
           STRING '''' DELIMITED BY SIZE
             INTO WS-VAL-PART WITH POINTER WS-VAL-PTR.
       CONVERT-NUMERIC.
           PERFORM DECODE-NUMERIC.
           IF WS-CUR-SCALE = 0
             MOVE WS-NUM TO WS-NUM-DISP
             STRING FUNCTION TRIM(WS-NUM-DISP)
               DELIMITED BY SIZE
               INTO WS-VAL-PART WITH POINTER WS-VAL-PTR
           ELSE
             MOVE 1 TO WS-POW
             PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-CUR-SCALE
               COMPUTE WS-POW = WS-POW * 10
             END-PERFORM
             DIVIDE WS-NUM BY WS-POW
               GIVING WS-WHOLE REMAINDER WS-FRAC
             IF WS-FRAC < 0
               COMPUTE WS-FRAC = 0 - WS-FRAC
             END-IF
      *      CON PARTE ENTERA CERO EL SIGNO VIVE SOLO EN EL RESTO:
      *      -0.50 EDITARIA '0' Y PERDERIA EL MENOS.
             IF WS-NUM < 0 AND WS-WHOLE = 0
               STRING '-' DELIMITED BY SIZE
                 INTO WS-VAL-PART WITH POINTER WS-VAL-PTR
             END-IF
             MOVE WS-WHOLE TO WS-NUM-DISP
             MOVE WS-FRAC TO WS-FRAC-DISP
             STRING FUNCTION TRIM(WS-NUM-DISP) '.'
               WS-FRAC-DISP(10 - WS-CUR-SCALE
                 : WS-CUR-SCALE)
               DELIMITED BY SIZE
               INTO WS-VAL-PART WITH POINTER WS-VAL-PTR
           END-IF.
      *    DECODE-NUMERIC - EL VALOR DEL CAMPO EN CURSO A WS-NUM, SIN
      *    ESCALA (LA CARGA LO EDITA, EL CONTROL DE COLA LO SUMA).
       DECODE-NUMERIC.
           MOVE 0 TO WS-NUM.
           EVALUATE WS-CUR-USAGE
             WHEN 'COMP'
                 END-IF
               END-PERFORM
           END-EVALUATE.
      *--------------------------------------------------------------*
      * LOAD-ODO-CATALOG - METADATOS DEL GRUPO VARIABLE (V2D2_ODO)   *
      * Y SU CATALOGO DE MIEMBROS. SIN FILA DE V2D2_ODO EL CARGADOR  *
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * LOAD-RECORD-TYPES - LOS TIPOS DE REGISTRO DEL ARCHIVO. CON   *
      * MENOS DE DOS FILAS EL CARGADOR SIGUE CON UN SOLO LAYOUT,     *
      * EXACTAMENTE COMO ANTES.                                      *
      *--------------------------------------------------------------*
       LOAD-RECORD-TYPES.
           MOVE 0 TO WS-RT-CNT.
           MOVE 'N' TO WS-MULTI-MODE WS-CTL-MODE.
           MOVE DCL-JOB-ID TO DCL-RTY-JOB-ID.
           MOVE WS-TABLE-NAME TO DCL-RTY-FILE.
           EXEC SQL DECLARE RTCUR CURSOR FOR
             SELECT REC_NAME, REC_ROLE, LOAD_ACTION, TARGET_TABLE,
               TYPE_OFFSET, TYPE_LENGTH, TYPE_VALUE, COUNT_FIELD,
               TOTAL_FIELD, SUM_FIELD
             FROM IBMUSER.V2D2_RECTYPES
             WHERE JOB_ID = :DCL-RTY-JOB-ID
               AND FILE_NAME = :DCL-RTY-FILE
             ORDER BY REC_SEQ
           END-EXEC.
           EXEC SQL OPEN RTCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RT-CNT >= 10
             EXEC SQL
               FETCH RTCUR
               INTO :DCL-RTY-RECNAME, :DCL-RTY-ROLE,
                 :DCL-RTY-ACTION, :DCL-RTY-TABLE,
                 :DCL-RTY-TOFFSET, :DCL-RTY-TLENGTH,
                 :DCL-RTY-TVALUE, :DCL-RTY-CNTFLD,
                 :DCL-RTY-TOTFLD, :DCL-RTY-SUMFLD
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RT-CNT
               MOVE DCL-RTY-RECNAME TO WS-RT-NAME(WS-RT-CNT)
               MOVE DCL-RTY-ROLE TO WS-RT-ROLE(WS-RT-CNT)
               MOVE DCL-RTY-ACTION TO WS-RT-ACTION(WS-RT-CNT)
               MOVE DCL-RTY-TABLE TO WS-RT-TABLE(WS-RT-CNT)
               MOVE DCL-RTY-TOFFSET TO WS-RT-TOFS(WS-RT-CNT)
               MOVE DCL-RTY-TLENGTH TO WS-RT-TLEN(WS-RT-CNT)
               MOVE DCL-RTY-TVALUE TO WS-RT-TVALUE(WS-RT-CNT)
               MOVE DCL-RTY-CNTFLD TO WS-RT-CNTFLD(WS-RT-CNT)
               MOVE DCL-RTY-TOTFLD TO WS-RT-TOTFLD(WS-RT-CNT)
               MOVE DCL-RTY-SUMFLD TO WS-RT-SUMFLD(WS-RT-CNT)
               MOVE 0 TO WS-RT-LOADED(WS-RT-CNT)
                 WS-RT-SKIPPED(WS-RT-CNT)
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE RTCUR END-EXEC.
           IF WS-RT-CNT >= 2
             MOVE 'Y' TO WS-MULTI-MODE
             PERFORM VARYING RX FROM 1 BY 1
               UNTIL RX > WS-RT-CNT
               PERFORM PREPARE-RECORD-TYPE
             END-PERFORM
           END-IF.
      *--------------------------------------------------------------*
      * PREPARE-RECORD-TYPE - TRAMO DEL CATALOGO, CAMPOS DE CONTROL  *
      * Y LISTA DE COLUMNAS DEL TIPO. UN TIPO A CARGAR SIN CAMPOS    *
      * CARGABLES SE SALTEA (UN INSERT SIN COLUMNAS FALLARIA EN CADA *
      * REGISTRO); UN TIPO SIN CAMPO DE TIPO NUNCA COINCIDE Y SUS    *
      * REGISTROS SALEN COMO RECHAZOS.                               *
      *--------------------------------------------------------------*
       PREPARE-RECORD-TYPE.
           MOVE 0 TO WS-RT-FX-LO(RX) WS-RT-FX-HI(RX)
             WS-RT-CNT-FX(RX) WS-RT-TOT-FX(RX) WS-RT-SUM-FX(RX)
             WS-RT-COLLEN(RX).
           MOVE SPACES TO WS-RT-COLS(RX).
           IF WS-RT-TLEN(RX) > 15
             MOVE 15 TO WS-RT-TLEN(RX)
           END-IF.
           PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > WS-FLD-CNT
             IF WS-FLD-REC(FX) = WS-RT-NAME(RX)
               IF WS-RT-FX-LO(RX) = 0
                 MOVE FX TO WS-RT-FX-LO(RX)
               END-IF
               MOVE FX TO WS-RT-FX-HI(RX)
               IF WS-FLD-NAME(FX) = WS-RT-CNTFLD(RX)
                 MOVE FX TO WS-RT-CNT-FX(RX)
               END-IF
               IF WS-FLD-NAME(FX) = WS-RT-TOTFLD(RX)
                 MOVE FX TO WS-RT-TOT-FX(RX)
               END-IF
               IF WS-FLD-NAME(FX) = WS-RT-SUMFLD(RX)
                 MOVE FX TO WS-RT-SUM-FX(RX)
               END-IF
             END-IF
           END-PERFORM.
           IF WS-RT-ROLE(RX) = 'T'
             MOVE 'Y' TO WS-CTL-MODE
           END-IF.
           IF WS-RT-ACTION(RX) = 'L'
             IF WS-RT-FX-LO(RX) = 0
               DISPLAY 'V2D2GLOD: ' WS-RT-NAME(RX)
                 ' SIN CAMPOS CARGABLES - SE SALTEA'
               MOVE 'S' TO WS-RT-ACTION(RX)
             ELSE
               MOVE WS-RT-FX-LO(RX) TO WS-FX-LO
               MOVE WS-RT-FX-HI(RX) TO WS-FX-HI
               PERFORM BUILD-COLUMN-LIST
               MOVE WS-COL-LIST TO WS-RT-COLS(RX)
               MOVE WS-COL-LEN TO WS-RT-COLLEN(RX)
             END-IF
           END-IF.
           IF WS-RT-TLEN(RX) = 0
             DISPLAY 'V2D2GLOD: ' WS-RT-NAME(RX)
               ' SIN CAMPO DE TIPO - SUS REGISTROS SE RECHAZAN'
           ELSE
             DISPLAY 'V2D2GLOD: TIPO ' WS-RT-NAME(RX)
               ' ROL ' WS-RT-ROLE(RX) ' VALOR '''
               WS-RT-TVALUE(RX)(1:WS-RT-TLEN(RX))
               ''' ACCION ' WS-RT-ACTION(RX)
           END-IF.
      *--------------------------------------------------------------*
      * ROUTE-RECORD - EL PRIMER TIPO CUYO VALOR COINCIDE CON EL     *
      * REGISTRO LEIDO (WS-RT-HIT; 0 = NINGUNO). UN REGISTRO MAS     *
      * CORTO QUE EL CAMPO DE TIPO NO COINCIDE CON NADA.             *
      *--------------------------------------------------------------*
       ROUTE-RECORD.
           MOVE 0 TO WS-RT-HIT.
           PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > WS-RT-CNT OR WS-RT-HIT > 0
             IF WS-RT-TLEN(RX) > 0
               AND WS-RT-TOFS(RX) + WS-RT-TLEN(RX) <= WS-REC-LEN
               IF GEN-RECORD(WS-RT-TOFS(RX) + 1 : WS-RT-TLEN(RX))
                 = WS-RT-TVALUE(RX)(1:WS-RT-TLEN(RX))
                 MOVE RX TO WS-RT-HIT
               END-IF
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * CHECK-CONTROL-TOTALS - PASADA PREVIA: TODO GENDD TAL COMO    *
      * VINO (ANTES DE REGLAS DE ALCANCE Y SIN SALTEAR POR REINICIO, *
      * LA COLA DESCRIBE EL ARCHIVO ENTERO). CUENTA LOS DETALLES,    *
      * SUMA SU CAMPO SUMANDO Y TOMA CANTIDAD Y TOTAL DE LA COLA. EL *
      * ORDINAL VA EN SU PROPIO CONTADOR: FAIL-JOB NO DEBE DEJAR UN  *
      * CHECKPOINT DE POSICION POR UNA LECTURA QUE NO CARGO NADA.    *
      *--------------------------------------------------------------*
       CHECK-CONTROL-TOTALS.
           MOVE 0 TO WS-CTL-READ WS-CTL-DET-CNT WS-CTL-TRL-SEEN.
           MOVE 0 TO WS-CTL-TRL-CNT WS-CTL-TRL-TOT WS-CTL-DET-SUM.
           MOVE 'N' TO WS-CTL-HAS-CNT WS-CTL-HAS-TOT WS-CTL-HAS-SUM
             WS-CTL-BAD.
           MOVE 'Y' TO WS-CTL-OK.
           OPEN INPUT GENFILE.
           IF WS-FS1 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN GENDD FALLO, FILE STATUS='
               WS-FS1 DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ GENFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-CTL-READ
                   PERFORM TALLY-CONTROL-RECORD
               END-READ
             END-PERFORM
             CLOSE GENFILE
             MOVE 'N' TO WS-EOF
             PERFORM JUDGE-CONTROL-TOTALS
           END-IF.
       TALLY-CONTROL-RECORD.
           PERFORM ROUTE-RECORD.
           IF WS-RT-HIT > 0
             EVALUATE WS-RT-ROLE(WS-RT-HIT)
               WHEN 'D'
                 ADD 1 TO WS-CTL-DET-CNT
                 IF WS-RT-SUM-FX(WS-RT-HIT) > 0
                   MOVE 'Y' TO WS-CTL-HAS-SUM
                   MOVE WS-RT-SUM-FX(WS-RT-HIT) TO FX
                   PERFORM DECODE-CONTROL-FIELD
                   ADD WS-CTL-VAL TO WS-CTL-DET-SUM
                 END-IF
               WHEN 'T'
                 ADD 1 TO WS-CTL-TRL-SEEN
                 IF WS-RT-CNT-FX(WS-RT-HIT) > 0
                   MOVE 'Y' TO WS-CTL-HAS-CNT
                   MOVE WS-RT-CNT-FX(WS-RT-HIT) TO FX
                   PERFORM DECODE-CONTROL-FIELD
                   MOVE WS-CTL-VAL TO WS-CTL-TRL-CNT
                 END-IF
                 IF WS-RT-TOT-FX(WS-RT-HIT) > 0
                   MOVE 'Y' TO WS-CTL-HAS-TOT
                   MOVE WS-RT-TOT-FX(WS-RT-HIT) TO FX
                   PERFORM DECODE-CONTROL-FIELD
                   MOVE WS-CTL-VAL TO WS-CTL-TRL-TOT
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *    EL CAMPO FX DEL CATALOGO, DECODIFICADO Y ESCALADO A
      *    WS-CTL-VAL. UN EMPAQUETADO INVALIDO INVALIDA EL CONTROL.
       DECODE-CONTROL-FIELD.
           MOVE 'N' TO WS-REC-BAD.
           MOVE WS-FLD-OFS(FX) TO WS-CUR-OFS.
           MOVE WS-FLD-LEN(FX) TO WS-CUR-LEN.
           MOVE WS-FLD-SCALE(FX) TO WS-CUR-SCALE.
           MOVE WS-FLD-USAGE(FX) TO WS-CUR-USAGE.
           MOVE 0 TO WS-CTL-VAL.
           IF WS-CUR-OFS + WS-CUR-LEN > WS-REC-LEN
             MOVE 'Y' TO WS-CTL-BAD
           ELSE
             PERFORM DECODE-NUMERIC
             IF WS-REC-BAD = 'Y'
               MOVE 'Y' TO WS-CTL-BAD
             ELSE
               MOVE 1 TO WS-POW
               PERFORM VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > WS-CUR-SCALE
                 COMPUTE WS-POW = WS-POW * 10
               END-PERFORM
               COMPUTE WS-CTL-VAL = WS-NUM / WS-POW
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * JUDGE-CONTROL-TOTALS - LA CANTIDAD DE LA COLA PUEDE CONTAR   *
      * SOLO LOS DETALLES O TODOS LOS REGISTROS (CON CABECERA Y      *
      * COLA); CUALQUIERA DE LAS DOS CUADRA. SIN CAMPO DE CANTIDAD O *
      * SIN TOTAL/SUMANDO CATALOGADOS ESE CONTROL NO SE HACE Y SE    *
      * AVISA. LO QUE NO CUADRA VA A CTL_ACTION.                     *
      *--------------------------------------------------------------*
       JUDGE-CONTROL-TOTALS.
           MOVE SPACES TO WS-ERR-TEXT.
           MOVE WS-CTL-DET-CNT TO WS-CTL-CNT-ED2.
           EVALUATE TRUE
             WHEN WS-CTL-TRL-SEEN = 0
               MOVE 'N' TO WS-CTL-OK
               MOVE 'CONTROL DE COLA: EL ARCHIVO NO TRAE COLA'
                 TO WS-ERR-TEXT
             WHEN WS-CTL-TRL-SEEN > 1
               MOVE 'N' TO WS-CTL-OK
               MOVE 'CONTROL DE COLA: MAS DE UN REGISTRO DE COLA'
                 TO WS-ERR-TEXT
             WHEN WS-CTL-BAD = 'Y'
               MOVE 'N' TO WS-CTL-OK
               MOVE 'CONTROL DE COLA: CAMPO DE CONTROL INVALIDO'
                 TO WS-ERR-TEXT
             WHEN WS-CTL-HAS-CNT = 'Y'
               AND WS-CTL-TRL-CNT NOT = WS-CTL-DET-CNT
               AND WS-CTL-TRL-CNT NOT = WS-CTL-READ
               MOVE 'N' TO WS-CTL-OK
               MOVE WS-CTL-TRL-CNT TO WS-CTL-CNT-ED
               STRING 'CONTROL DE COLA: CANTIDAD '
                 FUNCTION TRIM(WS-CTL-CNT-ED) ', DETALLES LEIDOS '
                 FUNCTION TRIM(WS-CTL-CNT-ED2)
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
             WHEN WS-CTL-HAS-TOT = 'Y' AND WS-CTL-HAS-SUM = 'Y'
               AND WS-CTL-TRL-TOT NOT = WS-CTL-DET-SUM
               MOVE 'N' TO WS-CTL-OK
               MOVE WS-CTL-TRL-TOT TO WS-CTL-AMT-ED
               MOVE WS-CTL-DET-SUM TO WS-CTL-AMT-ED2
               STRING 'CONTROL DE COLA: TOTAL '
                 FUNCTION TRIM(WS-CTL-AMT-ED) ', SUMA LEIDA '
                 FUNCTION TRIM(WS-CTL-AMT-ED2)
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-CTL-OK = 'Y'
             IF WS-CTL-HAS-CNT = 'N'
               DISPLAY 'V2D2GLOD: LA COLA NO TIENE CAMPO DE CANTIDAD'
                 ' CATALOGADO - CANTIDAD SIN CONTROLAR'
             END-IF
             IF WS-CTL-HAS-TOT = 'N' OR WS-CTL-HAS-SUM = 'N'
               DISPLAY 'V2D2GLOD: SIN TOTAL EN LA COLA O SIN SUMANDO'
                 ' EN EL DETALLE - IMPORTE SIN CONTROLAR'
             END-IF
             DISPLAY 'V2D2GLOD: CONTROL DE COLA OK, '
               FUNCTION TRIM(WS-CTL-CNT-ED2) ' DETALLES'
           ELSE
             DISPLAY 'V2D2GLOD: ' WS-ERR-TEXT
             IF WS-CTL-ACTION = 'Q'
               PERFORM QUARANTINE-FILE
             ELSE
               PERFORM FAIL-JOB
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * QUARANTINE-FILE - CTL_ACTION 'Q': EL ARCHIVO TAL COMO SE     *
      * LEYO VA A QUADD (MISMO VB QUE GENDD), SU FILA DE V2D2_FILES  *
      * QUEDA EN 'Q' Y EL MOTIVO EN V2D2_ERRORS. EL JOB NO CAMBIA DE *
      * STATUS: LOS DEMAS ARCHIVOS SIGUEN; ESTE SE RECARGA CUANDO    *
      * LLEGUE CORREGIDO. SI QUADD NO SE PUEDE ESCRIBIR, EL JOB CAE. *
      *--------------------------------------------------------------*
       QUARANTINE-FILE.
           MOVE 0 TO WS-QUA-CNT.
           OPEN INPUT GENFILE.
           IF WS-FS1 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'CUARENTENA: OPEN GENDD FALLO, FILE STATUS='
               WS-FS1 DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
           ELSE
             OPEN OUTPUT QUAFILE
             IF WS-QUA-FS NOT = '00'
               CLOSE GENFILE
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'CUARENTENA: OPEN QUADD FALLO, FILE STATUS='
                 WS-QUA-FS DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
             END-IF
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ GENFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   MOVE WS-REC-LEN TO WS-QUA-LEN
                   MOVE GEN-RECORD(1:WS-REC-LEN) TO QUA-RECORD
                   WRITE QUA-RECORD
                   ADD 1 TO WS-QUA-CNT
               END-READ
             END-PERFORM
             CLOSE GENFILE
             CLOSE QUAFILE
             MOVE WS-TABLE-NAME TO DCL-FDS-FILE
             EXEC SQL
               UPDATE IBMUSER.V2D2_FILES
                 SET MIG_STATUS = 'Q'
               WHERE JOB_ID = :DCL-JOB-ID
                 AND FILE_NAME = :DCL-FDS-FILE
             END-EXEC
             MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID
             MOVE 'V2D2GLOD' TO DCL-ERR-STEP
             MOVE WS-ERR-TEXT TO DCL-ERR-TEXT
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_ERRORS
               (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
               VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
                :DCL-ERR-STEP, :DCL-ERR-TEXT)
             END-EXEC
             PERFORM RELEASE-JOB
             EXEC SQL COMMIT END-EXEC
             MOVE 'Q' TO WS-CTL-OK
             MOVE 4 TO RETURN-CODE
             DISPLAY 'V2D2GLOD: ' WS-TABLE-NAME ' EN CUARENTENA, '
               WS-QUA-CNT ' REGISTROS A QUADD - NADA CARGADO'
           END-IF.
      *--------------------------------------------------------------*
      * INIT-SCOPE-RULES - UNA CARGA QUE ARRANCA DE CERO (SIN        *
      * CHECKPOINT DE POSICION) BORRA LAS EXCLUSIONES DE UNA CORRIDA *
      * ANTERIOR; UN REINICIO LAS CONSERVA Y EL -803 EVITA CONTAR    *
      * DOS VECES LO QUE QUEDO ENTRE EL CHECKPOINT Y LA CAIDA.       *
      *--------------------------------------------------------------*
       INIT-SCOPE-RULES.
           IF DCL-CHECKPOINT-KEY(1:4) NOT = 'REC#'
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_SCOPEX
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
           END-IF.
           MOVE 'INIT' TO SCP-OP.
           MOVE DCL-JOB-ID TO SCP-JOB-ID.
           MOVE WS-TABLE-NAME TO SCP-FILE-NAME.
           CALL 'V2D2SCOP' USING WS-SCP-AREA
             ON EXCEPTION
               MOVE '90' TO SCP-STATUS
               MOVE 'V2D2SCOP NO DISPONIBLE' TO SCP-MESSAGE
           END-CALL.
           IF SCP-STATUS NOT = '00'
             MOVE SCP-MESSAGE TO WS-ERR-TEXT
             PERFORM FAIL-JOB
           ELSE
             IF SCP-RULE-CNT > 0
               MOVE 'Y' TO WS-SCOPE-MODE
               DISPLAY 'V2D2GLOD: ' SCP-RULE-CNT
                 ' REGLAS DE ALCANCE EN VIGOR SOBRE '
                 SCP-FILE-NAME
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * EXCLUDE-RECORD - 'REC#' + ORDINAL, REGLA Y PRIMA (SI EL      *
      * LAYOUT LA TIENE) A V2D2_SCOPEX; EL REGISTRO A ARCHDD.        *
      *--------------------------------------------------------------*
       EXCLUDE-RECORD.
           MOVE DCL-JOB-ID TO DCL-SCX-JOB-ID.
           MOVE WS-READ-CNT TO WS-CHKPT-NUM.
           MOVE SPACES TO DCL-SCX-KEY.
           STRING 'REC#' WS-CHKPT-NUM DELIMITED BY SIZE
             INTO DCL-SCX-KEY.
           MOVE SCP-RULE-ID TO DCL-SCX-RULE-ID.
           MOVE SCP-PRIMA TO DCL-SCX-PRIMA.
           MOVE 'V2D2GLOD' TO DCL-SCX-PGM.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_SCOPEX
             (JOB_ID, REC_KEY, RULE_ID, PRIMA, EXCL_PGM, EXCL_TS)
             VALUES (:DCL-SCX-JOB-ID, :DCL-SCX-KEY,
              :DCL-SCX-RULE-ID, :DCL-SCX-PRIMA, :DCL-SCX-PGM,
              CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               IF WS-ARC-OPEN = 'N'
                 OPEN OUTPUT ARCHFILE
                 IF WS-ARC-FS NOT = '00'
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'OPEN ARCHDD FALLO, FILE STATUS='
                     WS-ARC-FS DELIMITED BY SIZE
                     INTO WS-ERR-TEXT
                   PERFORM FAIL-JOB
                 ELSE
                   MOVE 'Y' TO WS-ARC-OPEN
                 END-IF
               END-IF
               IF WS-JOB-FAILED NOT = 'Y'
                 MOVE WS-REC-LEN TO WS-ARC-LEN
                 MOVE GEN-RECORD(1:WS-REC-LEN) TO ARC-RECORD
                 WRITE ARC-RECORD
                 IF WS-ARC-FS NOT = '00'
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'WRITE ARCHDD FALLO, FILE STATUS='
                     WS-ARC-FS DELIMITED BY SIZE
                     INTO WS-ERR-TEXT
                   PERFORM FAIL-JOB
                 ELSE
                   ADD 1 TO WS-EXCL-CNT
                 END-IF
               END-IF
             WHEN SQLCODE = -803
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'INSERT V2D2_SCOPEX FALLO, SQLCODE='
                 WS-SQLCD DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
           END-EVALUATE.
      *--------------------------------------------------------------*
      * SAVE-CHECKPOINT - POSICION (ORDINAL DE LECTURA) Y CONTADOR   *
      * CARGADO; EL REINICIO SALTEA HASTA LA POSICION GUARDADA.      *
      *--------------------------------------------------------------*
                   UPDATED_TS = CURRENT TIMESTAMP
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
      *--------------------------------------------------------------*
      * INIT-THRUPUT / TAKE-THRUPUT-SAMPLE - TELEMETRIA DE RITMO     *
      * (V2D2TPUT). LA MUESTRA VA DESPUES DEL COMMIT DEL CHECKPOINT  *
      * Y SE CONFIRMA APARTE; SI FALLA, LA CARGA SIGUE SIN ELLA.     *
      *--------------------------------------------------------------*
       INIT-THRUPUT.
           MOVE 'INIT' TO TPT-OP.
           MOVE DCL-JOB-ID TO TPT-JOB-ID.
           MOVE 'V2D2GLOD' TO TPT-PROGRAM.
           MOVE SPACES TO TPT-PART-LOW TPT-UNTIL.
           MOVE WS-SKIP-TARGET TO TPT-RECORDS.
           CALL 'V2D2TPUT' USING WS-TPT-AREA
             ON EXCEPTION
               MOVE '04' TO TPT-STATUS
               MOVE 'V2D2TPUT NO DISPONIBLE - SIN TELEMETRIA'
                 TO TPT-MESSAGE
           END-CALL.
           IF TPT-STATUS NOT = '00'
             DISPLAY 'V2D2GLOD: ' TPT-MESSAGE
           ELSE
             MOVE 'Y' TO WS-TPT-MODE
           END-IF.
       TAKE-THRUPUT-SAMPLE.
           MOVE 'SAMPLE' TO TPT-OP.
           MOVE WS-READ-CNT TO TPT-RECORDS.
           CALL 'V2D2TPUT' USING WS-TPT-AREA.
           IF TPT-STATUS NOT = '00'
             DISPLAY 'V2D2GLOD: ' TPT-MESSAGE
           END-IF.
           EXEC SQL COMMIT END-EXEC.
       FAIL-JOB.
           MOVE 'Y' TO WS-JOB-FAILED.
           IF WS-READ-CNT > 0
