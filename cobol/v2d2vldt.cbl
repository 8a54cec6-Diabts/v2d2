      * exists. Scans the source VSAM file named by                   *
      * IBMUSER.V2D2_JOBS.SOURCE_DSN (allocated to POLDD, same as     *
      * V2D2LOAD) and validates every field against the POLREC        *
      * layout rules: the 88-level value domains, date shape, COMP-3  *
      * digit/sign validity,                                          *
      * POL-NUM-COBERT vs the OCCURS limit and CLI-EMAIL              *
      * plausibility. Every exception is written to IBMUSER.          *
      * V2D2_DQEXC keyed by POL-NUMERO and rolled up per field/rule   *
      * into IBMUSER.V2D2_DQSUM, so the data is fixed before          *
      * V2D2LOAD ever runs instead of failing it mid-load. The        *
      * domains are not hard-wired here: they are read from the       *
      * IBMUSER.V2D2_DOMAINS rows V2D2RUNA cataloged for the job's    *
      * indexed file (DISPLAY fields up to 15 bytes outside OCCURS,   *
      * located by the V2D2_FIELDS offsets; a field of a REDEFINES    *
      * view is only checked on the records whose DISCRIM_FIELD       *
      * value selects that view, e.g. HOG-TIPO-CONST when POL-TIPO    *
      * says hogar), so                                               *
      * a new file's 88-levels are checked without a program change   *
      * - the same values V2D2RUND turns into CHECK constraints. A    *
      * job analyzed before the domain catalog existed gets no domain *
      * rules until it is re-analyzed. A rerun                        *
      * replaces the previous scan's rows for the job. The job's      *
      * STATUS is never touched - this is an advisory report.         *
      *                                                               *
      * in key order, so the REPRO loads clean) and point the load    *
      * job's POLDD there. The reject counts then stop being          *
      * dominated by known, mechanical dirt.                          *
      *                                                               *
      * The record count of the full pass is stamped on               *
      * V2D2_JOBS.VSAM_COUNT while the job has not started loading,   *
      * so the loaders' throughput samples can project a finish time. *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COB-LIM               PIC S9(4) COMP VALUE 0.
       01  WS-DX                    PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * DOMINIOS 88 DEL CATALOGO: UNA ENTRADA POR CAMPO (POSICION EN *
      * EL REGISTRO Y TEXTO DE LA REGLA) Y SUS VALORES/RANGOS EN     *
      * WS-DV-TAB, DESDE WS-DF-FIRST HASTA WS-DF-LAST.               *
      *--------------------------------------------------------------*
       01  WS-DOM-FILE              PIC X(8) VALUE SPACES.
       01  WS-DF-TAB.
           05 WS-DF-ENTRY OCCURS 30 TIMES.
              10 WS-DF-NAME         PIC X(30).
              10 WS-DF-OFS          PIC S9(9) COMP.
              10 WS-DF-LEN          PIC S9(9) COMP.
              10 WS-DF-NUMERIC      PIC X(1).
              10 WS-DF-FIRST        PIC S9(4) COMP.
              10 WS-DF-LAST         PIC S9(4) COMP.
              10 WS-DF-REASON       PIC X(40).
              10 WS-DF-RPTR         PIC S9(4) COMP.
              10 WS-DF-GATED        PIC X(1).
              10 WS-DF-GATE-VAL     PIC X(15).
       01  WS-DF-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-DV-TAB.
           05 WS-DV-ENTRY OCCURS 200 TIMES.
              10 WS-DV-LOW          PIC X(15).
              10 WS-DV-HIGH         PIC X(15).
       01  WS-DV-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-DFX                   PIC S9(4) COMP VALUE 0.
       01  WS-DVX                   PIC S9(4) COMP VALUE 0.
       01  WS-DOM-VAL               PIC X(15) VALUE SPACES.
       01  WS-DOM-HIT               PIC X VALUE 'N'.
       01  WS-DOM-FULL              PIC X VALUE 'N'.
       01  WS-DOM-RJ                PIC X(15) JUSTIFIED RIGHT.
       01  WS-DOM-LIT               PIC X(15) VALUE SPACES.
       01  WS-DOM-SKIPNAME          PIC X(30) VALUE SPACES.
       01  WS-DOM-NEWFLD            PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * DISCRIMINADOR DEL ARCHIVO (V2D2_FILES.DISCRIM_FIELD) Y EL    *
      * VALOR DE CADA SUBTIPO, TOMADO DE SUS 88 '-ES-' (POL-ES-HOGAR *
      * = 'H'). UN CAMPO DE UNA VISTA REDEFINES SOLO SE PERFILA EN   *
      * LOS REGISTROS DE SU SUBTIPO (WS-DF-GATED/WS-DF-GATE-VAL).    *
      *--------------------------------------------------------------*
       01  WS-DG-FIELD              PIC X(30) VALUE SPACES.
       01  WS-DG-OFS                PIC S9(9) COMP VALUE 0.
       01  WS-DG-LEN                PIC S9(9) COMP VALUE 0.
       01  WS-DG-NUMERIC            PIC X VALUE 'N'.
       01  WS-DG-TAB.
           05 WS-DG-ENTRY OCCURS 10 TIMES.
              10 WS-DG-SUFFIX       PIC X(30).
              10 WS-DG-VALUE        PIC X(15).
       01  WS-DG-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-DGX                   PIC S9(4) COMP VALUE 0.
       01  WS-DG-HIT                PIC S9(4) COMP VALUE 0.
       01  WS-DG-HEAD               PIC X(30) VALUE SPACES.
       01  WS-DG-TAIL               PIC X(30) VALUE SPACES.
       01  WS-DG-PARTS              PIC S9(4) COMP VALUE 0.
       01  WS-DG-PREFIX             PIC X(30) VALUE SPACES.
       01  WS-DG-PLEN               PIC S9(4) COMP VALUE 0.
       01  WS-DG-SQLCD              PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * PER-FIELD/RULE ROLLUP, INSERTED INTO V2D2_DQSUM AT END OF    *
      * SCAN. 40 SLOTS COVER THE FIXED RULES; WITH MANY DOMAIN RULES *
      * A PAIR PAST THE 40TH IS WARNED ONCE AND LEFT OUT OF THE      *
      * ROLLUP AND OF V2D2_DQEXC (ONLY THE TOTAL COUNTS IT).         *
      *--------------------------------------------------------------*
       01  WS-SUM-TAB.
           05 WS-SUM-ENTRY OCCURS 40 TIMES.
       01  WS-SUM-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-SX                    PIC S9(4) COMP VALUE 0.
       01  WS-SUM-FOUND             PIC S9(4) COMP VALUE 0.
       01  WS-SUM-FULL              PIC X VALUE 'N'.
       01  WS-RULE-HITS             PIC S9(9) COMP VALUE 0.
       01  WS-CLAIM-STEP            PIC X(8) VALUE SPACES.
       01  WS-CLAIM-TS              PIC X(26) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2DQE.
       COPY V2D2FDS.
       COPY V2D2DOM.
       COPY V2D2ERR.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(15).
               GOBACK
             END-IF
           END-IF.
           PERFORM LOAD-DOMAIN-CATALOG.
           OPEN INPUT POLFILE.
           IF WS-FS1 NOT = '00'
             STRING 'OPEN POLDD FALLO, FILE STATUS='
             CLOSE CLNFILE
           END-IF.
           PERFORM SAVE-SUMMARY.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
               SET VSAM_COUNT = :WS-SCAN-CNT
             WHERE JOB_ID = :DCL-JOB-ID
               AND RECORDS_PROCESSED = 0
               AND STATUS NOT IN ('M', 'F')
           END-EXEC.
           PERFORM RELEASE-JOB.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2VLDT: ' WS-SCAN-CNT ' REGISTROS LEIDOS, '
             MOVE 'CLAVE VACIA' TO WS-CUR-REASON
             PERFORM RAISE-EXCEPTION
           END-IF.
           PERFORM VALIDATE-DOMAINS.
           MOVE POL-FECHA-EMISION TO WS-DATE-FIELD.
           PERFORM CHECK-DATE-SHAPE.
           IF WS-DATE-OK = 'N'
             END-IF
           END-PERFORM.
       VALIDATE-PAGOS.
           IF PAG-MONTO-CUOTA NOT NUMERIC
             MOVE 'PAG-MONTO-CUOTA' TO WS-CUR-FIELD
             MOVE 'COMP-3 NO NUMERICO' TO WS-CUR-REASON
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * VALIDATE-DOMAINS - EL VALOR DEL CAMPO DEBE CAER EN ALGUNO DE *
      * LOS VALORES/RANGOS DE SUS 88. LOS DIGITOS SE COMPARAN CON    *
      * LOS LITERALES YA RELLENADOS A CEROS AL LARGO DEL CAMPO.      *
      *--------------------------------------------------------------*
       VALIDATE-DOMAINS.
           PERFORM VARYING WS-DFX FROM 1 BY 1
             UNTIL WS-DFX > WS-DF-CNT
             MOVE SPACES TO WS-DOM-VAL
             MOVE POL-REGISTRO(WS-DF-OFS(WS-DFX) + 1 :
               WS-DF-LEN(WS-DFX)) TO WS-DOM-VAL
             MOVE 'N' TO WS-DOM-HIT
      *      UN CAMPO DE VISTA REDEFINES DE OTRO SUBTIPO NO SE MIRA.
             IF WS-DF-GATED(WS-DFX) = 'Y'
               AND POL-REGISTRO(WS-DG-OFS + 1 : WS-DG-LEN)
                 NOT = WS-DF-GATE-VAL(WS-DFX)(1:WS-DG-LEN)
               MOVE 'Y' TO WS-DOM-HIT
             END-IF
             PERFORM VARYING WS-DVX FROM WS-DF-FIRST(WS-DFX) BY 1
               UNTIL WS-DVX > WS-DF-LAST(WS-DFX) OR WS-DOM-HIT = 'Y'
               IF WS-DOM-VAL >= WS-DV-LOW(WS-DVX)
                 AND WS-DOM-VAL <= WS-DV-HIGH(WS-DVX)
                 MOVE 'Y' TO WS-DOM-HIT
               END-IF
             END-PERFORM
             IF WS-DOM-HIT = 'N'
               MOVE WS-DF-NAME(WS-DFX) TO WS-CUR-FIELD
               MOVE WS-DF-REASON(WS-DFX) TO WS-CUR-REASON
               PERFORM RAISE-EXCEPTION
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * LOAD-DOMAIN-CATALOG - DOMINIOS DEL ARCHIVO INDEXADO DEL JOB, *
      * UNIDOS AL CATALOGO DE CAMPOS PARA SABER DONDE ESTA CADA UNO. *
      * SOLO CAMPOS DISPLAY DE HASTA 15 BYTES FUERA DE OCCURS. UN    *
      * CAMPO DE UNA VISTA REDEFINES (IN_REDEF='S') SOLO VALE BAJO   *
      * SU SUBTIPO: SE PERFILA CUANDO EL DISCRIMINADOR LO SELECCIONA *
      * (SCREEN-VIEW-FIELD) Y SE OMITE, CON AVISO, SI NO HAY VALOR   *
      * DEL DISCRIMINADOR QUE LE CORRESPONDA.                        *
      * LA REGLA SE ARMA CON LOS VALORES: 'FUERA DE DOMINIO A/C/S'.  *
      *--------------------------------------------------------------*
       LOAD-DOMAIN-CATALOG.
           MOVE SPACES TO WS-DOM-FILE.
           EXEC SQL
             SELECT FILE_NAME INTO :WS-DOM-FILE
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
               AND ORGANIZATION = 'I'
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-DOM-FILE
           END-IF.
           PERFORM LOAD-DISCRIM-GATE.
           MOVE DCL-JOB-ID TO DCL-DOM-JOB-ID.
           MOVE WS-DOM-FILE TO DCL-DOM-FILE.
           EXEC SQL DECLARE DOMCUR CURSOR FOR
             SELECT D.FIELD_NAME, F.FIELD_OFFSET, F.FIELD_LENGTH,
               F.PIC_CLAUSE, D.VALUE_LOW, D.VALUE_HIGH,
               COALESCE(F.IN_REDEF, 'N')
             FROM IBMUSER.V2D2_DOMAINS D, IBMUSER.V2D2_FIELDS F
             WHERE D.JOB_ID = :DCL-DOM-JOB-ID
               AND D.FILE_NAME = :DCL-DOM-FILE
               AND F.JOB_ID = D.JOB_ID
               AND F.FILE_NAME = D.FILE_NAME
               AND F.FIELD_NAME = D.FIELD_NAME
               AND F.FIELD_USAGE = 'DISPLAY'
               AND F.FIELD_LENGTH <= 15
               AND F.FIELD_OFFSET + F.FIELD_LENGTH <= 711
               AND F.OCCURS_CNT = 1
             ORDER BY F.FIELD_SEQ, D.VALUE_LOW
           END-EXEC.
           EXEC SQL OPEN DOMCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH DOMCUR
               INTO :DCL-DOM-FIELD, :DCL-FDS-OFFSET,
                 :DCL-FDS-LENGTH, :DCL-FDS-PIC,
                 :DCL-DOM-LOW, :DCL-DOM-HIGH, :DCL-FDS-REDEF
             END-EXEC
             IF SQLCODE = 0
               PERFORM SCREEN-VIEW-FIELD
               IF DCL-DOM-FIELD NOT = WS-DOM-SKIPNAME
                 PERFORM ADD-DOMAIN-VALUE
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE DOMCUR END-EXEC.
           IF WS-DF-CNT = 0
             DISPLAY 'V2D2VLDT: SIN DOMINIOS 88 CATALOGADOS PARA '
               WS-DOM-FILE ' - REANALICE CON V2D2RUNA'
           ELSE
             DISPLAY 'V2D2VLDT: ' WS-DF-CNT ' CAMPO(S) CON DOMINIO'
               ' CATALOGADO EN ' WS-DOM-FILE
           END-IF.
       ADD-DOMAIN-VALUE.
           IF WS-DV-CNT < 200 AND WS-DOM-FULL = 'N'
             IF WS-DF-CNT = 0
               OR DCL-DOM-FIELD NOT = WS-DF-NAME(WS-DF-CNT)
               IF WS-DF-CNT < 30
                 ADD 1 TO WS-DF-CNT
                 MOVE DCL-DOM-FIELD TO WS-DF-NAME(WS-DF-CNT)
                 MOVE DCL-FDS-OFFSET TO WS-DF-OFS(WS-DF-CNT)
                 MOVE DCL-FDS-LENGTH TO WS-DF-LEN(WS-DF-CNT)
                 IF DCL-FDS-PIC(1:1) = '9'
                   MOVE 'Y' TO WS-DF-NUMERIC(WS-DF-CNT)
                 ELSE
                   MOVE 'N' TO WS-DF-NUMERIC(WS-DF-CNT)
                 END-IF
                 COMPUTE WS-DF-FIRST(WS-DF-CNT) = WS-DV-CNT + 1
                 MOVE 'FUERA DE DOMINIO ' TO WS-DF-REASON(WS-DF-CNT)
                 MOVE 18 TO WS-DF-RPTR(WS-DF-CNT)
                 IF DCL-FDS-REDEF = 'S'
                   MOVE 'Y' TO WS-DF-GATED(WS-DF-CNT)
                   MOVE WS-DG-VALUE(WS-DG-HIT)
                     TO WS-DF-GATE-VAL(WS-DF-CNT)
                 ELSE
                   MOVE 'N' TO WS-DF-GATED(WS-DF-CNT)
                   MOVE SPACES TO WS-DF-GATE-VAL(WS-DF-CNT)
                 END-IF
               ELSE
                 DISPLAY 'V2D2VLDT: MAS DE 30 CAMPOS CON DOMINIO -'
                   ' SE OMITE ' DCL-DOM-FIELD
                 MOVE 'Y' TO WS-DOM-FULL
               END-IF
             END-IF
           END-IF.
           IF WS-DV-CNT < 200 AND WS-DOM-FULL = 'N'
             ADD 1 TO WS-DV-CNT
             MOVE WS-DV-CNT TO WS-DF-LAST(WS-DF-CNT)
             MOVE DCL-DOM-LOW TO WS-DOM-LIT
             PERFORM ALIGN-DOMAIN-LITERAL
             MOVE WS-DOM-LIT TO WS-DV-LOW(WS-DV-CNT)
             MOVE DCL-DOM-HIGH TO WS-DOM-LIT
             PERFORM ALIGN-DOMAIN-LITERAL
             MOVE WS-DOM-LIT TO WS-DV-HIGH(WS-DV-CNT)
             IF WS-DF-RPTR(WS-DF-CNT) > 18
               STRING '/' DELIMITED BY SIZE
                 INTO WS-DF-REASON(WS-DF-CNT)
                 WITH POINTER WS-DF-RPTR(WS-DF-CNT)
               END-STRING
             END-IF
             STRING FUNCTION TRIM(DCL-DOM-LOW) DELIMITED BY SIZE
               INTO WS-DF-REASON(WS-DF-CNT)
               WITH POINTER WS-DF-RPTR(WS-DF-CNT)
             END-STRING
             IF DCL-DOM-HIGH NOT = DCL-DOM-LOW
               STRING '-' FUNCTION TRIM(DCL-DOM-HIGH)
                 DELIMITED BY SIZE
                 INTO WS-DF-REASON(WS-DF-CNT)
                 WITH POINTER WS-DF-RPTR(WS-DF-CNT)
               END-STRING
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * SCREEN-VIEW-FIELD - AL ENTRAR UN CAMPO NUEVO DE UNA VISTA    *
      * REDEFINES SE BUSCA SU SUBTIPO: EL PREFIJO DEL CAMPO (HOG-)   *
      * DEBE ABRIR EL SUFIJO DE UN 88 '-ES-' DEL DISCRIMINADOR       *
      * (POL-ES-HOGAR). SIN SUBTIPO EL CAMPO SE ANOTA EN             *
      * WS-DOM-SKIPNAME Y SUS FILAS NO SE CARGAN.                    *
      *--------------------------------------------------------------*
       SCREEN-VIEW-FIELD.
           MOVE 'N' TO WS-DOM-NEWFLD.
           IF WS-DF-CNT = 0
             MOVE 'Y' TO WS-DOM-NEWFLD
           ELSE
             IF DCL-DOM-FIELD NOT = WS-DF-NAME(WS-DF-CNT)
               MOVE 'Y' TO WS-DOM-NEWFLD
             END-IF
           END-IF.
           IF WS-DOM-NEWFLD = 'Y' AND DCL-FDS-REDEF = 'S'
             AND DCL-DOM-FIELD NOT = WS-DOM-SKIPNAME
             MOVE 0 TO WS-DG-HIT WS-DG-PLEN
             MOVE SPACES TO WS-DG-PREFIX
             UNSTRING DCL-DOM-FIELD DELIMITED BY '-'
               INTO WS-DG-PREFIX COUNT IN WS-DG-PLEN
             END-UNSTRING
             IF WS-DG-PLEN > 0 AND WS-DG-PLEN < 30
               PERFORM VARYING WS-DGX FROM 1 BY 1
                 UNTIL WS-DGX > WS-DG-CNT OR WS-DG-HIT > 0
                 IF WS-DG-SUFFIX(WS-DGX)(1:WS-DG-PLEN)
                   = WS-DG-PREFIX(1:WS-DG-PLEN)
                   MOVE WS-DGX TO WS-DG-HIT
                 END-IF
               END-PERFORM
             END-IF
             IF WS-DG-HIT = 0
               DISPLAY 'V2D2VLDT: ' FUNCTION TRIM(DCL-DOM-FIELD)
                 ' ESTA EN UNA VISTA REDEFINES SIN SUBTIPO EN EL'
                 ' DISCRIMINADOR - NO SE PERFILA'
               MOVE DCL-DOM-FIELD TO WS-DOM-SKIPNAME
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * LOAD-DISCRIM-GATE - POSICION DEL DISCRIMINADOR DEL ARCHIVO Y *
      * UN VALOR POR SUBTIPO (SOLO 88 DE VALOR UNICO CUYO NOMBRE     *
      * LLEVA '-ES-'; EL SUFIJO IDENTIFICA LA VISTA). SIN            *
      * DISCRIMINADOR NINGUN CAMPO DE VISTA REDEFINES SE PERFILA.    *
      *--------------------------------------------------------------*
       LOAD-DISCRIM-GATE.
           MOVE SPACES TO WS-DG-FIELD.
           MOVE 0 TO WS-DG-CNT WS-DG-LEN.
           EXEC SQL
             SELECT COALESCE(DISCRIM_FIELD, ' ')
             INTO :WS-DG-FIELD
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
               AND FILE_NAME = :WS-DOM-FILE
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-DG-FIELD
           END-IF.
           IF WS-DG-FIELD NOT = SPACES
             MOVE DCL-JOB-ID TO DCL-FDS-JOB-ID
             MOVE WS-DOM-FILE TO DCL-FDS-FILE
             MOVE WS-DG-FIELD TO DCL-FDS-NAME
             EXEC SQL
               SELECT FIELD_OFFSET, FIELD_LENGTH, PIC_CLAUSE
               INTO :DCL-FDS-OFFSET, :DCL-FDS-LENGTH, :DCL-FDS-PIC
               FROM IBMUSER.V2D2_FIELDS
               WHERE JOB_ID = :DCL-FDS-JOB-ID
                 AND FILE_NAME = :DCL-FDS-FILE
                 AND FIELD_NAME = :DCL-FDS-NAME
                 AND FIELD_USAGE = 'DISPLAY'
                 AND FIELD_LENGTH <= 15
                 AND FIELD_OFFSET + FIELD_LENGTH <= 711
                 AND OCCURS_CNT = 1
                 AND COALESCE(IN_REDEF, 'N') NOT = 'S'
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0
               MOVE DCL-FDS-OFFSET TO WS-DG-OFS
               MOVE DCL-FDS-LENGTH TO WS-DG-LEN
               IF DCL-FDS-PIC(1:1) = '9'
                 MOVE 'Y' TO WS-DG-NUMERIC
               ELSE
                 MOVE 'N' TO WS-DG-NUMERIC
               END-IF
               PERFORM LOAD-DISCRIM-VALUES
             END-IF
           END-IF.
       LOAD-DISCRIM-VALUES.
           EXEC SQL DECLARE DGCUR CURSOR FOR
             SELECT COND_NAME, VALUE_LOW
             FROM IBMUSER.V2D2_DOMAINS
             WHERE JOB_ID = :DCL-FDS-JOB-ID
               AND FILE_NAME = :DCL-FDS-FILE
               AND FIELD_NAME = :DCL-FDS-NAME
               AND VALUE_HIGH = VALUE_LOW
             ORDER BY COND_NAME
           END-EXEC.
           EXEC SQL OPEN DGCUR END-EXEC.
           MOVE SQLCODE TO WS-DG-SQLCD.
           PERFORM UNTIL WS-DG-SQLCD NOT = 0
             EXEC SQL
               FETCH DGCUR
               INTO :DCL-DOM-COND, :DCL-DOM-LOW
             END-EXEC
             MOVE SQLCODE TO WS-DG-SQLCD
             IF WS-DG-SQLCD = 0
               PERFORM ADD-DISCRIM-VALUE
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE DGCUR END-EXEC.
           IF WS-DG-CNT > 0
             DISPLAY 'V2D2VLDT: ' WS-DG-CNT ' SUBTIPO(S) SEGUN '
               FUNCTION TRIM(WS-DG-FIELD)
               ' PARA LAS VISTAS REDEFINES'
           END-IF.
       ADD-DISCRIM-VALUE.
           MOVE SPACES TO WS-DG-HEAD WS-DG-TAIL.
           MOVE 0 TO WS-DG-PARTS.
           UNSTRING DCL-DOM-COND DELIMITED BY '-ES-'
             INTO WS-DG-HEAD WS-DG-TAIL
             TALLYING IN WS-DG-PARTS
           END-UNSTRING.
           IF WS-DG-PARTS = 2 AND WS-DG-TAIL NOT = SPACES
             AND WS-DG-CNT < 10
             ADD 1 TO WS-DG-CNT
             MOVE WS-DG-TAIL TO WS-DG-SUFFIX(WS-DG-CNT)
             MOVE SPACES TO WS-DG-VALUE(WS-DG-CNT)
             IF WS-DG-NUMERIC = 'Y' AND DCL-DOM-LOW NOT = SPACES
               MOVE FUNCTION TRIM(DCL-DOM-LOW) TO WS-DOM-RJ
               INSPECT WS-DOM-RJ REPLACING LEADING SPACE BY '0'
               MOVE WS-DOM-RJ(16 - WS-DG-LEN : WS-DG-LEN)
                 TO WS-DG-VALUE(WS-DG-CNT)
             ELSE
               MOVE DCL-DOM-LOW TO WS-DG-VALUE(WS-DG-CNT)
             END-IF
           END-IF.
      *    UN LITERAL NUMERICO ('1') CONTRA UN PIC 99 SE COMPARA COMO
      *    '01': SE RELLENA A CEROS POR IZQUIERDA AL LARGO DEL CAMPO.
       ALIGN-DOMAIN-LITERAL.
           IF WS-DF-NUMERIC(WS-DF-CNT) = 'Y'
             AND WS-DOM-LIT NOT = SPACES
             MOVE FUNCTION TRIM(WS-DOM-LIT) TO WS-DOM-RJ
             INSPECT WS-DOM-RJ REPLACING LEADING SPACE BY '0'
             MOVE SPACES TO WS-DOM-LIT
             MOVE WS-DOM-RJ(16 - WS-DF-LEN(WS-DF-CNT) :
               WS-DF-LEN(WS-DF-CNT)) TO WS-DOM-LIT
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-DATE-SHAPE - AAAA-MM-DD, DIGITS IN THE DIGIT SLOTS,    *
      * YEAR NOT ZERO, MONTH 1-12, DAY 1-31. '0000-00-00' AND        *
      * SPACES BOTH FAIL HERE.                                       *
               MOVE WS-CUR-FIELD TO WS-SUM-FIELD(WS-SUM-CNT)
               MOVE WS-CUR-REASON TO WS-SUM-RULE(WS-SUM-CNT)
               MOVE 1 TO WS-SUM-COUNT(WS-SUM-CNT)
             ELSE
               MOVE 1001 TO WS-RULE-HITS
               IF WS-SUM-FULL = 'N'
                 DISPLAY 'V2D2VLDT: MAS DE 40 CAMPO/REGLA EN EL'
                   ' RESUMEN - SE OMITE ' WS-CUR-FIELD
                 MOVE 'Y' TO WS-SUM-FULL
               END-IF
             END-IF
           END-IF.
      *    EL RESUMEN CUENTA TODO, PERO EL DETALLE SE CORTA EN 1000
