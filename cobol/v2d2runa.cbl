      * instead of the SRCDD DD - the mode V2D2MASS uses to analyze   *
      * a whole PDS in one submission, one CALL per member, without   *
      * a DD card per member. Plain JCL runs keep using SRCDD.        *
      *                                                               *
      * Every 88-level under a cataloged field is recorded with its   *
      * VALUE literals (THRU ranges kept as low/high) in              *
      * IBMUSER.V2D2_DOMAINS, so V2D2RUND can emit CHECK constraints  *
      * and V2D2VLDT can profile the file without hard-wired domains. *
      *                                                               *
      * Online programs have no SELECT/FD for the files they use:     *
      * EXEC CICS READ/WRITE/REWRITE/DELETE/STARTBR/READNEXT/READPREV *
      * FILE('name') is recorded in V2D2_OPS under the issuing        *
      * paragraph (OPERATION = the CICS verb) and the FCT file in     *
      * V2D2_FILES with ACCESS_TYPE 'C'. Its DSN and organization     *
      * come from the IBMUSER.V2D2_FCT map, so it is registered in    *
      * V2D2_DSREG like any batch ddname. FILE(data-name) cannot be   *
      * resolved from the source and is only reported.                *
      *                                                               *
      * PARM='nnnnnnnnn,DRIFT' is the layout drift check V2D2DRFT     *
      * calls for each live job: the source is re-expanded (dynamic   *
      * allocation, as DIRECT) with the same field catalog logic, but *
      * the fields and ODO groups go to the V2D2_DRFLD/V2D2_DRODO     *
      * scratch tables and nothing else is written - no claim, no     *
      * status change, the job's own catalog stays as it was.         *
      *                                                               *
      * A file with several 01 records under its FD (header, detail   *
      * types, trailer) gets every field tagged with its record       *
      * (V2D2_FIELDS.REC_NAME) and one V2D2_RECTYPES row per record:  *
      * the elementary field whose 88 selects the record and that 88  *
      * VALUE, the record's role (header/detail/trailer, from the     *
      * record or condition name) and the trailer's count and total   *
      * fields, so V2D2GLOD can route each record to its own table    *
      * and balance the trailer before loading. The table is named    *
      * after the record, cut to the 18 bytes DB2 allows; a record    *
      * whose cut name repeats an earlier one is left unloaded.       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-TAB-STRATEGY    PIC X(1) VALUE SPACE.
              10 WS-TAB-DISCRIM     PIC X(30) VALUE SPACES.
              10 WS-TAB-COPYMBR     PIC X(8) VALUE SPACES.
              10 WS-TAB-ACCESS      PIC X(1) VALUE 'B'.
              10 WS-TAB-DSN         PIC X(44) VALUE SPACES.
       01  WS-FILE-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-SEL-NAME              PIC X(8) VALUE SPACES.
       01  WS-SEL-DDNAME            PIC X(8) VALUE SPACES.
       01  WS-CPY-RPL-NEW            PIC X(30) VALUE SPACES.
       01  WS-RX2                    PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * DOMINIOS 88 - EL LITERAL PENDIENTE ESPERA A VER SI LE SIGUE  *
      * UN THRU ANTES DE GRABARSE COMO VALOR SUELTO O COMO RANGO.    *
      *--------------------------------------------------------------*
       01  WS-DOM-MODE               PIC X(1) VALUE 'N'.
       01  WS-DOM-TOK                PIC X(30) VALUE SPACES.
       01  WS-DOM-PEND               PIC X(15) VALUE SPACES.
       01  WS-DOM-HAS-PEND           PIC X(1) VALUE 'N'.
       01  WS-DOM-CNT                PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * EXEC CICS FILE CONTROL - EL COMANDO SUELE OCUPAR VARIAS      *
      * LINEAS; VERBO Y FILE('...') SE ACUMULAN HASTA EL END-EXEC.   *
      *--------------------------------------------------------------*
       01  WS-IN-CICS                PIC X(1) VALUE 'N'.
       01  WS-CICS-VERB              PIC X(8) VALUE SPACES.
       01  WS-CICS-FILE              PIC X(8) VALUE SPACES.
       01  WS-CICS-TOK1              PIC X(30) VALUE SPACES.
       01  WS-CICS-TOK2              PIC X(30) VALUE SPACES.
      *    FILE / DATASET SUELTOS: EL ( 'x' ) VIENE EN LA PALABRA
      *    SIGUIENTE, AUNQUE ESTE EN OTRA LINEA.
       01  WS-CICS-PEND              PIC X(1) VALUE 'N'.
       01  WS-CICS-PREV              PIC X(1) VALUE 'N'.
       01  WS-CICS-FX                PIC S9(4) COMP VALUE 0.
       01  WS-CICS-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-OP-VERB                PIC X(8) VALUE SPACES.
      *--------------------------------------------------------------*
      * FIELD CATALOG WORK AREAS - OFFSET/LENGTH COMPUTATION OVER    *
      * THE (EXPANDED) DATA DIVISION. THE GROUP STACK RESOLVES       *
      * OCCURS MULTIPLICATION AND REDEFINES OVERLAYS; WS-LVL-START   *
       01  WS-OCC-MULT               PIC S9(9) COMP VALUE 1.
       01  WS-IN-REDEF-FLAG          PIC X(1) VALUE 'N'.
       01  GX                        PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * TIPOS DE REGISTRO DEL FD EN CURSO - UNA ENTRADA POR 01. EL   *
      * LARGO SE CIERRA AL LLEGAR EL 01 SIGUIENTE, OTRO FD O LA      *
      * WORKING-STORAGE. EL CAMPO DE TIPO ES EL CAMPO ELEMENTAL      *
      * DUENO DEL PRIMER 88 DEL REGISTRO CUYO VALOR NO RECLAMO UN    *
      * REGISTRO ANTERIOR EN ESE MISMO OFFSET; LOS DEMAS 88 DE ESE   *
      * CAMPO QUEDAN DE RESERVA PARA LOS REGISTROS QUE NO TRAEN 88   *
      * PROPIO (UN SOLO CAMPO TIPO EN EL PRIMER 01 CON UN 88 POR     *
      * TIPO) Y SE ASIGNAN POR ROL. LOS CAMPOS DE CONTROL SON EL     *
      * PRIMER NUMERICO DECODIFICABLE CUYO NOMBRE LOS DELATA.        *
      *--------------------------------------------------------------*
       01  WS-RTY-TAB.
           05 WS-RTY-ENTRY OCCURS 10 TIMES.
              10 WS-RTY-NAME         PIC X(30).
              10 WS-RTY-LEN          PIC S9(9) COMP.
              10 WS-RTY-TFIELD       PIC X(30).
              10 WS-RTY-TOFS         PIC S9(9) COMP.
              10 WS-RTY-TLEN         PIC S9(9) COMP.
              10 WS-RTY-TVALUE       PIC X(15).
              10 WS-RTY-ROLE         PIC X(1).
              10 WS-RTY-CNTFLD       PIC X(30).
              10 WS-RTY-TOTFLD       PIC X(30).
              10 WS-RTY-SUMFLD       PIC X(30).
       01  WS-RTY-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-RTY-CUR                PIC S9(4) COMP VALUE 0.
       01  WS-SPR-TAB.
           05 WS-SPR-ENTRY OCCURS 10 TIMES.
              10 WS-SPR-VALUE        PIC X(15).
              10 WS-SPR-ROLE         PIC X(1).
              10 WS-SPR-USED         PIC X(1).
       01  WS-SPR-CNT                PIC S9(4) COMP VALUE 0.
       01  TX                        PIC S9(4) COMP VALUE 0.
       01  SX                        PIC S9(4) COMP VALUE 0.
       01  WS-CUR-RECNAME            PIC X(30) VALUE SPACES.
       01  WS-LAST-ELEM              PIC X(1) VALUE 'N'.
       01  WS-LAST-OFS               PIC S9(9) COMP VALUE 0.
       01  WS-LAST-LEN               PIC S9(9) COMP VALUE 0.
       01  WS-LAST-PIC               PIC X(14) VALUE SPACES.
       01  WS-ROLE-NAME              PIC X(30) VALUE SPACES.
       01  WS-ROLE-GUESS             PIC X(1) VALUE 'D'.
       01  WS-ROLE-TALLY             PIC S9(4) COMP VALUE 0.
       01  WS-TVAL-RJ                PIC X(15) JUSTIFIED RIGHT.
       01  WS-TVAL-CLAIMED           PIC X(1) VALUE 'N'.
       01  WS-CLAIM-STEP            PIC X(8) VALUE SPACES.
       01  WS-CLAIM-TS              PIC X(26) VALUE SPACES.
       01  WS-CLAIM-OK              PIC X VALUE 'N'.
       01  WS-PARM-JOBID            PIC X(9)  VALUE SPACES.
       01  WS-PARM-TOK1             PIC X(6)  VALUE SPACES.
       01  WS-DIRECT-MODE           PIC X(1)  VALUE 'N'.
       01  WS-DRIFT-MODE            PIC X(1)  VALUE 'N'.
       01  WS-DRIFT-CNT             PIC S9(9) COMP VALUE 0.
       01  WS-SRC-DSN               PIC X(54) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2FIL.
       COPY V2D2FDS.
       COPY V2D2ODO.
       COPY V2D2DOM.
       COPY V2D2RTY.
       COPY V2D2AIX.
       COPY V2D2DSR.
       COPY V2D2FCT.
       COPY V2D2OPS.
       COPY V2D2NTF.
       COPY V2D2STH.
           IF WS-PARM-TOK1 = 'DIRECT'
             MOVE 'Y' TO WS-DIRECT-MODE
           END-IF.
           IF WS-PARM-TOK1 = 'DRIFT'
             MOVE 'Y' TO WS-DIRECT-MODE
             MOVE 'Y' TO WS-DRIFT-MODE
           END-IF.
           MOVE WS-PARM-JOBID TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
           EXEC SQL
             DISPLAY 'V2D2RUNA: JOB NO ENCONTRADO ' WS-JOBID-DISP
             GOBACK
           END-IF.
      *    DRIFT: SOLO SE REEMPLAZAN LAS FILAS DE TRABAJO; EL JOB
      *    PUEDE ESTAR TOMADO POR UNA CARGA Y NO SE LO TOCA.
           IF WS-DRIFT-MODE = 'Y'
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_DRFLD
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_DRODO
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
           ELSE
             PERFORM CLAIM-JOB
             IF WS-CLAIM-OK NOT = 'Y'
               GOBACK
             END-IF
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_FIELDS
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_ODO
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_DOMAINS
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_RECTYPES
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
           END-IF.
           IF WS-DIRECT-MODE = 'Y'
             MOVE SPACES TO WS-SRC-DSN
             STRING FUNCTION TRIM(DCL-SOURCE-DSN) '('
             STRING 'OPEN FUENTE FALLO, FILE STATUS='
               WS-SRC-FS DELIMITED BY SIZE
               INTO WS-ERR-TEXT
      *      EN DRIFT EL JOB NO FALLA: V2D2DRFT VE QUE NO HAY FILAS
      *      RE-EXPANDIDAS Y LO INFORMA.
             IF WS-DRIFT-MODE = 'Y'
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'V2D2RUNA: ' WS-ERR-TEXT
             ELSE
               PERFORM FAIL-JOB
             END-IF
             GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE 'W' TO WS-TAB-STRATEGY(WS-REDEF-FIDX(WS-RX))
             END-IF
           END-PERFORM.
           IF WS-DRIFT-MODE = 'Y'
             EXEC SQL COMMIT END-EXEC
             DISPLAY 'V2D2RUNA: JOB ' WS-JOBID-DISP ' RE-EXPANDIDO,'
               ' CAMPOS=' WS-DRIFT-CNT
             GOBACK
           END-IF.
           PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > WS-FILE-CNT
             MOVE WS-JOBID-DISP TO DCL-FIL-JOB-ID
             MOVE WS-TAB-STRATEGY(FX) TO DCL-FIL-STRATEGY
             MOVE WS-TAB-DISCRIM(FX) TO DCL-FIL-DISCRIM
             MOVE WS-TAB-COPYMBR(FX) TO DCL-FIL-COPYMBR
             MOVE WS-TAB-ACCESS(FX) TO DCL-FIL-ACCESS
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_FILES
               (JOB_ID, FILE_NAME, DDNAME, ORGANIZATION,
                DDL_STRATEGY, DISCRIM_FIELD, COPY_MEMBER,
                MIG_STATUS, ACCESS_TYPE)
               VALUES (:DCL-FIL-JOB-ID, :DCL-FIL-NAME,
                :DCL-FIL-DDNAME, :DCL-FIL-ORG,
                :DCL-FIL-STRATEGY, :DCL-FIL-DISCRIM,
                :DCL-FIL-COPYMBR, 'P', :DCL-FIL-ACCESS)
             END-EXEC
             PERFORM REGISTER-DATASET
           END-PERFORM.
           IF WS-DOM-CNT > 0
             DISPLAY 'V2D2RUNA: ' WS-DOM-CNT
               ' VALORES DE DOMINIO (88) CATALOGADOS'
           END-IF.
           IF WS-CICS-CNT > 0
             DISPLAY 'V2D2RUNA: ' WS-CICS-CNT
               ' OPERACIONES EXEC CICS DE ARCHIVO REGISTRADAS'
           END-IF.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
               SET STATUS = 'P',
                   DRIFT_FLAG = ' ',
                   UPDATED_TS = CURRENT TIMESTAMP
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
             CONTINUE
           ELSE
           MOVE WS-LINE-BUF(8:65) TO WS-CONTENT
      *    'PROCEDURE DIVISION USING DFHCOMMAREA.' (LOS PROGRAMAS
      *    CICS Y LOS SUBPROGRAMAS) TAMBIEN ABRE LA PROCEDURE.
           IF WS-CONTENT(1:18) = 'PROCEDURE DIVISION'
             MOVE 'Y' TO WS-IN-PROC
           END-IF
      *    EL CATALOGO DE CAMPOS TERMINA DONDE TERMINA LA FILE
      *      DE LA FILE SECTION, SI NO SU FILA DE V2D2_ODO SE
      *      PERDERIA.
             PERFORM FLUSH-GROUP-STACK
             PERFORM END-FD-RECORDS
             MOVE 0 TO WS-CURR-FIDX
           END-IF
           PERFORM SPLIT-WORDS
      * subtype discriminator. The 88-level immediately owned by the *
      * field that precedes those REDEFINES groups (POL-TIPO, with   *
      * POL-ES-AUTO/VIDA/HOGAR) is captured as the discriminator.    *
      * Every 88 of the current FD also has its values cataloged     *
      * under the owning field (CATALOG-DOMAIN).                     *
      *--------------------------------------------------------------*
       SCAN-DATA-FIELD.
           IF WS-WORD(1) = 'FD'
               AND WS-ES-TALLY > 0
               MOVE WS-LAST-FIELD TO WS-TAB-DISCRIM(WS-CURR-FIDX)
             END-IF
             IF WS-CURR-FIDX > 0
               PERFORM CATALOG-DOMAIN
               PERFORM CLAIM-RECORD-TYPE
             END-IF
           ELSE
             IF WS-WORD-CNT > 1
               MOVE WS-WORD(2) TO WS-LAST-FIELD
             END-IF
             MOVE 'N' TO WS-LAST-ELEM
             PERFORM VARYING WX FROM 1 BY 1
               UNTIL WX > WS-WORD-CNT
               IF WS-WORD(WX) = 'REDEFINES' AND WX < WS-WORD-CNT
             END-IF
           END-IF
           END-IF.
      *--------------------------------------------------------------*
      * CATALOG-DOMAIN - '88 nombre VALUE[S] [IS/ARE] lit [THRU lit] *
      * [lit ...]'. EL DUENO ES EL ULTIMO CAMPO CATALOGADO (WS-LAST- *
      * FIELD). LAS COMILLAS SE SACAN; SPACE/ZERO SE TRADUCEN. COMO  *
      * CON LOS CAMPOS, EL 88 DEBE ESTAR COMPLETO EN UNA LINEA.      *
      *--------------------------------------------------------------*
       CATALOG-DOMAIN.
           MOVE 'N' TO WS-DOM-MODE WS-DOM-HAS-PEND.
           MOVE SPACES TO WS-DOM-PEND.
           PERFORM VARYING WX FROM 3 BY 1
             UNTIL WX > WS-WORD-CNT
             EVALUATE WS-WORD(WX)
               WHEN 'VALUE'
               WHEN 'VALUES'
                 MOVE 'Y' TO WS-DOM-MODE
               WHEN 'IS'
               WHEN 'ARE'
                 CONTINUE
               WHEN 'THRU'
               WHEN 'THROUGH'
                 IF WS-DOM-HAS-PEND = 'Y'
                   MOVE 'T' TO WS-DOM-MODE
                 END-IF
               WHEN OTHER
                 IF WS-DOM-MODE NOT = 'N'
                   PERFORM NORMALIZE-DOMAIN-LITERAL
                   IF WS-DOM-MODE = 'T'
                     MOVE WS-DOM-PEND TO DCL-DOM-LOW
                     MOVE WS-DOM-TOK TO DCL-DOM-HIGH
                     PERFORM SAVE-DOMAIN-ROW
                     MOVE 'N' TO WS-DOM-HAS-PEND
                     MOVE 'Y' TO WS-DOM-MODE
                   ELSE
                     IF WS-DOM-HAS-PEND = 'Y'
                       MOVE WS-DOM-PEND TO DCL-DOM-LOW DCL-DOM-HIGH
                       PERFORM SAVE-DOMAIN-ROW
                     END-IF
                     MOVE WS-DOM-TOK TO WS-DOM-PEND
                     MOVE 'Y' TO WS-DOM-HAS-PEND
                   END-IF
                 END-IF
             END-EVALUATE
           END-PERFORM.
           IF WS-DOM-HAS-PEND = 'Y'
             MOVE WS-DOM-PEND TO DCL-DOM-LOW DCL-DOM-HIGH
             PERFORM SAVE-DOMAIN-ROW
           END-IF.
       NORMALIZE-DOMAIN-LITERAL.
           EVALUATE WS-WORD(WX)
             WHEN 'SPACE'
             WHEN 'SPACES'
               MOVE SPACES TO WS-DOM-TOK
             WHEN 'ZERO'
             WHEN 'ZEROS'
             WHEN 'ZEROES'
               MOVE '0' TO WS-DOM-TOK
             WHEN OTHER
               MOVE WS-WORD(WX) TO WS-DOM-TOK
               INSPECT WS-DOM-TOK REPLACING ALL '''' BY SPACE
               INSPECT WS-DOM-TOK REPLACING ALL '"' BY SPACE
               MOVE FUNCTION TRIM(WS-DOM-TOK) TO WS-DOM-TOK
           END-EVALUATE.
      *    UNA FILA POR VALOR; UN -803 (EL MISMO VALOR REPETIDO EN LA
      *    CONDICION) SE IGNORA.
       SAVE-DOMAIN-ROW.
           IF WS-DRIFT-MODE = 'Y'
             CONTINUE
           ELSE
             MOVE WS-JOBID-DISP TO DCL-DOM-JOB-ID
             MOVE WS-TAB-FNAME(WS-CURR-FIDX) TO DCL-DOM-FILE
             MOVE WS-LAST-FIELD TO DCL-DOM-FIELD
             MOVE WS-WORD(2) TO DCL-DOM-COND
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_DOMAINS
               (JOB_ID, FILE_NAME, FIELD_NAME, COND_NAME,
                VALUE_LOW, VALUE_HIGH)
               VALUES (:DCL-DOM-JOB-ID, :DCL-DOM-FILE,
                :DCL-DOM-FIELD, :DCL-DOM-COND,
                :DCL-DOM-LOW, :DCL-DOM-HIGH)
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-DOM-CNT
             END-IF
           END-IF.
       MATCH-CURRENT-FD.
           PERFORM FLUSH-GROUP-STACK.
           PERFORM END-FD-RECORDS.
           MOVE 0 TO WS-CURR-FIDX.
           PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > WS-FILE-CNT
             MOVE WS-SEL-NAME TO WS-TAB-FNAME(WS-FILE-CNT)
             MOVE WS-SEL-DDNAME TO WS-TAB-DDNAME(WS-FILE-CNT)
             MOVE WS-SEL-ORG TO WS-TAB-ORG(WS-FILE-CNT)
             MOVE 'B' TO WS-TAB-ACCESS(WS-FILE-CNT)
             PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > WS-SEL-AIX-CNT OR WS-DRIFT-MODE = 'Y'
               MOVE WS-JOBID-DISP TO DCL-AIX-JOB-ID
               MOVE WS-SEL-NAME TO DCL-AIX-FILE
               MOVE WS-SEL-AIX-FIELD(AX) TO DCL-AIX-FIELD
       CHECK-FILE-OP.
           PERFORM VARYING WX FROM 1 BY 1
             UNTIL WX > WS-WORD-CNT
             IF WS-IN-CICS = 'Y'
               PERFORM SCAN-CICS-WORD
             ELSE
               EVALUATE WS-WORD(WX)
                 WHEN 'EXEC'
                   IF WX < WS-WORD-CNT
                     AND WS-WORD(WX + 1) = 'CICS'
                     MOVE 'Y' TO WS-IN-CICS
                     MOVE 'N' TO WS-CICS-PEND
                     MOVE SPACES TO WS-CICS-VERB WS-CICS-FILE
                   END-IF
                 WHEN 'READ' WHEN 'WRITE' WHEN 'REWRITE'
                 WHEN 'DELETE' WHEN 'START'
                   PERFORM VARYING FX FROM 1 BY 1
                     UNTIL FX > WS-FILE-CNT
                     IF WS-WORD(WX + 1) = WS-TAB-FNAME(FX)
                       MOVE WS-WORD(WX) TO WS-OP-VERB
                       PERFORM SAVE-ONE-OP
                     END-IF
                   END-PERFORM
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * SCAN-CICS-WORD - DENTRO DE UN EXEC CICS: LA PRIMERA PALABRA  *
      * DESPUES DE CICS ES EL VERBO, FILE('x') (O EL VIEJO           *
      * DATASET('x')) EL ARCHIVO - TAMBIEN ESCRITO FILE ('x') - Y    *
      * END-EXEC CIERRA EL COMANDO.                                  *
      *--------------------------------------------------------------*
       SCAN-CICS-WORD.
           MOVE WS-CICS-PEND TO WS-CICS-PREV.
           MOVE 'N' TO WS-CICS-PEND.
           EVALUATE TRUE
             WHEN WS-WORD(WX) = 'END-EXEC'
               PERFORM SAVE-CICS-OP
               MOVE 'N' TO WS-IN-CICS
             WHEN WS-WORD(WX) = 'CICS' AND WS-CICS-VERB = SPACES
               CONTINUE
             WHEN WS-CICS-VERB = SPACES
               MOVE WS-WORD(WX) TO WS-CICS-VERB
             WHEN WS-WORD(WX)(1:5) = 'FILE('
               MOVE WS-WORD(WX)(6:25) TO WS-CICS-TOK1
               PERFORM EXTRACT-CICS-FILE
             WHEN WS-WORD(WX)(1:8) = 'DATASET('
               MOVE WS-WORD(WX)(9:22) TO WS-CICS-TOK1
               PERFORM EXTRACT-CICS-FILE
             WHEN WS-WORD(WX) = 'FILE' OR WS-WORD(WX) = 'DATASET'
               MOVE 'Y' TO WS-CICS-PEND
             WHEN WS-CICS-PREV = 'Y' AND WS-WORD(WX)(1:1) = '('
               MOVE WS-WORD(WX)(2:29) TO WS-CICS-TOK1
               PERFORM EXTRACT-CICS-FILE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *    FILE('POLFILE') DA EL NOMBRE; FILE(WS-ARCHIVO) ES UNA
      *    VARIABLE QUE SOLO SE CONOCE EN EJECUCION - SE MARCA CON
      *    '*' PARA INFORMARLA SIN INVENTAR UN ARCHIVO.
       EXTRACT-CICS-FILE.
           MOVE SPACES TO WS-CICS-TOK2.
           IF WS-CICS-TOK1(1:1) = "'" OR WS-CICS-TOK1(1:1) = '"'
             UNSTRING WS-CICS-TOK1(2:29) DELIMITED BY "'" OR '"'
               INTO WS-CICS-TOK2
             END-UNSTRING
             MOVE WS-CICS-TOK2 TO WS-CICS-FILE
           ELSE
             UNSTRING WS-CICS-TOK1 DELIMITED BY ')'
               INTO WS-CICS-TOK2
             END-UNSTRING
             MOVE '*' TO WS-CICS-FILE
           END-IF.
      *--------------------------------------------------------------*
      * SAVE-CICS-OP - SOLO LOS VERBOS DE FILE CONTROL QUE LEEN O    *
      * MODIFICAN DATOS; ENDBR/RESETBR/UNLOCK NO AGREGAN NADA A LO   *
      * QUE YA DICE EL STARTBR/READ UPDATE DEL MISMO PARRAFO.        *
      *--------------------------------------------------------------*
       SAVE-CICS-OP.
           IF WS-CICS-VERB = 'READ' OR 'WRITE' OR 'REWRITE'
             OR 'DELETE' OR 'STARTBR' OR 'READNEXT' OR 'READPREV'
             EVALUATE TRUE
               WHEN WS-CICS-FILE = SPACES
                 DISPLAY 'V2D2RUNA: EXEC CICS ' WS-CICS-VERB
                   ' SIN FILE() EN ' WS-CURR-PARA ' - SE OMITE'
               WHEN WS-CICS-FILE = '*'
                 DISPLAY 'V2D2RUNA: EXEC CICS ' WS-CICS-VERB
                   ' FILE(' FUNCTION TRIM(WS-CICS-TOK2) ') EN '
                   WS-CURR-PARA ' - NOMBRE EN VARIABLE, NO SE'
                   ' PUEDE RESOLVER'
               WHEN OTHER
                 PERFORM FIND-CICS-FILE
                 IF WS-CICS-FX > 0
                   MOVE WS-CICS-FX TO FX
                   MOVE WS-CICS-VERB TO WS-OP-VERB
                   PERFORM SAVE-ONE-OP
                   ADD 1 TO WS-CICS-CNT
                 END-IF
             END-EVALUATE
           END-IF.
      *    EL ARCHIVO CICS ENTRA A LA MISMA TABLA QUE LOS SELECT, ASI
      *    V2D2_FILES Y V2D2_DSREG SE GRABAN CON EL MISMO LOOP. UN
      *    PROGRAMA QUE TIENE EL MISMO NOMBRE COMO SELECT Y COMO FCT
      *    QUEDA CON LA FILA BATCH.
       FIND-CICS-FILE.
           MOVE 0 TO WS-CICS-FX.
           PERFORM VARYING FX FROM 1 BY 1
             UNTIL FX > WS-FILE-CNT
             IF WS-TAB-FNAME(FX) = WS-CICS-FILE
               MOVE FX TO WS-CICS-FX
             END-IF
           END-PERFORM.
           IF WS-CICS-FX = 0
             IF WS-FILE-CNT < 20
               ADD 1 TO WS-FILE-CNT
               MOVE WS-FILE-CNT TO WS-CICS-FX
               MOVE WS-CICS-FILE TO WS-TAB-FNAME(WS-CICS-FX)
                                    WS-TAB-DDNAME(WS-CICS-FX)
               MOVE 'C' TO WS-TAB-ACCESS(WS-CICS-FX)
               PERFORM LOOKUP-FCT
             ELSE
               DISPLAY 'V2D2RUNA: TABLA DE ARCHIVOS LLENA - '
                 WS-CICS-FILE ' NO SE REGISTRA'
             END-IF
           END-IF.
      *    SIN FILA EN V2D2_FCT SE ASUME KSDS (STARTBR/READNEXT SOLO
      *    EXISTEN SOBRE VSAM Y EL INVENTARIO ONLINE ES TODO KSDS) Y
      *    EL DSN QUEDA EN BLANCO PARA COMPLETARLO EN V2D2M08.
       LOOKUP-FCT.
           MOVE WS-CICS-FILE TO DCL-FCT-FILE.
           EXEC SQL
             SELECT DSN, ORGANIZATION
             INTO :DCL-FCT-DSN, :DCL-FCT-ORG
             FROM IBMUSER.V2D2_FCT
             WHERE FCT_FILE = :DCL-FCT-FILE
           END-EXEC.
           IF SQLCODE = 0
             MOVE DCL-FCT-DSN TO WS-TAB-DSN(WS-CICS-FX)
             MOVE DCL-FCT-ORG TO WS-TAB-ORG(WS-CICS-FX)
           ELSE
             MOVE SPACES TO WS-TAB-DSN(WS-CICS-FX)
             MOVE 'I' TO WS-TAB-ORG(WS-CICS-FX)
             DISPLAY 'V2D2RUNA: ARCHIVO CICS ' WS-CICS-FILE
               ' SIN FILA EN V2D2_FCT - REGISTRE EL DSN EN V2D2M08'
           END-IF.
       SAVE-ONE-OP.
           IF WS-DRIFT-MODE = 'Y'
             CONTINUE
           ELSE
           MOVE WS-JOBID-DISP TO DCL-OPS-JOB-ID
           MOVE WS-TAB-FNAME(FX) TO DCL-OPS-FILE-NAME
           MOVE WS-OP-VERB TO DCL-OPS-OPERATION
           MOVE WS-CURR-PARA TO DCL-OPS-PARAGRAPH
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_OPS
             (JOB_ID, FILE_NAME, OPERATION, PARAGRAPH)
             VALUES (:DCL-OPS-JOB-ID, :DCL-OPS-FILE-NAME,
              :DCL-OPS-OPERATION, :DCL-OPS-PARAGRAPH)
           END-EXEC
           END-IF.
       SPLIT-WORDS.
           MOVE 0 TO WS-WORD-CNT WS-TMP-CNT.
           MOVE SPACES TO WS-TMP-TAB.
               MOVE 'OTHER' TO DCL-DSR-ROLE
               MOVE SPACES TO DCL-DSR-DSN
           END-EVALUATE.
           IF WS-TAB-ACCESS(FX) = 'C'
             MOVE WS-TAB-DSN(FX) TO DCL-DSR-DSN
           END-IF.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_DSREG
             (JOB_ID, DDNAME, ROLE, DSN, ORGANIZATION)
             VALUES (:DCL-DSR-JOB-ID, :DCL-DSR-DDNAME,
              :DCL-DSR-ROLE, :DCL-DSR-DSN, :DCL-DSR-ORG)
           END-EXEC.
      *    UN ARCHIVO CICS CUYA FILA DE V2D2_FCT SE CARGO DESPUES DEL
      *    PRIMER ANALISIS COMPLETA EL DSN QUE HABIA QUEDADO EN
      *    BLANCO; UNO YA REGISTRADO A MANO NO SE TOCA.
           IF SQLCODE = -803 AND WS-TAB-ACCESS(FX) = 'C'
             AND DCL-DSR-DSN NOT = SPACES
             EXEC SQL
               UPDATE IBMUSER.V2D2_DSREG
                 SET DSN = :DCL-DSR-DSN
               WHERE JOB_ID = :DCL-DSR-JOB-ID
                 AND DDNAME = :DCL-DSR-DDNAME
                 AND DSN = ' '
             END-EXEC
           END-IF.
      *--------------------------------------------------------------*
      * CATALOG-FIELD - COMPUTE OFFSET/LENGTH OF EVERY ELEMENTARY    *
      * ITEM OF THE CURRENT FD RECORD AND PERSIST IT TO V2D2_FIELDS. *
               PERFORM POP-GROUP
             END-PERFORM
             IF WS-THIS-LEVEL = 1
               PERFORM OPEN-RECORD-TYPE
               MOVE 0 TO WS-OFS WS-GRP-CNT
             END-IF
             PERFORM PARSE-FIELD-CLAUSES
           MOVE WS-PIC-SCALE TO DCL-FDS-SCALE.
           MOVE WS-OCC-MULT TO DCL-FDS-OCCURS.
           MOVE WS-IN-REDEF-FLAG TO DCL-FDS-REDEF.
           MOVE WS-CUR-RECNAME TO DCL-FDS-RECNAME.
           IF WS-OCC-MULT = 1
             MOVE 'Y' TO WS-LAST-ELEM
             MOVE WS-OFS TO WS-LAST-OFS
             MOVE WS-PIC-LEN TO WS-LAST-LEN
             MOVE WS-PIC-TOK TO WS-LAST-PIC
             IF WS-RTY-CUR > 0 AND WS-IN-REDEF-FLAG = 'N'
               PERFORM NOTE-CONTROL-FIELD
             END-IF
           END-IF.
           IF WS-DRIFT-MODE = 'Y'
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_DRFLD
               (JOB_ID, FILE_NAME, FIELD_SEQ, FIELD_NAME,
                FIELD_LEVEL, PIC_CLAUSE, FIELD_USAGE, FIELD_OFFSET,
                FIELD_LENGTH, FIELD_SCALE, OCCURS_CNT, IN_REDEF)
               VALUES (:DCL-FDS-JOB-ID, :DCL-FDS-FILE, :DCL-FDS-SEQ,
                :DCL-FDS-NAME, :DCL-FDS-LEVEL, :DCL-FDS-PIC,
                :DCL-FDS-USAGE, :DCL-FDS-OFFSET, :DCL-FDS-LENGTH,
                :DCL-FDS-SCALE, :DCL-FDS-OCCURS, :DCL-FDS-REDEF)
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-DRIFT-CNT
             END-IF
           ELSE
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_FIELDS
             (JOB_ID, FILE_NAME, FIELD_SEQ, FIELD_NAME,
              FIELD_LEVEL, PIC_CLAUSE, FIELD_USAGE, FIELD_OFFSET,
              FIELD_LENGTH, FIELD_SCALE, OCCURS_CNT, IN_REDEF,
              REC_NAME)
             VALUES (:DCL-FDS-JOB-ID, :DCL-FDS-FILE, :DCL-FDS-SEQ,
              :DCL-FDS-NAME, :DCL-FDS-LEVEL, :DCL-FDS-PIC,
              :DCL-FDS-USAGE, :DCL-FDS-OFFSET, :DCL-FDS-LENGTH,
              :DCL-FDS-SCALE, :DCL-FDS-OCCURS, :DCL-FDS-REDEF,
              :DCL-FDS-RECNAME)
           END-EXEC
           END-IF.
       FLUSH-GROUP-STACK.
           PERFORM UNTIL WS-GRP-CNT = 0
             PERFORM POP-GROUP
           MOVE WS-JOBID-DISP TO DCL-ODO-JOB-ID.
           MOVE WS-TAB-FNAME(WS-CURR-FIDX) TO DCL-ODO-FILE.
           MOVE WS-ODO-ENTLEN TO DCL-ODO-ENTLEN.
           IF WS-DRIFT-MODE = 'Y'
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_DRODO
               (JOB_ID, FILE_NAME, GROUP_NAME, CTRL_FIELD,
                START_OFFSET, ENTRY_LENGTH, MIN_OCCURS, MAX_OCCURS)
               VALUES (:DCL-ODO-JOB-ID, :DCL-ODO-FILE,
                :DCL-ODO-GROUP, :DCL-ODO-CTRL, :DCL-ODO-START,
                :DCL-ODO-ENTLEN, :DCL-ODO-MINOCC, :DCL-ODO-MAXOCC)
             END-EXEC
           ELSE
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ODO
             (JOB_ID, FILE_NAME, GROUP_NAME, CTRL_FIELD,
             VALUES (:DCL-ODO-JOB-ID, :DCL-ODO-FILE,
              :DCL-ODO-GROUP, :DCL-ODO-CTRL, :DCL-ODO-START,
              :DCL-ODO-ENTLEN, :DCL-ODO-MINOCC, :DCL-ODO-MAXOCC)
           END-EXEC
           END-IF.
           DISPLAY 'V2D2RUNA: GRUPO VARIABLE ' DCL-ODO-GROUP
             ' DEPENDING ON ' DCL-ODO-CTRL.
      *--------------------------------------------------------------*
      * OPEN-RECORD-TYPE - UN 01 DENTRO DEL FD ABRE UN TIPO DE       *
      * REGISTRO NUEVO (EL ANTERIOR CIERRA SU LARGO). EL ROL SALE    *
      * DEL NOMBRE; SI ESTE NO DICE NADA, EL DEL 88 QUE LO           *
      * SELECCIONE PUEDE CORREGIRLO DESPUES. MAS DE 10 REGISTROS:    *
      * LOS CAMPOS SE CATALOGAN IGUAL, EL REGISTRO QUEDA SIN TIPO.   *
      *--------------------------------------------------------------*
       OPEN-RECORD-TYPE.
           PERFORM CLOSE-RECORD-LENGTH.
           MOVE WS-WORD(2) TO WS-CUR-RECNAME.
           IF WS-RTY-CNT < 10
             ADD 1 TO WS-RTY-CNT
             MOVE WS-RTY-CNT TO WS-RTY-CUR
             MOVE WS-WORD(2) TO WS-RTY-NAME(WS-RTY-CUR)
             MOVE 0 TO WS-RTY-LEN(WS-RTY-CUR)
               WS-RTY-TOFS(WS-RTY-CUR) WS-RTY-TLEN(WS-RTY-CUR)
             MOVE SPACES TO WS-RTY-TFIELD(WS-RTY-CUR)
               WS-RTY-TVALUE(WS-RTY-CUR) WS-RTY-CNTFLD(WS-RTY-CUR)
               WS-RTY-TOTFLD(WS-RTY-CUR) WS-RTY-SUMFLD(WS-RTY-CUR)
             MOVE WS-WORD(2) TO WS-ROLE-NAME
             PERFORM GUESS-RECORD-ROLE
             MOVE WS-ROLE-GUESS TO WS-RTY-ROLE(WS-RTY-CUR)
           ELSE
             MOVE 0 TO WS-RTY-CUR
             DISPLAY 'V2D2RUNA: MAS DE 10 REGISTROS EN EL FD '
               WS-TAB-FNAME(WS-CURR-FIDX) ' - ' WS-WORD(2)
               ' QUEDA SIN TIPO'
           END-IF.
       CLOSE-RECORD-LENGTH.
           IF WS-RTY-CUR > 0
             AND WS-OFS > WS-RTY-LEN(WS-RTY-CUR)
             MOVE WS-OFS TO WS-RTY-LEN(WS-RTY-CUR)
           END-IF.
      *--------------------------------------------------------------*
      * GUESS-RECORD-ROLE - 'T' COLA (TRAILER/TRL/PIE/COLA/TOT), 'H' *
      * CABECERA (CAB/HEAD/HDR), 'D' TODO LO DEMAS.                  *
      *--------------------------------------------------------------*
       GUESS-RECORD-ROLE.
           MOVE 'D' TO WS-ROLE-GUESS.
           MOVE 0 TO WS-ROLE-TALLY.
           INSPECT WS-ROLE-NAME TALLYING WS-ROLE-TALLY
             FOR ALL 'TRAIL' ALL 'TRL' ALL 'PIE' ALL 'COLA'
                 ALL 'TOT'.
           IF WS-ROLE-TALLY > 0
             MOVE 'T' TO WS-ROLE-GUESS
           ELSE
             INSPECT WS-ROLE-NAME TALLYING WS-ROLE-TALLY
               FOR ALL 'CAB' ALL 'HEAD' ALL 'HDR'
             IF WS-ROLE-TALLY > 0
               MOVE 'H' TO WS-ROLE-GUESS
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * CLAIM-RECORD-TYPE - '88 nombre VALUE lit ...' BAJO UN CAMPO  *
      * ELEMENTAL DEL REGISTRO EN CURSO. EL PRIMER VALOR DEL 88 ES   *
      * EL QUE SE COMPARA CONTRA EL REGISTRO LEIDO; UN NUMERICO SIN  *
      * COMILLAS SE COMPLETA CON CEROS AL LARGO DEL CAMPO.           *
      *--------------------------------------------------------------*
       CLAIM-RECORD-TYPE.
           IF WS-RTY-CUR > 0 AND WS-LAST-ELEM = 'Y'
             AND WS-LAST-LEN > 0 AND WS-LAST-LEN <= 15
             MOVE SPACES TO WS-DOM-TOK
             MOVE 'N' TO WS-DOM-MODE
             PERFORM VARYING WX FROM 3 BY 1
               UNTIL WX > WS-WORD-CNT OR WS-DOM-MODE = 'F'
               EVALUATE WS-WORD(WX)
                 WHEN 'VALUE'
                 WHEN 'VALUES'
                   MOVE 'Y' TO WS-DOM-MODE
                 WHEN 'IS'
                 WHEN 'ARE'
                   CONTINUE
                 WHEN OTHER
                   IF WS-DOM-MODE = 'Y'
                     PERFORM NORMALIZE-DOMAIN-LITERAL
                     MOVE 'F' TO WS-DOM-MODE
                   END-IF
               END-EVALUATE
             END-PERFORM
             IF WS-DOM-MODE = 'F'
               IF WS-LAST-PIC(1:1) = '9' AND WS-DOM-TOK NOT = SPACES
                 MOVE FUNCTION TRIM(WS-DOM-TOK) TO WS-TVAL-RJ
                 INSPECT WS-TVAL-RJ REPLACING LEADING SPACE BY '0'
                 IF WS-TVAL-RJ NUMERIC
                   MOVE WS-TVAL-RJ(16 - WS-LAST-LEN : WS-LAST-LEN)
                     TO WS-DOM-TOK
                 END-IF
               END-IF
               PERFORM TAKE-RECORD-TYPE
             END-IF
           END-IF.
       TAKE-RECORD-TYPE.
           MOVE 'N' TO WS-TVAL-CLAIMED.
           PERFORM VARYING TX FROM 1 BY 1
             UNTIL TX >= WS-RTY-CUR
             IF WS-RTY-TOFS(TX) = WS-LAST-OFS
               AND WS-RTY-TVALUE(TX) = WS-DOM-TOK
               AND WS-RTY-TFIELD(TX) NOT = SPACES
               MOVE 'Y' TO WS-TVAL-CLAIMED
             END-IF
           END-PERFORM.
           IF WS-TVAL-CLAIMED = 'N'
             IF WS-RTY-TFIELD(WS-RTY-CUR) = SPACES
               MOVE WS-LAST-FIELD TO WS-RTY-TFIELD(WS-RTY-CUR)
               MOVE WS-LAST-OFS TO WS-RTY-TOFS(WS-RTY-CUR)
               MOVE WS-LAST-LEN TO WS-RTY-TLEN(WS-RTY-CUR)
               MOVE WS-DOM-TOK TO WS-RTY-TVALUE(WS-RTY-CUR)
               IF WS-RTY-ROLE(WS-RTY-CUR) = 'D'
                 MOVE WS-WORD(2) TO WS-ROLE-NAME
                 PERFORM GUESS-RECORD-ROLE
                 MOVE WS-ROLE-GUESS TO WS-RTY-ROLE(WS-RTY-CUR)
               END-IF
             ELSE
      *        OTRO 88 SOBRE EL MISMO CAMPO DE TIPO: RESERVA.
               IF WS-RTY-TFIELD(WS-RTY-CUR) = WS-LAST-FIELD
                 AND WS-SPR-CNT < 10
                 ADD 1 TO WS-SPR-CNT
                 MOVE WS-DOM-TOK TO WS-SPR-VALUE(WS-SPR-CNT)
                 MOVE WS-WORD(2) TO WS-ROLE-NAME
                 PERFORM GUESS-RECORD-ROLE
                 MOVE WS-ROLE-GUESS TO WS-SPR-ROLE(WS-SPR-CNT)
                 MOVE 'N' TO WS-SPR-USED(WS-SPR-CNT)
               END-IF
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * NOTE-CONTROL-FIELD - CANDIDATOS A CAMPO DE CONTROL: SOLO     *
      * NUMERICOS QUE V2D2GLOD SABE DECODIFICAR (NO DISPLAY CON      *
      * SIGNO). CANTIDAD = ENTERO CON CANT/CNT/CONT/COUNT EN EL      *
      * NOMBRE; TOTAL = TOT/IMP/MONT/SUM; SUMANDO DEL DETALLE = EL   *
      * PRIMER CAMPO CON DECIMALES.                                  *
      *--------------------------------------------------------------*
       NOTE-CONTROL-FIELD.
           IF (WS-USAGE-TOK NOT = 'DISPLAY'
               OR WS-PIC-TOK(1:1) = '9')
             MOVE WS-WORD(2) TO WS-ROLE-NAME
             MOVE 0 TO WS-ROLE-TALLY
             INSPECT WS-ROLE-NAME TALLYING WS-ROLE-TALLY
               FOR ALL 'CANT' ALL 'CNT' ALL 'CONT' ALL 'COUNT'
             IF WS-ROLE-TALLY > 0 AND WS-PIC-SCALE = 0
               AND WS-RTY-CNTFLD(WS-RTY-CUR) = SPACES
               MOVE WS-WORD(2) TO WS-RTY-CNTFLD(WS-RTY-CUR)
             ELSE
               MOVE 0 TO WS-ROLE-TALLY
               INSPECT WS-ROLE-NAME TALLYING WS-ROLE-TALLY
                 FOR ALL 'TOT' ALL 'IMP' ALL 'MONT' ALL 'SUM'
               IF WS-ROLE-TALLY > 0
                 AND WS-RTY-TOTFLD(WS-RTY-CUR) = SPACES
                 MOVE WS-WORD(2) TO WS-RTY-TOTFLD(WS-RTY-CUR)
               END-IF
             END-IF
             IF WS-PIC-SCALE > 0
               AND WS-RTY-SUMFLD(WS-RTY-CUR) = SPACES
               MOVE WS-WORD(2) TO WS-RTY-SUMFLD(WS-RTY-CUR)
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * END-FD-RECORDS - FIN DEL FD: CON DOS O MAS REGISTROS, UNA    *
      * FILA DE V2D2_RECTYPES POR REGISTRO. CABECERA Y COLA SE       *
      * SALTEAN POR DEFECTO; LOS CAMPOS DE CONTROL SOLO SE GRABAN    *
      * DONDE SIRVEN (CANTIDAD/TOTAL EN LA COLA, SUMANDO EN EL       *
      * DETALLE). EN DRIFT NO SE GRABA NADA.                         *
      *--------------------------------------------------------------*
       END-FD-RECORDS.
           PERFORM CLOSE-RECORD-LENGTH.
           IF WS-RTY-CNT >= 2 AND WS-CURR-FIDX > 0
             AND WS-DRIFT-MODE NOT = 'Y'
             PERFORM VARYING TX FROM 1 BY 1
               UNTIL TX > WS-RTY-CNT
               IF WS-RTY-TFIELD(TX) = SPACES
                 PERFORM ASSIGN-SPARE-TYPE
               END-IF
               PERFORM SAVE-RECTYPE-ROW
             END-PERFORM
             DISPLAY 'V2D2RUNA: ' WS-TAB-FNAME(WS-CURR-FIDX)
               ' TIENE ' WS-RTY-CNT ' TIPOS DE REGISTRO'
           END-IF.
           MOVE 0 TO WS-RTY-CNT WS-RTY-CUR WS-SPR-CNT.
           MOVE SPACES TO WS-CUR-RECNAME.
           MOVE 'N' TO WS-LAST-ELEM.
      *    UN REGISTRO SIN 88 PROPIO TOMA EL PRIMER VALOR DE RESERVA
      *    DE SU MISMO ROL, SOBRE EL CAMPO DE TIPO DEL REGISTRO QUE
      *    LO DECLARO.
       ASSIGN-SPARE-TYPE.
           PERFORM VARYING SX FROM 1 BY 1
             UNTIL SX > WS-SPR-CNT
               OR WS-RTY-TFIELD(TX) NOT = SPACES
             IF WS-SPR-USED(SX) = 'N'
               AND WS-SPR-ROLE(SX) = WS-RTY-ROLE(TX)
               MOVE 'Y' TO WS-SPR-USED(SX)
               MOVE WS-SPR-VALUE(SX) TO WS-RTY-TVALUE(TX)
               PERFORM VARYING WX FROM 1 BY 1
                 UNTIL WX > WS-RTY-CNT
                   OR WS-RTY-TFIELD(TX) NOT = SPACES
                 IF WS-RTY-TFIELD(WX) NOT = SPACES
                   MOVE WS-RTY-TFIELD(WX) TO WS-RTY-TFIELD(TX)
                   MOVE WS-RTY-TOFS(WX) TO WS-RTY-TOFS(TX)
                   MOVE WS-RTY-TLEN(WX) TO WS-RTY-TLEN(TX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
           IF WS-RTY-TFIELD(TX) = SPACES
             DISPLAY 'V2D2RUNA: REGISTRO ' WS-RTY-NAME(TX)
               ' SIN CAMPO DE TIPO - COMPLETE V2D2_RECTYPES'
           END-IF.
       SAVE-RECTYPE-ROW.
           MOVE WS-JOBID-DISP TO DCL-RTY-JOB-ID.
           MOVE WS-TAB-FNAME(WS-CURR-FIDX) TO DCL-RTY-FILE.
           MOVE WS-RTY-NAME(TX) TO DCL-RTY-RECNAME.
           MOVE TX TO DCL-RTY-SEQ.
           MOVE WS-RTY-LEN(TX) TO DCL-RTY-LENGTH.
           MOVE WS-RTY-TFIELD(TX) TO DCL-RTY-TFIELD.
           MOVE WS-RTY-TOFS(TX) TO DCL-RTY-TOFFSET.
           MOVE WS-RTY-TLEN(TX) TO DCL-RTY-TLENGTH.
           MOVE WS-RTY-TVALUE(TX) TO DCL-RTY-TVALUE.
           MOVE WS-RTY-ROLE(TX) TO DCL-RTY-ROLE.
           MOVE WS-RTY-NAME(TX) TO DCL-RTY-TABLE.
           INSPECT DCL-RTY-TABLE REPLACING ALL '-' BY '_'.
           MOVE SPACES TO DCL-RTY-CNTFLD DCL-RTY-TOTFLD
             DCL-RTY-SUMFLD.
           IF WS-RTY-ROLE(TX) = 'D'
             MOVE 'L' TO DCL-RTY-ACTION
             MOVE WS-RTY-SUMFLD(TX) TO DCL-RTY-SUMFLD
           ELSE
             MOVE 'S' TO DCL-RTY-ACTION
             IF WS-RTY-ROLE(TX) = 'T'
               MOVE WS-RTY-CNTFLD(TX) TO DCL-RTY-CNTFLD
               MOVE WS-RTY-TOTFLD(TX) TO DCL-RTY-TOTFLD
             END-IF
           END-IF.
      *    UN NOMBRE DE TABLA DB2 TIENE HASTA 18 BYTES: UN REC_NAME MAS
      *    LARGO SE ACORTA, Y SI ASI CHOCA CON EL DE UN TIPO ANTERIOR
      *    DEL MISMO FD EL TIPO QUEDA SIN CARGAR HASTA QUE SE COMPLETE
      *    V2D2_RECTYPES A MANO.
           IF DCL-RTY-TABLE(19:12) NOT = SPACES
             MOVE SPACES TO DCL-RTY-TABLE(19:12)
             DISPLAY 'V2D2RUNA: REGISTRO ' WS-RTY-NAME(TX)
               ' - TABLA ACORTADA A ' DCL-RTY-TABLE(1:18)
             PERFORM VARYING SX FROM 1 BY 1 UNTIL SX >= TX
               IF WS-RTY-NAME(SX)(1:18) = WS-RTY-NAME(TX)(1:18)
                 AND DCL-RTY-ACTION = 'L'
                 MOVE 'S' TO DCL-RTY-ACTION
                 DISPLAY 'V2D2RUNA: REGISTRO ' WS-RTY-NAME(TX)
                   ' - TABLA REPETIDA, NO SE CARGA - COMPLETE'
                   ' V2D2_RECTYPES'
               END-IF
             END-PERFORM
           END-IF.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_RECTYPES
             (JOB_ID, FILE_NAME, REC_NAME, REC_SEQ, REC_LENGTH,
              TYPE_FIELD, TYPE_OFFSET, TYPE_LENGTH, TYPE_VALUE,
              REC_ROLE, LOAD_ACTION, TARGET_TABLE, COUNT_FIELD,
              TOTAL_FIELD, SUM_FIELD)
             VALUES (:DCL-RTY-JOB-ID, :DCL-RTY-FILE,
              :DCL-RTY-RECNAME, :DCL-RTY-SEQ, :DCL-RTY-LENGTH,
              :DCL-RTY-TFIELD, :DCL-RTY-TOFFSET, :DCL-RTY-TLENGTH,
              :DCL-RTY-TVALUE, :DCL-RTY-ROLE, :DCL-RTY-ACTION,
              :DCL-RTY-TABLE, :DCL-RTY-CNTFLD, :DCL-RTY-TOTFLD,
              :DCL-RTY-SUMFLD)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2RUNA: INSERT V2D2_RECTYPES FALLO, SQLCODE='
               WS-SQLCD
           END-IF.
       FAIL-JOB.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
