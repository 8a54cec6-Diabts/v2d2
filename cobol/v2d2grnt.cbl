       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2GRNT.
      *==============================================================*
      * V2D2GRNT - DB2 AUTHORIZATIONS FROM THE VSAM ACCESS LIST       *
      * Who may read and update the migrated tables after cutover     *
      * is whoever may read and update the datasets today. Three      *
      * modes, PARM='mode,nnnnnnnnn':                                 *
      * LOAD  - reads the RACF database unload (IRRDBU00 type 0404    *
      *         access-list records, reduced to FB 80 by the SORT     *
      *         step of jcl/V2D2GRNT.jcl) on SECDD and records on     *
      *         IBMUSER.V2D2_DSACL who holds READ or UPDATE on each   *
      *         SOURCE and TRAIL DSN of V2D2_DSREG, with the profile  *
      *         that gives it. As RACF does, only the most specific   *
      *         profile covering a DSN counts (a discrete profile,    *
      *         else the generic one with the longest fixed prefix).  *
      *         ALTER/CONTROL/UPDATE load as 'U', READ as 'R'; NONE   *
      *         and EXECUTE give nothing. ID(*) loads as PUBLIC.      *
      *         Earlier extract rows (SOURCE='E') are replaced; rows  *
      *         added by hand with SPUFI (SOURCE='M', the V2D2_OPERS  *
      *         way) are kept. PARM 'LOAD,ALL' does every job.        *
      * GRANT - writes to GRTDD, ready for SPUFI, the GRANT SELECT    *
      *         ('R') or GRANT SELECT, INSERT, UPDATE, DELETE ('U')   *
      *         on every table the job produced from each dataset:    *
      *         the POLFILE source feeds POL_POLICY, POL_COBERTURAS,  *
      *         POL_CUOTAS, POL_CLIENTE and the POL_AUTO/POL_VIDA/    *
      *         POL_HOGAR subtype tables, the movement trail its      *
      *         AUDIT_TABLE, the file V2D2GLOD loads its own table,   *
      *         the ODO group table (the V2D2LING mapping) and the    *
      *         table of each record type V2D2_RECTYPES loads.        *
      *         Tables not in SYSIBM.SYSTABLES are left out.          *
      * AUDIT - compares those same expected privileges with          *
      *         SYSIBM.SYSTABAUTH: FALTA (access list says yes, DB2   *
      *         says no), SOBRA (DB2 grants more than the list) and   *
      *         OK per table and grantee. The table owner and         *
      *         plan/package grantees are not compared. RC=4 when     *
      *         anything differs. jcl/V2D2CERT.jcl runs it right      *
      *         after V2D2CERT so it prints as certification          *
      *         evidence.                                             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECFILE ASSIGN TO SECDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS1.
           SELECT GRTFILE ASSIGN TO GRTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD  SECFILE
           RECORDING MODE IS F.
       01  SEC-RECORD.
           05 SEC-REC-TYPE          PIC X(4).
           05 FILLER                PIC X(1).
           05 SEC-PROFILE           PIC X(44).
           05 FILLER                PIC X(1).
           05 SEC-VOLUME            PIC X(6).
           05 FILLER                PIC X(1).
           05 SEC-AUTH-ID           PIC X(8).
           05 FILLER                PIC X(1).
           05 SEC-ACCESS            PIC X(8).
           05 FILLER                PIC X(6).
       FD  GRTFILE
           RECORDING MODE IS F.
       01  GRT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-FS2                   PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-MODE                  PIC X(5) VALUE SPACES.
       01  WS-PARM-JOBID            PIC X(9) VALUE SPACES.
       01  WS-TOK-RJ                PIC X(9) JUSTIFIED RIGHT.
       01  WS-ALL-JOBS              PIC X VALUE 'N'.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
       01  WS-CNT-D1                PIC ZZZZZZZ9.
       01  WS-CNT-D2                PIC ZZZZZZZ9.
       01  WS-LINE-BUF              PIC X(80) VALUE SPACES.
      *--------------------------------------------------------------*
      * LOAD: DSN DE V2D2_DSREG A CUBRIR Y, POR CADA UNO, EL PERFIL  *
      * MAS ESPECIFICO VISTO HASTA AHORA.                            *
      *--------------------------------------------------------------*
       01  WS-DS-TAB.
           05 WS-DS-ENTRY OCCURS 1000 TIMES.
              10 WS-DS-JOB          PIC S9(9) COMP.
              10 WS-DS-DDNAME       PIC X(8).
              10 WS-DS-DSN          PIC X(44).
              10 WS-DS-BEST         PIC X(44).
              10 WS-DS-SCORE        PIC S9(9) COMP.
       01  WS-DS-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-DS-MAX                PIC S9(4) COMP VALUE 1000.
       01  DX                       PIC S9(4) COMP VALUE 0.
       01  WS-DS-JOB-W              PIC S9(9) COMP.
       01  WS-DS-DDNAME-W           PIC X(8).
       01  WS-DS-DSN-W              PIC X(44).
       01  WS-CA-TAB.
           05 WS-CA-ENTRY OCCURS 5000 TIMES.
              10 WS-CA-DS           PIC S9(4) COMP.
              10 WS-CA-PROFILE      PIC X(44).
              10 WS-CA-AUTH         PIC X(8).
              10 WS-CA-LVL          PIC X(1).
       01  WS-CA-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-CA-MAX                PIC S9(4) COMP VALUE 5000.
       01  CX                       PIC S9(4) COMP VALUE 0.
       01  WS-SEC-READ              PIC S9(9) COMP VALUE 0.
       01  WS-SEC-0404              PIC S9(9) COMP VALUE 0.
       01  WS-ACL-INS               PIC S9(9) COMP VALUE 0.
       01  WS-ACL-KEPT              PIC S9(9) COMP VALUE 0.
       01  WS-ACL-LVL               PIC X(1).
       01  WS-ACL-AUTH              PIC X(8).
       01  WS-ACL-SOURCE            PIC X(1).
      *--------------------------------------------------------------*
      * COMPARACION DE UN PERFIL RACF CONTRA UN DSN. '%' ES UN       *
      * CARACTER, '*' EL RESTO DEL CALIFICADOR, '.**' FINAL CERO O   *
      * MAS CALIFICADORES (LOS PERFILES GENERICOS DE LA INSTALACION).*
      *--------------------------------------------------------------*
       01  WS-PM-PROFILE            PIC X(44).
       01  WS-PM-DSN                PIC X(44).
       01  WS-PM-PLEN               PIC S9(4) COMP.
       01  WS-PM-DLEN               PIC S9(4) COMP.
       01  WS-PM-P                  PIC S9(4) COMP.
       01  WS-PM-D                  PIC S9(4) COMP.
       01  WS-PM-MATCH              PIC X(1).
       01  WS-PM-DONE               PIC X(1).
       01  WS-PM-SCORE              PIC S9(9) COMP.
       01  WS-PM-WILD               PIC S9(4) COMP.
      *--------------------------------------------------------------*
      * GRANT / AUDIT: TABLAS DEL JOB POR DDNAME Y PRIVILEGIOS       *
      * ESPERADOS POR TABLA Y GRANTEE ('U' CUBRE A 'R').             *
      *--------------------------------------------------------------*
       01  WS-JT-TAB.
           05 WS-JT-ENTRY OCCURS 40 TIMES.
              10 WS-JT-DDNAME       PIC X(8).
              10 WS-JT-TABLE        PIC X(18).
       01  WS-JT-CNT                PIC S9(4) COMP VALUE 0.
       01  JX                       PIC S9(4) COMP VALUE 0.
       01  WS-NEW-DD                PIC X(8).
       01  WS-NEW-TABLE             PIC X(18).
       01  WS-TB-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-EX-TAB.
           05 WS-EX-ENTRY OCCURS 2000 TIMES.
              10 WS-EX-TABLE        PIC X(18).
              10 WS-EX-AUTH         PIC X(8).
              10 WS-EX-LVL          PIC X(1).
              10 WS-EX-SEEN         PIC X(1).
       01  WS-EX-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-EX-MAX                PIC S9(4) COMP VALUE 2000.
       01  EX                       PIC S9(4) COMP VALUE 0.
       01  WS-LOADER                PIC X(8) VALUE SPACES.
       01  WS-GLOD-FILE             PIC X(8) VALUE SPACES.
       01  WS-AUDIT-TABLE           PIC X(18) VALUE SPACES.
       01  WS-F-NAME                PIC X(8).
       01  WS-F-DDNAME              PIC X(8).
       01  WS-F-STRATEGY            PIC X(1).
       01  WS-ODO-TABLE             PIC X(18).
       01  WS-RTY-TABLE             PIC X(30).
       01  WS-FILE-SQLCD            PIC S9(9) COMP VALUE 0.
       01  WS-GRANT-CNT             PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * AUDIT: FILA AGREGADA DE SYSTABAUTH POR GRANTEE               *
      *--------------------------------------------------------------*
       01  WS-TA-TABLE              PIC X(18).
       01  WS-TA-GRANTEE            PIC X(8).
       01  WS-TA-SEL                PIC X(1).
       01  WS-TA-INS                PIC X(1).
       01  WS-TA-UPD                PIC X(1).
       01  WS-TA-DEL                PIC X(1).
       01  WS-TA-LVL                PIC X(1).
       01  WS-TA-HAS                PIC X(8).
       01  WS-TA-FOUND              PIC X(1).
       01  WS-OK-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-MISS-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-EXTRA-CNT             PIC S9(9) COMP VALUE 0.
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
           IF WS-MODE NOT = 'LOAD' AND WS-MODE NOT = 'GRANT'
             AND WS-MODE NOT = 'AUDIT'
             DISPLAY 'V2D2GRNT: USE PARM=''LOAD|GRANT|AUDIT,JOBID'''
               ' (LOAD ADMITE ALL)'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-PARM-JOBID = 'ALL' AND WS-MODE = 'LOAD'
             MOVE 'Y' TO WS-ALL-JOBS
             MOVE 0 TO DCL-JOB-ID
           ELSE
             MOVE SPACES TO WS-TOK-RJ
             MOVE FUNCTION TRIM(WS-PARM-JOBID) TO WS-TOK-RJ
             INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'
             IF WS-TOK-RJ NOT NUMERIC
               DISPLAY 'V2D2GRNT: JOBID INVALIDO (' WS-PARM-JOBID ')'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-TOK-RJ TO WS-JOBID-DISP
             MOVE WS-JOBID-DISP TO DCL-JOB-ID
             EXEC SQL
               SELECT SOURCE_DSN, MEMBER, STATUS,
                 COALESCE(AUDIT_TABLE, 'POL_MOVIMIENTOS')
               INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS,
                 :WS-AUDIT-TABLE
               FROM IBMUSER.V2D2_JOBS
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY 'V2D2GRNT: JOB NO ENCONTRADO ' WS-JOBID-DISP
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           EVALUATE WS-MODE
             WHEN 'LOAD'
               PERFORM LOAD-ACCESS-LIST
             WHEN 'GRANT'
               PERFORM BUILD-JOB-TABLES
               PERFORM BUILD-EXPECTED
               IF WS-RUN-FAILED NOT = 'Y'
                 PERFORM WRITE-GRANTS
               END-IF
             WHEN 'AUDIT'
               PERFORM BUILD-JOB-TABLES
               PERFORM BUILD-EXPECTED
               IF WS-RUN-FAILED NOT = 'Y'
                 PERFORM AUDIT-TABAUTH
               END-IF
           END-EVALUATE.
           IF WS-RUN-FAILED = 'Y'
             PERFORM REPORT-ERROR
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * LOAD-ACCESS-LIST - DSN A CUBRIR, UNA PASADA DEL EXTRACTO     *
      * GUARDANDO CANDIDATOS, Y AL FINAL SOLO SE GRABAN LOS DEL      *
      * PERFIL GANADOR DE CADA DSN.                                  *
      *--------------------------------------------------------------*
       LOAD-ACCESS-LIST.
           EXEC SQL DECLARE GDCUR CURSOR FOR
             SELECT JOB_ID, DDNAME, DSN
             FROM IBMUSER.V2D2_DSREG
             WHERE (JOB_ID = :DCL-JOB-ID OR :DCL-JOB-ID = 0)
               AND ROLE IN ('SOURCE', 'TRAIL')
               AND DSN <> ' '
             ORDER BY JOB_ID, DDNAME
           END-EXEC.
           EXEC SQL OPEN GDCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH GDCUR INTO :WS-DS-JOB-W, :WS-DS-DDNAME-W,
                 :WS-DS-DSN-W
             END-EXEC
             IF SQLCODE = 0
               IF WS-DS-CNT < WS-DS-MAX
                 ADD 1 TO WS-DS-CNT
                 MOVE WS-DS-JOB-W TO WS-DS-JOB(WS-DS-CNT)
                 MOVE WS-DS-DDNAME-W TO WS-DS-DDNAME(WS-DS-CNT)
                 MOVE WS-DS-DSN-W TO WS-DS-DSN(WS-DS-CNT)
                 MOVE SPACES TO WS-DS-BEST(WS-DS-CNT)
                 MOVE -1 TO WS-DS-SCORE(WS-DS-CNT)
               ELSE
                 DISPLAY 'V2D2GRNT: MAS DE 1000 DSN - SE CARGAN LOS'
                   ' PRIMEROS; REPITA POR JOB'
                 MOVE 100 TO SQLCODE
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE GDCUR END-EXEC.
           IF WS-DS-CNT = 0
             DISPLAY 'V2D2GRNT: NINGUN DSN SOURCE/TRAIL REGISTRADO'
               ' EN V2D2_DSREG - COMPLETE LA OPCION D PRIMERO'
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT SECFILE.
           IF WS-FS1 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN SECDD FALLO, FILE STATUS=' WS-FS1
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ SECFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-SEC-READ
                   IF SEC-REC-TYPE = '0404'
                     ADD 1 TO WS-SEC-0404
                     PERFORM MATCH-ONE-ACCESS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SECFILE
             PERFORM SAVE-ACCESS-LIST
             IF WS-RUN-FAILED = 'Y'
               EXEC SQL ROLLBACK END-EXEC
             ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM PRINT-LOAD-SUMMARY
             END-IF
           END-IF.
       MATCH-ONE-ACCESS.
           EVALUATE SEC-ACCESS
             WHEN 'ALTER   '
             WHEN 'CONTROL '
             WHEN 'UPDATE  '
               MOVE 'U' TO WS-ACL-LVL
             WHEN 'READ    '
               MOVE 'R' TO WS-ACL-LVL
             WHEN OTHER
               MOVE SPACE TO WS-ACL-LVL
           END-EVALUATE.
           IF WS-ACL-LVL NOT = SPACE
             MOVE SEC-PROFILE TO WS-PM-PROFILE
             PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DS-CNT
               MOVE WS-DS-DSN(DX) TO WS-PM-DSN
               PERFORM MATCH-PROFILE
               IF WS-PM-MATCH = 'Y'
                 AND WS-PM-SCORE >= WS-DS-SCORE(DX)
                 PERFORM ADD-CANDIDATE
               END-IF
             END-PERFORM
           END-IF.
       ADD-CANDIDATE.
           IF WS-PM-SCORE > WS-DS-SCORE(DX)
             MOVE WS-PM-SCORE TO WS-DS-SCORE(DX)
             MOVE WS-PM-PROFILE TO WS-DS-BEST(DX)
           END-IF.
           IF WS-CA-CNT < WS-CA-MAX
             ADD 1 TO WS-CA-CNT
             MOVE DX TO WS-CA-DS(WS-CA-CNT)
             MOVE WS-PM-PROFILE TO WS-CA-PROFILE(WS-CA-CNT)
             IF SEC-AUTH-ID = '*'
               MOVE 'PUBLIC' TO WS-CA-AUTH(WS-CA-CNT)
             ELSE
               MOVE SEC-AUTH-ID TO WS-CA-AUTH(WS-CA-CNT)
             END-IF
             MOVE WS-ACL-LVL TO WS-CA-LVL(WS-CA-CNT)
           ELSE
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'MAS DE 5000 ENTRADAS DE ACCESO - CARGUE POR JOB'
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
      *--------------------------------------------------------------*
      * MATCH-PROFILE - WS-PM-MATCH='Y' SI EL PERFIL CUBRE EL DSN.   *
      * WS-PM-SCORE: DISCRETO 99999; GENERICO = LARGO DEL PREFIJO    *
      * FIJO X 100 + LARGO DEL PERFIL (MAS ALTO = MAS ESPECIFICO).   *
      *--------------------------------------------------------------*
       MATCH-PROFILE.
           MOVE 0 TO WS-PM-WILD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PM-PROFILE))
             TO WS-PM-PLEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PM-DSN))
             TO WS-PM-DLEN.
           INSPECT WS-PM-PROFILE TALLYING WS-PM-WILD
             FOR CHARACTERS BEFORE INITIAL '*'.
           MOVE 0 TO WS-PM-P.
           INSPECT WS-PM-PROFILE TALLYING WS-PM-P
             FOR CHARACTERS BEFORE INITIAL '%'.
           IF WS-PM-P < WS-PM-WILD
             MOVE WS-PM-P TO WS-PM-WILD
           END-IF.
           IF WS-PM-WILD >= WS-PM-PLEN
             MOVE 99999 TO WS-PM-SCORE
           ELSE
             COMPUTE WS-PM-SCORE = WS-PM-WILD * 100 + WS-PM-PLEN
           END-IF.
           MOVE 'N' TO WS-PM-MATCH WS-PM-DONE.
           MOVE 1 TO WS-PM-P WS-PM-D.
           PERFORM UNTIL WS-PM-DONE = 'Y'
             EVALUATE TRUE
               WHEN WS-PM-P > WS-PM-PLEN
                 IF WS-PM-D > WS-PM-DLEN
                   MOVE 'Y' TO WS-PM-MATCH
                 END-IF
                 MOVE 'Y' TO WS-PM-DONE
               WHEN WS-PM-P + 2 = WS-PM-PLEN
                 AND WS-PM-PROFILE(WS-PM-P:3) = '.**'
                 IF WS-PM-D > WS-PM-DLEN
                   MOVE 'Y' TO WS-PM-MATCH
                 ELSE
                   IF WS-PM-DSN(WS-PM-D:1) = '.'
                     MOVE 'Y' TO WS-PM-MATCH
                   END-IF
                 END-IF
                 MOVE 'Y' TO WS-PM-DONE
               WHEN WS-PM-PROFILE(WS-PM-P:1) = '*'
                 PERFORM UNTIL WS-PM-D > WS-PM-DLEN
                   OR WS-PM-DSN(WS-PM-D:1) = '.'
                   ADD 1 TO WS-PM-D
                 END-PERFORM
                 ADD 1 TO WS-PM-P
                 IF WS-PM-P <= WS-PM-PLEN
                   AND WS-PM-PROFILE(WS-PM-P:1) = '*'
                   ADD 1 TO WS-PM-P
                 END-IF
               WHEN WS-PM-D > WS-PM-DLEN
                 MOVE 'Y' TO WS-PM-DONE
               WHEN WS-PM-PROFILE(WS-PM-P:1) = '%'
                 AND WS-PM-DSN(WS-PM-D:1) NOT = '.'
                 ADD 1 TO WS-PM-P
                 ADD 1 TO WS-PM-D
               WHEN WS-PM-PROFILE(WS-PM-P:1) = WS-PM-DSN(WS-PM-D:1)
                 ADD 1 TO WS-PM-P
                 ADD 1 TO WS-PM-D
               WHEN OTHER
                 MOVE 'Y' TO WS-PM-DONE
             END-EVALUATE
           END-PERFORM.
      *--------------------------------------------------------------*
      * SAVE-ACCESS-LIST - SE REEMPLAZAN LAS FILAS DEL EXTRACTO DE   *
      * CADA JOB; UNA FILA MANUAL ('M') DEL MISMO GRANTEE SE RESPETA *
      * (-803). UN GRANTEE CON READ Y UPDATE EN EL MISMO PERFIL      *
      * QUEDA CON 'U'.                                               *
      *--------------------------------------------------------------*
       SAVE-ACCESS-LIST.
           PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > WS-DS-CNT OR WS-RUN-FAILED = 'Y'
             IF DX = 1 OR WS-DS-JOB(DX) NOT = WS-DS-JOB(DX - 1)
               MOVE WS-DS-JOB(DX) TO WS-DS-JOB-W
               EXEC SQL
                 DELETE FROM IBMUSER.V2D2_DSACL
                 WHERE JOB_ID = :WS-DS-JOB-W
                   AND SOURCE = 'E'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCD
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'DELETE V2D2_DSACL FALLO, SQLCODE=' WS-SQLCD
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
                 MOVE 'Y' TO WS-RUN-FAILED
               END-IF
             END-IF
           END-PERFORM.
           PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > WS-CA-CNT OR WS-RUN-FAILED = 'Y'
             MOVE WS-CA-DS(CX) TO DX
             IF WS-CA-PROFILE(CX) = WS-DS-BEST(DX)
               PERFORM SAVE-ONE-ACCESS
             END-IF
           END-PERFORM.
       SAVE-ONE-ACCESS.
           MOVE WS-DS-JOB(DX) TO WS-DS-JOB-W.
           MOVE WS-DS-DDNAME(DX) TO WS-DS-DDNAME-W.
           MOVE WS-CA-AUTH(CX) TO WS-ACL-AUTH.
           MOVE WS-CA-LVL(CX) TO WS-ACL-LVL.
           MOVE WS-CA-PROFILE(CX) TO WS-PM-PROFILE.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_DSACL
             (JOB_ID, DDNAME, AUTH_ID, ACCESS_LVL, SOURCE, PROFILE,
              LOADED_TS)
             VALUES (:WS-DS-JOB-W, :WS-DS-DDNAME-W, :WS-ACL-AUTH,
              :WS-ACL-LVL, 'E', :WS-PM-PROFILE, CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               ADD 1 TO WS-ACL-INS
             WHEN SQLCODE = -803
               MOVE SPACE TO WS-ACL-SOURCE
               EXEC SQL
                 SELECT SOURCE INTO :WS-ACL-SOURCE
                 FROM IBMUSER.V2D2_DSACL
                 WHERE JOB_ID = :WS-DS-JOB-W
                   AND DDNAME = :WS-DS-DDNAME-W
                   AND AUTH_ID = :WS-ACL-AUTH
               END-EXEC
               IF WS-ACL-SOURCE = 'M'
                 ADD 1 TO WS-ACL-KEPT
               ELSE
                 IF WS-ACL-LVL = 'U'
                   EXEC SQL
                     UPDATE IBMUSER.V2D2_DSACL
                       SET ACCESS_LVL = 'U'
                     WHERE JOB_ID = :WS-DS-JOB-W
                       AND DDNAME = :WS-DS-DDNAME-W
                       AND AUTH_ID = :WS-ACL-AUTH
                   END-EXEC
                 END-IF
               END-IF
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'INSERT V2D2_DSACL ' WS-ACL-AUTH
                 ' FALLO, SQLCODE=' WS-SQLCD
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE.
       PRINT-LOAD-SUMMARY.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2GRNT - LISTA DE ACCESO CARGADA DEL EXTRACTO'
             ' RACF'.
           DISPLAY '=============================================='.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DS-CNT
             MOVE WS-DS-JOB(DX) TO WS-JOBID-DISP
             IF WS-DS-BEST(DX) = SPACES
               DISPLAY 'JOB ' WS-JOBID-DISP ' ' WS-DS-DDNAME(DX) ' '
                 WS-DS-DSN(DX)
               DISPLAY '    ** NINGUN PERFIL RACF LO CUBRE'
             ELSE
               DISPLAY 'JOB ' WS-JOBID-DISP ' ' WS-DS-DDNAME(DX) ' '
                 WS-DS-DSN(DX)
               DISPLAY '    PERFIL ' WS-DS-BEST(DX)
             END-IF
           END-PERFORM.
           DISPLAY '----------------------------------------------'.
           MOVE WS-SEC-READ TO WS-CNT-D1.
           DISPLAY 'REGISTROS DEL EXTRACTO:       ' WS-CNT-D1.
           MOVE WS-SEC-0404 TO WS-CNT-D1.
           DISPLAY 'ENTRADAS DE ACCESO (0404):    ' WS-CNT-D1.
           MOVE WS-ACL-INS TO WS-CNT-D1.
           DISPLAY 'FILAS V2D2_DSACL GRABADAS:    ' WS-CNT-D1.
           MOVE WS-ACL-KEPT TO WS-CNT-D1.
           DISPLAY 'FILAS MANUALES RESPETADAS:    ' WS-CNT-D1.
           DISPLAY '=============================================='.
      *--------------------------------------------------------------*
      * BUILD-JOB-TABLES - QUE TABLA SALE DE CADA DDNAME (EL MISMO   *
      * MAPEO QUE REPORT-ONE-FILE DE V2D2LING). SOLO QUEDAN LAS QUE  *
      * EXISTEN EN EL CATALOGO.                                      *
      *--------------------------------------------------------------*
       BUILD-JOB-TABLES.
           PERFORM FIND-LOADER.
           EXEC SQL DECLARE GFCUR CURSOR FOR
             SELECT FILE_NAME, DDNAME, COALESCE(DDL_STRATEGY, 'W')
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY FILE_NAME
           END-EXEC.
           EXEC SQL OPEN GFCUR END-EXEC.
           MOVE 0 TO WS-FILE-SQLCD.
           PERFORM UNTIL WS-FILE-SQLCD NOT = 0
             EXEC SQL
               FETCH GFCUR INTO :WS-F-NAME, :WS-F-DDNAME,
                 :WS-F-STRATEGY
             END-EXEC
             MOVE SQLCODE TO WS-FILE-SQLCD
             IF WS-FILE-SQLCD = 0
               MOVE WS-F-DDNAME TO WS-NEW-DD
               EVALUATE TRUE
                 WHEN WS-F-DDNAME = 'MOVDD'
                   MOVE WS-AUDIT-TABLE TO WS-NEW-TABLE
                   PERFORM ADD-JOB-TABLE
                 WHEN WS-F-DDNAME = 'POLDD'
                   AND WS-LOADER NOT = 'V2D2GLOD'
                   MOVE 'POL_POLICY' TO WS-NEW-TABLE
                   PERFORM ADD-JOB-TABLE
                   MOVE 'POL_COBERTURAS' TO WS-NEW-TABLE
                   PERFORM ADD-JOB-TABLE
                   MOVE 'POL_CUOTAS' TO WS-NEW-TABLE
                   PERFORM ADD-JOB-TABLE
                   MOVE 'POL_CLIENTE' TO WS-NEW-TABLE
                   PERFORM ADD-JOB-TABLE
                   IF WS-F-STRATEGY = 'S'
                     MOVE 'POL_AUTO' TO WS-NEW-TABLE
                     PERFORM ADD-JOB-TABLE
                     MOVE 'POL_VIDA' TO WS-NEW-TABLE
                     PERFORM ADD-JOB-TABLE
                     MOVE 'POL_HOGAR' TO WS-NEW-TABLE
                     PERFORM ADD-JOB-TABLE
                   END-IF
                 WHEN WS-LOADER = 'V2D2GLOD'
                   AND WS-F-NAME = WS-GLOD-FILE
                   MOVE WS-F-NAME TO WS-NEW-TABLE
                   PERFORM ADD-JOB-TABLE
                   MOVE SPACES TO WS-ODO-TABLE
                   EXEC SQL
                     SELECT GROUP_NAME
                     INTO :WS-ODO-TABLE
                     FROM IBMUSER.V2D2_ODO
                     WHERE JOB_ID = :DCL-JOB-ID
                       AND FILE_NAME = :WS-F-NAME
                     ORDER BY GROUP_NAME
                     FETCH FIRST 1 ROW ONLY
                   END-EXEC
                   IF SQLCODE = 0
                     INSPECT WS-ODO-TABLE REPLACING ALL '-' BY '_'
                     MOVE WS-ODO-TABLE TO WS-NEW-TABLE
                     PERFORM ADD-JOB-TABLE
                   END-IF
                   PERFORM ADD-RECTYPE-TABLES
               END-EVALUATE
             END-IF
           END-PERFORM.
           IF WS-FILE-SQLCD NOT = 100
             MOVE WS-FILE-SQLCD TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH V2D2_FILES FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE GFCUR END-EXEC.
      *--------------------------------------------------------------*
      * ADD-RECTYPE-TABLES - LAS TABLAS POR TIPO DE REGISTRO QUE     *
      * V2D2GLOD CARGA DESDE EL MISMO ARCHIVO (V2D2_RECTYPES).       *
      *--------------------------------------------------------------*
       ADD-RECTYPE-TABLES.
           EXEC SQL DECLARE GRCUR CURSOR FOR
             SELECT TARGET_TABLE
             FROM IBMUSER.V2D2_RECTYPES
             WHERE JOB_ID = :DCL-JOB-ID
               AND LOAD_ACTION = 'L'
           END-EXEC.
           EXEC SQL OPEN GRCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH GRCUR INTO :WS-RTY-TABLE
             END-EXEC
             IF SQLCODE = 0
               MOVE WS-RTY-TABLE TO WS-NEW-TABLE
               PERFORM ADD-JOB-TABLE
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH V2D2_RECTYPES FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE GRCUR END-EXEC.
       ADD-JOB-TABLE.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-TB-CNT
             FROM SYSIBM.SYSTABLES
             WHERE CREATOR = 'IBMUSER'
               AND NAME = :WS-NEW-TABLE
               AND TYPE = 'T'
           END-EXEC.
           IF SQLCODE = 0 AND WS-TB-CNT > 0 AND WS-JT-CNT < 40
             ADD 1 TO WS-JT-CNT
             MOVE WS-NEW-DD TO WS-JT-DDNAME(WS-JT-CNT)
             MOVE WS-NEW-TABLE TO WS-JT-TABLE(WS-JT-CNT)
           END-IF.
      *--------------------------------------------------------------*
      * FIND-LOADER - EL CARGADOR QUE PASO EL JOB A 'M' O, SIN CARGA *
      * TODAVIA, EL PREVISTO; Y EL ARCHIVO QUE V2D2GLOD ELIGE (LA    *
      * MISMA REGLA QUE SU LOAD-FIELD-CATALOG).                      *
      *--------------------------------------------------------------*
       FIND-LOADER.
           MOVE SPACES TO WS-LOADER.
           EXEC SQL
             SELECT PROGRAM
             INTO :WS-LOADER
             FROM IBMUSER.V2D2_STSHIST
             WHERE JOB_ID = :DCL-JOB-ID
               AND NEW_STATUS = 'M'
               AND PROGRAM IN ('V2D2LOAD', 'V2D2ULOD', 'V2D2GLOD')
             ORDER BY CHANGE_TS DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TB-CNT
               FROM IBMUSER.V2D2_FILES
               WHERE JOB_ID = :DCL-JOB-ID
                 AND DDNAME = 'POLDD'
             END-EXEC
             IF WS-TB-CNT > 0
               MOVE 'V2D2LOAD' TO WS-LOADER
             ELSE
               MOVE 'V2D2GLOD' TO WS-LOADER
             END-IF
           END-IF.
           MOVE SPACES TO WS-GLOD-FILE.
           EXEC SQL
             SELECT FILE_NAME
             INTO :WS-GLOD-FILE
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY CASE ORGANIZATION
                        WHEN 'I' THEN 1
                        WHEN 'R' THEN 2
                        ELSE 3
                      END, FILE_NAME
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *--------------------------------------------------------------*
      * BUILD-EXPECTED - CADA FILA DE LA LISTA DE ACCESO SE PROYECTA *
      * SOBRE LAS TABLAS DE SU DDNAME; POR TABLA Y GRANTEE QUEDA EL  *
      * NIVEL MAS ALTO.                                              *
      *--------------------------------------------------------------*
       BUILD-EXPECTED.
           EXEC SQL DECLARE GACUR CURSOR FOR
             SELECT DDNAME, AUTH_ID, ACCESS_LVL
             FROM IBMUSER.V2D2_DSACL
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY AUTH_ID, DDNAME
           END-EXEC.
           EXEC SQL OPEN GACUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH GACUR INTO :WS-NEW-DD, :WS-ACL-AUTH,
                 :WS-ACL-LVL
             END-EXEC
             IF SQLCODE = 0
               PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JT-CNT
                 IF WS-JT-DDNAME(JX) = WS-NEW-DD
                   PERFORM ADD-EXPECTED
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE GACUR END-EXEC.
       ADD-EXPECTED.
           PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > WS-EX-CNT
                OR (WS-EX-TABLE(EX) = WS-JT-TABLE(JX)
                    AND WS-EX-AUTH(EX) = WS-ACL-AUTH)
             CONTINUE
           END-PERFORM.
           IF EX > WS-EX-CNT
             IF WS-EX-CNT < WS-EX-MAX
               ADD 1 TO WS-EX-CNT
               MOVE WS-JT-TABLE(JX) TO WS-EX-TABLE(WS-EX-CNT)
               MOVE WS-ACL-AUTH TO WS-EX-AUTH(WS-EX-CNT)
               MOVE WS-ACL-LVL TO WS-EX-LVL(WS-EX-CNT)
               MOVE 'N' TO WS-EX-SEEN(WS-EX-CNT)
             ELSE
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'MAS DE 2000 PRIVILEGIOS ESPERADOS EN EL JOB'
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
           ELSE
             IF WS-ACL-LVL = 'U'
               MOVE 'U' TO WS-EX-LVL(EX)
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * WRITE-GRANTS - GRTDD SE SOMETE TAL CUAL POR SPUFI.           *
      *--------------------------------------------------------------*
       WRITE-GRANTS.
           OPEN OUTPUT GRTFILE.
           IF WS-FS2 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN GRTDD FALLO, FILE STATUS=' WS-FS2
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             PERFORM WRITE-GRANT-SCRIPT
           END-IF.
       WRITE-GRANT-SCRIPT.
           MOVE SPACES TO WS-LINE-BUF.
           STRING '-- V2D2GRNT JOB ' WS-JOBID-DISP ' ' DCL-MEMBER
             ' ' DCL-SOURCE-DSN DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE '-- PRIVILEGIOS DERIVADOS DEL ACCESO RACF A LOS DSN'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE '-- SOURCE/TRAIL DEL JOB (V2D2_DSACL). READ -> SELECT,'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE '-- UPDATE -> SELECT, INSERT, UPDATE, DELETE.'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-EX-CNT
             IF WS-EX-LVL(EX) = 'U'
               MOVE 'GRANT SELECT, INSERT, UPDATE, DELETE'
                 TO WS-LINE-BUF
             ELSE
               MOVE 'GRANT SELECT' TO WS-LINE-BUF
             END-IF
             PERFORM WRITE-ONE-LINE
             MOVE SPACES TO WS-LINE-BUF
             STRING '  ON TABLE IBMUSER.'
               FUNCTION TRIM(WS-EX-TABLE(EX))
               ' TO ' FUNCTION TRIM(WS-EX-AUTH(EX)) ';'
               DELIMITED BY SIZE INTO WS-LINE-BUF
             PERFORM WRITE-ONE-LINE
             ADD 1 TO WS-GRANT-CNT
             DISPLAY 'V2D2GRNT: ' WS-EX-LVL(EX) ' '
               WS-EX-TABLE(EX) ' ' WS-EX-AUTH(EX)
           END-PERFORM.
           CLOSE GRTFILE.
           MOVE WS-JT-CNT TO WS-CNT-D1.
           MOVE WS-GRANT-CNT TO WS-CNT-D2.
           DISPLAY 'V2D2GRNT: JOB ' WS-JOBID-DISP ' TABLAS='
             WS-CNT-D1 ' GRANTS=' WS-CNT-D2 ' EN GRTDD'.
           IF WS-GRANT-CNT = 0
             DISPLAY 'V2D2GRNT: SIN LISTA DE ACCESO - EJECUTE EL'
               ' MODO LOAD PRIMERO'
             MOVE 4 TO RETURN-CODE
           END-IF.
       WRITE-ONE-LINE.
           MOVE WS-LINE-BUF TO GRT-LINE.
           WRITE GRT-LINE.
           IF WS-FS2 NOT = '00'
             DISPLAY 'V2D2GRNT: WRITE GRTDD FALLO, FILE STATUS='
               WS-FS2
           END-IF.
      *--------------------------------------------------------------*
      * AUDIT-TABAUTH - POR TABLA DEL JOB, LO QUE DB2 CONCEDE A CADA *
      * GRANTEE (TODAS SUS FILAS DE SYSTABAUTH SUMADAS) CONTRA LO    *
      * QUE LA LISTA DE ACCESO DICE.                                 *
      *--------------------------------------------------------------*
       AUDIT-TABAUTH.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2GRNT - PRIVILEGIOS DB2 VS ACCESO VSAM'.
           DISPLAY 'JOB=' WS-JOBID-DISP ' ' DCL-MEMBER ' DSN='
             DCL-SOURCE-DSN.
           DISPLAY '=============================================='.
           EXEC SQL DECLARE GTCUR CURSOR FOR
             SELECT GRANTEE, MAX(SELECTAUTH), MAX(INSERTAUTH),
               MAX(UPDATEAUTH), MAX(DELETEAUTH)
             FROM SYSIBM.SYSTABAUTH
             WHERE TCREATOR = 'IBMUSER'
               AND TTNAME = :WS-TA-TABLE
               AND GRANTEETYPE = ' '
               AND GRANTEE <> TCREATOR
             GROUP BY GRANTEE
             ORDER BY GRANTEE
           END-EXEC.
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JT-CNT
             MOVE 'N' TO WS-TA-FOUND
             PERFORM VARYING DX FROM 1 BY 1 UNTIL DX >= JX
               IF WS-JT-TABLE(DX) = WS-JT-TABLE(JX)
                 MOVE 'Y' TO WS-TA-FOUND
               END-IF
             END-PERFORM
             IF WS-TA-FOUND = 'N'
               MOVE WS-JT-TABLE(JX) TO WS-TA-TABLE
               DISPLAY 'TABLA IBMUSER.' WS-TA-TABLE
               PERFORM AUDIT-ONE-TABLE
             END-IF
           END-PERFORM.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-EX-CNT
             IF WS-EX-SEEN(EX) = 'N'
               ADD 1 TO WS-MISS-CNT
               DISPLAY '  FALTA  ' WS-EX-TABLE(EX) ' ' WS-EX-AUTH(EX)
                 ' ESPERADO=' WS-EX-LVL(EX) ' SIN GRANT EN DB2'
             END-IF
           END-PERFORM.
           DISPLAY '----------------------------------------------'.
           MOVE WS-OK-CNT TO WS-CNT-D1.
           DISPLAY 'COINCIDEN:                    ' WS-CNT-D1.
           MOVE WS-MISS-CNT TO WS-CNT-D1.
           DISPLAY 'FALTA EN DB2:                 ' WS-CNT-D1.
           MOVE WS-EXTRA-CNT TO WS-CNT-D1.
           DISPLAY 'SOBRA EN DB2:                 ' WS-CNT-D1.
           IF WS-EX-CNT = 0
             DISPLAY '** EL JOB NO TIENE LISTA DE ACCESO CARGADA'
               ' (V2D2GRNT LOAD)'
           END-IF.
           DISPLAY 'ESPERADO: R = SELECT, U = SELECT/INSERT/UPDATE/'
             'DELETE. TENIDO: S/I/U/D CONCEDIDOS.'.
           DISPLAY '=============================================='.
           IF WS-MISS-CNT > 0 OR WS-EXTRA-CNT > 0 OR WS-EX-CNT = 0
             MOVE 4 TO RETURN-CODE
           END-IF.
       AUDIT-ONE-TABLE.
           EXEC SQL OPEN GTCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH GTCUR INTO :WS-TA-GRANTEE, :WS-TA-SEL,
                 :WS-TA-INS, :WS-TA-UPD, :WS-TA-DEL
             END-EXEC
             IF SQLCODE = 0
               PERFORM AUDIT-ONE-GRANTEE
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2GRNT: FETCH SYSTABAUTH FALLO, SQLCODE='
               WS-SQLCD
             MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE GTCUR END-EXEC.
       AUDIT-ONE-GRANTEE.
           MOVE SPACES TO WS-TA-HAS.
           MOVE SPACE TO WS-TA-LVL.
           IF WS-TA-SEL NOT = SPACE
             MOVE 'S' TO WS-TA-HAS(1:1)
           END-IF.
           IF WS-TA-INS NOT = SPACE
             MOVE 'I' TO WS-TA-HAS(2:1)
           END-IF.
           IF WS-TA-UPD NOT = SPACE
             MOVE 'U' TO WS-TA-HAS(3:1)
           END-IF.
           IF WS-TA-DEL NOT = SPACE
             MOVE 'D' TO WS-TA-HAS(4:1)
           END-IF.
           IF WS-TA-HAS(1:4) = 'SIUD'
             MOVE 'U' TO WS-TA-LVL
           ELSE
             IF WS-TA-HAS(1:4) = 'S   '
               MOVE 'R' TO WS-TA-LVL
             END-IF
           END-IF.
           PERFORM VARYING EX FROM 1 BY 1
             UNTIL EX > WS-EX-CNT
                OR (WS-EX-TABLE(EX) = WS-TA-TABLE
                    AND WS-EX-AUTH(EX) = WS-TA-GRANTEE)
             CONTINUE
           END-PERFORM.
           EVALUATE TRUE
             WHEN EX > WS-EX-CNT
               ADD 1 TO WS-EXTRA-CNT
               DISPLAY '  SOBRA  ' WS-TA-TABLE ' ' WS-TA-GRANTEE
                 ' TIENE=' WS-TA-HAS(1:4)
                 ' SIN ACCESO A LOS DSN DEL JOB'
             WHEN WS-EX-LVL(EX) = WS-TA-LVL
               MOVE 'Y' TO WS-EX-SEEN(EX)
               ADD 1 TO WS-OK-CNT
               DISPLAY '  OK     ' WS-TA-TABLE ' ' WS-TA-GRANTEE
                 ' ESPERADO=' WS-EX-LVL(EX) ' TIENE=' WS-TA-HAS(1:4)
             WHEN WS-EX-LVL(EX) = 'R'
               MOVE 'Y' TO WS-EX-SEEN(EX)
               ADD 1 TO WS-EXTRA-CNT
               DISPLAY '  SOBRA  ' WS-TA-TABLE ' ' WS-TA-GRANTEE
                 ' ESPERADO=R TIENE=' WS-TA-HAS(1:4)
             WHEN OTHER
               MOVE 'Y' TO WS-EX-SEEN(EX)
               ADD 1 TO WS-MISS-CNT
               DISPLAY '  FALTA  ' WS-TA-TABLE ' ' WS-TA-GRANTEE
                 ' ESPERADO=U TIENE=' WS-TA-HAS(1:4)
           END-EVALUATE.
       REPORT-ERROR.
           MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID.
           MOVE 'V2D2GRNT' TO DCL-ERR-STEP.
           MOVE WS-ERR-TEXT TO DCL-ERR-TEXT.
           IF DCL-JOB-ID > 0
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_ERRORS
               (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
               VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
                :DCL-ERR-STEP, :DCL-ERR-TEXT)
             END-EXEC
             EXEC SQL COMMIT END-EXEC
           END-IF.
           DISPLAY 'V2D2GRNT: ' WS-ERR-TEXT.
