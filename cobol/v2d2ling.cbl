       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2LING.
      *==============================================================*
      * V2D2LING - COLUMN LINEAGE REPORT FOR THE AUDITORS             *
      * Invoked by JCL with PARM='nnnnnnnnn' any time after V2D2RUNA  *
      * has analyzed a job (the loaded columns need the load, or at   *
      * least the generated DDL, to exist in the DB2 catalog). For    *
      * every DB2 column the job's data reaches - POL_POLICY, the     *
      * POL_AUTO/POL_VIDA/POL_HOGAR subtype tables, POL_COBERTURAS,   *
      * the movement trail table and the V2D2GLOD-generated tables -  *
      * it prints, column by column, where the value came from and    *
      * everything that happened to it on the way:                   *
      *   - the COBOL field, its copybook (V2D2_FILES.COPY_MEMBER)    *
      *     and offset/length/usage/PIC from V2D2_FIELDS;             *
      *   - the DB2 type actually in SYSIBM.SYSCOLUMNS and any        *
      *     V2D2_FLDOVR type override behind it;                      *
      *   - how many values V2D2VLDT CLEAN mode rewrote in it         *
      *     (V2D2_CLEANSE rows for the field);                        *
      *   - whether the V2D2LOAD MASK token scrambles it;             *
      *   - which loader populated it (the program that moved the     *
      *     job to 'M' on V2D2_STSHIST, plus V2D2REPR when the        *
      *     quarantine was replayed into the same tables).            *
      * A field reaches a column when the target table has a column   *
      * of the same name ('-' folded to '_', the V2D2RUND naming), so *
      * the report reads the catalog rather than trusting the loader  *
      * source. Two closing sections keep anything from being         *
      * silently dropped: the source fields that reach no column at   *
      * all (FILLER, REDEFINES views no table carries, the generic    *
      * loader's skipped OCCURS/signed fields, the record types it    *
      * reads but does not load, files no loader reads)               *
      * and the target columns with no source field (sequences and    *
      * keys the loader builds itself, such as COB_SEQ or OCC_SEQ).   *
      * Read-only: nothing is updated, a DB2 error is logged to       *
      * V2D2_ERRORS the V2D2XREF way.                                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-LOADER                PIC X(8) VALUE SPACES.
       01  WS-LOADER-TXT            PIC X(30) VALUE SPACES.
       01  WS-LOADER-PLAN           PIC X(1) VALUE 'N'.
       01  WS-REPR-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-TABLE           PIC X(18) VALUE SPACES.
       01  WS-GLOD-FILE             PIC X(8) VALUE SPACES.
       01  WS-FILE-NAME             PIC X(8).
       01  WS-DDNAME                PIC X(8).
       01  WS-COPY-MBR              PIC X(8).
       01  WS-STRATEGY              PIC X(1).
      *    H = POLFILE A MANO (V2D2LOAD/V2D2ULOD), M = RASTRO MOVFILE
      *    (V2D2MOVL), G = GENERICO (V2D2GLOD), N = NINGUN CARGADOR.
       01  WS-FILE-KIND             PIC X(1).
       01  WS-FILE-LOADER           PIC X(30).
       01  WS-TB-SET.
           05 WS-TB1                PIC X(18).
           05 WS-TB2                PIC X(18).
           05 WS-TB3                PIC X(18).
           05 WS-TB4                PIC X(18).
           05 WS-TB5                PIC X(18).
       01  WS-TB-SAVE               PIC X(90).
      *    ARCHIVO CON VARIOS TIPOS DE REGISTRO (V2D2_RECTYPES): CADA
      *    CAMPO VA A LA TABLA DE SU REC_NAME O A NINGUNA.
       01  WS-MULTI-REC             PIC X(1).
       01  WS-RTY-CNT               PIC S9(4) COMP.
       01  WS-RTY-SQLCD             PIC S9(9) COMP VALUE 0.
       01  WS-REC-ACTION            PIC X(1).
       01  WS-REC-TABLE             PIC X(30).
       01  WS-ODO-PRESENT           PIC X(1).
       01  WS-ODO-GROUP             PIC X(30).
       01  WS-ODO-START             PIC S9(9) COMP.
       01  WS-ODO-ENTLEN            PIC S9(9) COMP.
       01  WS-ODO-END               PIC S9(9) COMP.
       01  WS-COL-NAME              PIC X(30).
       01  WS-CAT-TBNAME            PIC X(18).
       01  WS-CAT-COLNAME           PIC X(18).
       01  WS-CAT-COLTYPE           PIC X(8).
       01  WS-CAT-LENGTH            PIC S9(4) COMP.
       01  WS-CAT-SCALE             PIC S9(4) COMP.
       01  WS-OVR-TYPE              PIC X(20).
       01  WS-CLN-CNT               PIC S9(9) COMP.
       01  WS-MASK-FLAG             PIC X(2).
       01  WS-FLD-COLS              PIC S9(4) COMP.
       01  WS-UNM-WHY               PIC X(40).
       01  WS-FILE-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-FLD-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-COL-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-GEN-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-UNM-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-UNM-TOTAL             PIC S9(9) COMP VALUE 0.
       01  WS-UNM-TABLE.
           05 WS-UNM-ENTRY OCCURS 300 TIMES.
              10 WS-UNM-FILE        PIC X(8).
              10 WS-UNM-FIELD       PIC X(30).
              10 WS-UNM-OFS         PIC S9(9) COMP.
              10 WS-UNM-LEN         PIC S9(9) COMP.
              10 WS-UNM-REASON      PIC X(40).
       01  UX                       PIC S9(4) COMP.
       01  WS-OFS-D                 PIC ZZZZ9.
       01  WS-LEN-D                 PIC ZZZZ9.
       01  WS-SCL-D                 PIC Z9.
       01  WS-OCC-D                 PIC ZZZ9.
       01  WS-CLN-D                 PIC Z(8)9.
       01  WS-CNT-D                 PIC Z(8)9.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-JOB-FAILED            PIC X VALUE 'N'.
       01  WS-FILE-SQLCD            PIC S9(9) COMP VALUE 0.
       01  WS-FLD-SQLCD             PIC S9(9) COMP VALUE 0.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2FDS.
       COPY V2D2RTY.
       COPY V2D2ERR.
       LINKAGE SECTION.
       01  LK-PARM-JOBID             PIC X(9).
       PROCEDURE DIVISION USING LK-PARM-JOBID.
       MAIN-PARA.
           MOVE LK-PARM-JOBID TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
           EXEC SQL
             SELECT SOURCE_DSN, MEMBER, STATUS,
                    COALESCE(AUDIT_TABLE, 'POL_MOVIMIENTOS')
             INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS,
                  :WS-AUDIT-TABLE
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'V2D2LING: JOB NO ENCONTRADO ' WS-JOBID-DISP
             GOBACK
           END-IF.
           PERFORM FIND-LOADER.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2LING - LINAJE DE COLUMNAS VSAM -> DB2'.
           DISPLAY 'JOB=' WS-JOBID-DISP ' DSN=' DCL-SOURCE-DSN
             ' MEMBER=' DCL-MEMBER ' STATUS=' DCL-STATUS.
           DISPLAY 'CARGADOR=' WS-LOADER-TXT.
           DISPLAY 'MASK=SI: EL CAMPO SE ENMASCARA CUANDO V2D2LOAD '
             'CORRE CON EL TOKEN MASK (CARGAS DE PRUEBA)'.
           DISPLAY '=============================================='.
           PERFORM LIST-FILES.
           IF WS-FILE-CNT = 0
             DISPLAY 'V2D2LING: SIN ARCHIVOS - EJECUTE V2D2RUNA '
               'PRIMERO'
           END-IF.
           PERFORM LIST-UNMAPPED.
           DISPLAY '=============================================='.
           MOVE WS-COL-CNT TO WS-CNT-D.
           DISPLAY 'COLUMNAS CON ORIGEN.........: ' WS-CNT-D.
           MOVE WS-GEN-CNT TO WS-CNT-D.
           DISPLAY 'COLUMNAS SIN CAMPO FUENTE...: ' WS-CNT-D.
           MOVE WS-UNM-TOTAL TO WS-CNT-D.
           DISPLAY 'CAMPOS QUE NO LLEGAN A DB2..: ' WS-CNT-D.
           DISPLAY 'FIN DEL REPORTE. ARCHIVOS=' WS-FILE-CNT.
           IF WS-JOB-FAILED = 'Y'
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * FIND-LOADER - EL CARGADOR REAL ES EL PROGRAMA QUE PASO EL    *
      * JOB A 'M' (EL ULTIMO, SI SE RECARGO). SIN CARGA TODAVIA SE   *
      * INFORMA EL PREVISTO: V2D2LOAD SI EL JOB TIENE POLDD (LO QUE  *
      * GENERA LA OPCION 9), SI NO V2D2GLOD.                         *
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
           IF SQLCODE = 0
             MOVE 'N' TO WS-LOADER-PLAN
           ELSE
             MOVE 'Y' TO WS-LOADER-PLAN
             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-REPR-CNT
               FROM IBMUSER.V2D2_FILES
               WHERE JOB_ID = :DCL-JOB-ID
                 AND DDNAME = 'POLDD'
             END-EXEC
             IF WS-REPR-CNT > 0
               MOVE 'V2D2LOAD' TO WS-LOADER
             ELSE
               MOVE 'V2D2GLOD' TO WS-LOADER
             END-IF
           END-IF.
           MOVE 0 TO WS-REPR-CNT.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-REPR-CNT
             FROM IBMUSER.V2D2_STSHIST
             WHERE JOB_ID = :DCL-JOB-ID
               AND PROGRAM = 'V2D2REPR'
           END-EXEC.
           MOVE SPACES TO WS-LOADER-TXT.
           EVALUATE TRUE
             WHEN WS-LOADER-PLAN = 'Y'
               STRING WS-LOADER ' (PREVISTO - AUN SIN CARGA)'
                 DELIMITED BY SIZE INTO WS-LOADER-TXT
             WHEN WS-REPR-CNT > 0
               STRING WS-LOADER ' + V2D2REPR'
                 DELIMITED BY SIZE INTO WS-LOADER-TXT
             WHEN OTHER
               MOVE WS-LOADER TO WS-LOADER-TXT
           END-EVALUATE.
      *    EL ARCHIVO QUE V2D2GLOD ELIGE: LA MISMA REGLA QUE SU
      *    LOAD-FIELD-CATALOG (INDEXADO, RELATIVO, SECUENCIAL).
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
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-GLOD-FILE
           END-IF.
       LIST-FILES.
           EXEC SQL
             DECLARE FILECUR CURSOR FOR
             SELECT FILE_NAME, DDNAME,
                    COALESCE(COPY_MEMBER, ' '),
                    COALESCE(DDL_STRATEGY, 'W')
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY FILE_NAME
           END-EXEC.
           EXEC SQL OPEN FILECUR END-EXEC.
           MOVE 0 TO WS-FILE-SQLCD.
           PERFORM UNTIL WS-FILE-SQLCD NOT = 0
             OR WS-JOB-FAILED = 'Y'
             EXEC SQL
               FETCH FILECUR INTO :WS-FILE-NAME, :WS-DDNAME,
                 :WS-COPY-MBR, :WS-STRATEGY
             END-EXEC
             MOVE SQLCODE TO WS-FILE-SQLCD
             EVALUATE WS-FILE-SQLCD
               WHEN 0
                 ADD 1 TO WS-FILE-CNT
                 PERFORM REPORT-ONE-FILE
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 MOVE WS-FILE-SQLCD TO WS-SQLCD
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'FETCH FILECUR FALLO, SQLCODE='
                   WS-SQLCD DELIMITED BY SIZE
                   INTO WS-ERR-TEXT
                 PERFORM FAIL-JOB
             END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE FILECUR END-EXEC.
      *--------------------------------------------------------------*
      * REPORT-ONE-FILE - QUE CARGADOR LEE ESTE ARCHIVO Y EN QUE     *
      * TABLAS PUEDE TERMINAR CADA CAMPO. POLDD ES EL POLFILE DE     *
      * V2D2LOAD/V2D2ULOD (LAS TABLAS DE SUBTIPO SOLO BAJO           *
      * DDL_STRATEGY='S'), MOVDD EL RASTRO DE V2D2MOVL, Y EL ARCHIVO *
      * QUE V2D2GLOD ELIGE VA A LA TABLA CON SU NOMBRE MAS LA DEL    *
      * GRUPO VARIABLE, SI LO HAY; CON VARIOS TIPOS DE REGISTRO, A   *
      * LA TARGET_TABLE DE CADA TIPO QUE SE CARGA.                   *
      *--------------------------------------------------------------*
       REPORT-ONE-FILE.
           MOVE SPACES TO WS-TB1 WS-TB2 WS-TB3 WS-TB4 WS-TB5.
           MOVE 'N' TO WS-ODO-PRESENT WS-MULTI-REC.
           MOVE 'N' TO WS-FILE-KIND.
           MOVE 'NINGUNO' TO WS-FILE-LOADER.
           EVALUATE TRUE
             WHEN WS-DDNAME = 'MOVDD'
               MOVE 'M' TO WS-FILE-KIND
               MOVE 'V2D2MOVL' TO WS-FILE-LOADER
               MOVE WS-AUDIT-TABLE TO WS-TB1
             WHEN WS-DDNAME = 'POLDD'
               AND WS-LOADER NOT = 'V2D2GLOD'
               MOVE 'H' TO WS-FILE-KIND
               MOVE WS-LOADER-TXT TO WS-FILE-LOADER
               MOVE 'POL_POLICY' TO WS-TB1
               MOVE 'POL_COBERTURAS' TO WS-TB2
               IF WS-STRATEGY = 'S'
                 MOVE 'POL_AUTO' TO WS-TB3
                 MOVE 'POL_VIDA' TO WS-TB4
                 MOVE 'POL_HOGAR' TO WS-TB5
               END-IF
             WHEN WS-LOADER = 'V2D2GLOD'
               AND WS-FILE-NAME = WS-GLOD-FILE
               MOVE 'G' TO WS-FILE-KIND
               MOVE WS-LOADER-TXT TO WS-FILE-LOADER
               MOVE WS-FILE-NAME TO WS-TB1
               PERFORM GET-RECORD-TYPES
               IF WS-MULTI-REC NOT = 'Y'
                 PERFORM GET-ODO-GROUP
               END-IF
           END-EVALUATE.
           DISPLAY ' '.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'ARCHIVO=' WS-FILE-NAME ' DD=' WS-DDNAME
             ' COPY=' WS-COPY-MBR ' ESTRATEGIA=' WS-STRATEGY.
           DISPLAY 'CARGADOR DEL ARCHIVO=' WS-FILE-LOADER.
           IF WS-FILE-KIND NOT = 'N'
             DISPLAY 'TABLAS DESTINO: ' WS-TB1 ' ' WS-TB2 ' '
               WS-TB3 ' ' WS-TB4 ' ' WS-TB5
           END-IF.
           DISPLAY '----------------------------------------------'.
           PERFORM LIST-FIELDS.
           IF WS-FILE-KIND NOT = 'N' AND WS-JOB-FAILED NOT = 'Y'
             PERFORM LIST-GENERATED-COLUMNS
           END-IF.
      *    LA MISMA REGLA QUE LOAD-RECORD-TYPES DE V2D2GLOD: CON DOS
      *    O MAS TIPOS CADA UNO TIENE SU TABLA; CON MENOS, UN SOLO
      *    LAYOUT Y LA TABLA CON EL NOMBRE DEL ARCHIVO.
       GET-RECORD-TYPES.
           MOVE 0 TO WS-RTY-CNT.
           MOVE DCL-JOB-ID TO DCL-RTY-JOB-ID.
           MOVE WS-FILE-NAME TO DCL-RTY-FILE.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-RTY-CNT
             FROM IBMUSER.V2D2_RECTYPES
             WHERE JOB_ID = :DCL-RTY-JOB-ID
               AND FILE_NAME = :DCL-RTY-FILE
           END-EXEC.
           IF SQLCODE = 0 AND WS-RTY-CNT >= 2
             MOVE 'Y' TO WS-MULTI-REC
             MOVE SPACES TO WS-TB-SET
             MOVE 0 TO WS-RTY-CNT
             EXEC SQL
               DECLARE RTYCUR CURSOR FOR
               SELECT TARGET_TABLE
               FROM IBMUSER.V2D2_RECTYPES
               WHERE JOB_ID = :DCL-RTY-JOB-ID
                 AND FILE_NAME = :DCL-RTY-FILE
                 AND LOAD_ACTION = 'L'
               ORDER BY REC_SEQ
             END-EXEC
             EXEC SQL OPEN RTYCUR END-EXEC
             MOVE 0 TO WS-RTY-SQLCD
             PERFORM UNTIL WS-RTY-SQLCD NOT = 0
               EXEC SQL
                 FETCH RTYCUR INTO :DCL-RTY-TABLE
               END-EXEC
               MOVE SQLCODE TO WS-RTY-SQLCD
               IF WS-RTY-SQLCD = 0
                 ADD 1 TO WS-RTY-CNT
                 EVALUATE WS-RTY-CNT
                   WHEN 1 MOVE DCL-RTY-TABLE TO WS-TB1
                   WHEN 2 MOVE DCL-RTY-TABLE TO WS-TB2
                   WHEN 3 MOVE DCL-RTY-TABLE TO WS-TB3
                   WHEN 4 MOVE DCL-RTY-TABLE TO WS-TB4
                   WHEN 5 MOVE DCL-RTY-TABLE TO WS-TB5
                 END-EVALUATE
               END-IF
             END-PERFORM
             EXEC SQL CLOSE RTYCUR END-EXEC
             IF WS-RTY-SQLCD NOT = 100
               MOVE WS-RTY-SQLCD TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'FETCH RTYCUR FALLO, SQLCODE='
                 WS-SQLCD DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
             END-IF
           END-IF.
       GET-ODO-GROUP.
           EXEC SQL
             SELECT GROUP_NAME, START_OFFSET, ENTRY_LENGTH
             INTO :WS-ODO-GROUP, :WS-ODO-START, :WS-ODO-ENTLEN
             FROM IBMUSER.V2D2_ODO
             WHERE JOB_ID = :DCL-JOB-ID
               AND FILE_NAME = :WS-FILE-NAME
             ORDER BY GROUP_NAME
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
             MOVE 'Y' TO WS-ODO-PRESENT
             COMPUTE WS-ODO-END = WS-ODO-START + WS-ODO-ENTLEN
             MOVE WS-ODO-GROUP TO WS-TB2
             INSPECT WS-TB2 REPLACING ALL '-' BY '_'
           END-IF.
       LIST-FIELDS.
           MOVE DCL-JOB-ID TO DCL-FDS-JOB-ID.
           MOVE WS-FILE-NAME TO DCL-FDS-FILE.
           EXEC SQL
             DECLARE FLDCUR CURSOR FOR
             SELECT FIELD_NAME, FIELD_LEVEL, PIC_CLAUSE,
                    FIELD_USAGE, FIELD_OFFSET, FIELD_LENGTH,
                    FIELD_SCALE, OCCURS_CNT,
                    COALESCE(IN_REDEF, 'N'),
                    COALESCE(REC_NAME, ' ')
             FROM IBMUSER.V2D2_FIELDS
             WHERE JOB_ID = :DCL-FDS-JOB-ID
               AND FILE_NAME = :DCL-FDS-FILE
             ORDER BY FIELD_SEQ
           END-EXEC.
           EXEC SQL OPEN FLDCUR END-EXEC.
           MOVE 0 TO WS-FLD-SQLCD.
           PERFORM UNTIL WS-FLD-SQLCD NOT = 0
             OR WS-JOB-FAILED = 'Y'
             EXEC SQL
               FETCH FLDCUR
               INTO :DCL-FDS-NAME, :DCL-FDS-LEVEL, :DCL-FDS-PIC,
                 :DCL-FDS-USAGE, :DCL-FDS-OFFSET, :DCL-FDS-LENGTH,
                 :DCL-FDS-SCALE, :DCL-FDS-OCCURS, :DCL-FDS-REDEF,
                 :DCL-FDS-RECNAME
             END-EXEC
             MOVE SQLCODE TO WS-FLD-SQLCD
             EVALUATE WS-FLD-SQLCD
               WHEN 0
                 ADD 1 TO WS-FLD-CNT
                 PERFORM REPORT-ONE-FIELD
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 MOVE WS-FLD-SQLCD TO WS-SQLCD
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'FETCH FLDCUR FALLO, SQLCODE='
                   WS-SQLCD DELIMITED BY SIZE
                   INTO WS-ERR-TEXT
                 PERFORM FAIL-JOB
             END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE FLDCUR END-EXEC.
      *--------------------------------------------------------------*
      * REPORT-ONE-FIELD - PRIMERO LAS EXCLUSIONES QUE SE CONOCEN    *
      * SIN MIRAR DB2 (FILLER, ARCHIVO SIN CARGADOR, LAS REGLAS DE   *
      * V2D2GLOD); LO DEMAS SE BUSCA EN EL CATALOGO Y SE IMPRIME UNA *
      * VEZ POR COLUMNA ENCONTRADA (POL-NUMERO LLEGA A VARIAS).      *
      *--------------------------------------------------------------*
       REPORT-ONE-FIELD.
           MOVE SPACES TO WS-UNM-WHY.
           MOVE DCL-FDS-NAME TO WS-COL-NAME.
           INSPECT WS-COL-NAME REPLACING ALL '-' BY '_'.
           EVALUATE TRUE
             WHEN DCL-FDS-NAME = 'FILLER'
               MOVE 'FILLER (BYTES SIN NOMBRE)' TO WS-UNM-WHY
             WHEN WS-FILE-KIND = 'N'
               MOVE 'ARCHIVO QUE NINGUN CARGADOR MIGRA'
                 TO WS-UNM-WHY
             WHEN WS-FILE-KIND = 'G'
               PERFORM CHECK-GENERIC-RULES
           END-EVALUATE.
           IF WS-UNM-WHY = SPACES
             PERFORM GET-FIELD-TRANSFORMS
             IF WS-MULTI-REC = 'Y'
               MOVE WS-TB-SET TO WS-TB-SAVE
               MOVE SPACES TO WS-TB-SET
               MOVE WS-REC-TABLE TO WS-TB1
             END-IF
             PERFORM LIST-FIELD-COLUMNS
             IF WS-MULTI-REC = 'Y'
               MOVE WS-TB-SAVE TO WS-TB-SET
             END-IF
             IF WS-FLD-COLS = 0
               IF DCL-FDS-REDEF = 'S'
                 MOVE 'VISTA REDEFINES QUE NINGUNA TABLA LLEVA'
                   TO WS-UNM-WHY
               ELSE
                 MOVE 'SIN COLUMNA EN EL CATALOGO DB2'
                   TO WS-UNM-WHY
               END-IF
             END-IF
           END-IF.
           IF WS-UNM-WHY NOT = SPACES
             PERFORM ADD-UNMAPPED
           END-IF.
      *    LAS MISMAS EXCLUSIONES QUE EL FLDCUR/ODOCUR DE V2D2GLOD: SI
      *    UNA CAMBIA ALLA, CAMBIA ACA. CON VARIOS TIPOS DE REGISTRO
      *    MANDA ANTES EL TIPO AL QUE PERTENECE EL CAMPO.
       CHECK-GENERIC-RULES.
           MOVE SPACE TO WS-REC-ACTION.
           MOVE SPACES TO WS-REC-TABLE.
           IF WS-MULTI-REC = 'Y'
             MOVE DCL-FDS-RECNAME TO DCL-RTY-RECNAME
             EXEC SQL
               SELECT LOAD_ACTION, TARGET_TABLE
               INTO :WS-REC-ACTION, :WS-REC-TABLE
               FROM IBMUSER.V2D2_RECTYPES
               WHERE JOB_ID = :DCL-RTY-JOB-ID
                 AND FILE_NAME = :DCL-RTY-FILE
                 AND REC_NAME = :DCL-RTY-RECNAME
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SPACE TO WS-REC-ACTION
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN WS-MULTI-REC = 'Y' AND WS-REC-ACTION = 'S'
               MOVE 'TIPO DE REGISTRO NO CARGADO' TO WS-UNM-WHY
             WHEN WS-MULTI-REC = 'Y' AND WS-REC-ACTION NOT = 'L'
               MOVE 'FUERA DE LOS TIPOS DE REGISTRO' TO WS-UNM-WHY
             WHEN DCL-FDS-REDEF = 'S'
               MOVE 'VISTA REDEFINES (V2D2GLOD NO LA CARGA)'
                 TO WS-UNM-WHY
             WHEN DCL-FDS-USAGE = 'DISPLAY'
               AND DCL-FDS-PIC(1:1) = 'S'
               MOVE 'DISPLAY CON SIGNO (V2D2GLOD NO LO CARGA)'
                 TO WS-UNM-WHY
             WHEN DCL-FDS-OCCURS > 1
               AND (WS-ODO-PRESENT NOT = 'Y'
                 OR DCL-FDS-OFFSET < WS-ODO-START
                 OR DCL-FDS-OFFSET NOT < WS-ODO-END)
               MOVE 'OCCURS FIJO (V2D2GLOD NO NORMALIZA)'
                 TO WS-UNM-WHY
           END-EVALUATE.
      *--------------------------------------------------------------*
      * GET-FIELD-TRANSFORMS - OVERRIDE DE TIPO (OPCION 8), VALORES  *
      * QUE V2D2VLDT CLEAN REESCRIBIO Y SI MASK LO ENMASCARA. LA     *
      * LISTA DE MASK ES LA DE MASK-PII-FIELDS EN V2D2LOAD; SOLO     *
      * APLICA AL POLFILE Y SOLO CUANDO CARGA V2D2LOAD (V2D2ULOD NO  *
      * TIENE MODO MASK).                                            *
      *--------------------------------------------------------------*
       GET-FIELD-TRANSFORMS.
           MOVE SPACES TO WS-OVR-TYPE.
           EXEC SQL
             SELECT DB2_TYPE
             INTO :WS-OVR-TYPE
             FROM IBMUSER.V2D2_FLDOVR
             WHERE JOB_ID = :DCL-JOB-ID
               AND FIELD_NAME = :DCL-FDS-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE '-' TO WS-OVR-TYPE
           END-IF.
           MOVE 0 TO WS-CLN-CNT.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CLN-CNT
             FROM IBMUSER.V2D2_CLEANSE
             WHERE JOB_ID = :DCL-JOB-ID
               AND FIELD_NAME = :DCL-FDS-NAME
           END-EXEC.
           MOVE 'NO' TO WS-MASK-FLAG.
           IF WS-FILE-KIND = 'H' AND WS-LOADER = 'V2D2LOAD'
             EVALUATE DCL-FDS-NAME
               WHEN 'CLI-DOCUMENTO'
               WHEN 'CLI-NOMBRE'
               WHEN 'CLI-DIRECCION'
               WHEN 'CLI-TELEFONO'
               WHEN 'CLI-EMAIL'
               WHEN 'VIDA-BENEFICIARIO'
                 MOVE 'SI' TO WS-MASK-FLAG
             END-EVALUATE
           END-IF.
       LIST-FIELD-COLUMNS.
           MOVE 0 TO WS-FLD-COLS.
           EXEC SQL
             DECLARE COLCUR CURSOR FOR
             SELECT TBNAME, NAME, COLTYPE, LENGTH, SCALE
             FROM SYSIBM.SYSCOLUMNS
             WHERE TBCREATOR = 'IBMUSER'
               AND NAME = :WS-COL-NAME
               AND TBNAME IN (:WS-TB1, :WS-TB2, :WS-TB3,
                              :WS-TB4, :WS-TB5)
             ORDER BY TBNAME
           END-EXEC.
           EXEC SQL OPEN COLCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH COLCUR
               INTO :WS-CAT-TBNAME, :WS-CAT-COLNAME,
                 :WS-CAT-COLTYPE, :WS-CAT-LENGTH, :WS-CAT-SCALE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-FLD-COLS
               ADD 1 TO WS-COL-CNT
               PERFORM PRINT-COLUMN-LINEAGE
             END-IF
           END-PERFORM.
           IF SQLCODE < 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH COLCUR FALLO, SQLCODE='
               WS-SQLCD DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
           END-IF.
           EXEC SQL CLOSE COLCUR END-EXEC.
       PRINT-COLUMN-LINEAGE.
           MOVE WS-CAT-LENGTH TO WS-LEN-D.
           MOVE WS-CAT-SCALE TO WS-SCL-D.
           DISPLAY ' '.
           DISPLAY 'COLUMNA ' FUNCTION TRIM(WS-CAT-TBNAME) '.'
             FUNCTION TRIM(WS-CAT-COLNAME) ' '
             FUNCTION TRIM(WS-CAT-COLTYPE) '(' WS-LEN-D ','
             WS-SCL-D ')'.
           MOVE DCL-FDS-OFFSET TO WS-OFS-D.
           MOVE DCL-FDS-LENGTH TO WS-LEN-D.
           MOVE DCL-FDS-OCCURS TO WS-OCC-D.
           DISPLAY '  ORIGEN  ' DCL-FDS-NAME ' COPY=' WS-COPY-MBR
             ' OFS=' WS-OFS-D ' LEN=' WS-LEN-D
             ' USAGE=' DCL-FDS-USAGE ' PIC=' DCL-FDS-PIC
             ' OCCURS=' WS-OCC-D.
           MOVE WS-CLN-CNT TO WS-CLN-D.
           DISPLAY '  TRANSF  OVERRIDE=' WS-OVR-TYPE
             ' CLEANSE=' WS-CLN-D ' MASK=' WS-MASK-FLAG.
           DISPLAY '  CARGA   ' WS-FILE-LOADER.
       ADD-UNMAPPED.
           ADD 1 TO WS-UNM-TOTAL.
           IF WS-UNM-CNT < 300
             ADD 1 TO WS-UNM-CNT
             MOVE WS-FILE-NAME TO WS-UNM-FILE(WS-UNM-CNT)
             MOVE DCL-FDS-NAME TO WS-UNM-FIELD(WS-UNM-CNT)
             MOVE DCL-FDS-OFFSET TO WS-UNM-OFS(WS-UNM-CNT)
             MOVE DCL-FDS-LENGTH TO WS-UNM-LEN(WS-UNM-CNT)
             MOVE WS-UNM-WHY TO WS-UNM-REASON(WS-UNM-CNT)
           END-IF.
      *--------------------------------------------------------------*
      * LIST-GENERATED-COLUMNS - COLUMNAS DE LAS TABLAS DESTINO QUE  *
      * NINGUN CAMPO DEL ARCHIVO ALIMENTA: LAS ARMA EL CARGADOR      *
      * (COB_SEQ, OCC_SEQ, JOB_ID, IDENTITY) O SON DE OTRO ORIGEN.   *
      *--------------------------------------------------------------*
       LIST-GENERATED-COLUMNS.
           EXEC SQL
             DECLARE GENCUR CURSOR FOR
             SELECT C.TBNAME, C.NAME, C.COLTYPE, C.LENGTH, C.SCALE
             FROM SYSIBM.SYSCOLUMNS C
             WHERE C.TBCREATOR = 'IBMUSER'
               AND C.TBNAME IN (:WS-TB1, :WS-TB2, :WS-TB3,
                                :WS-TB4, :WS-TB5)
               AND NOT EXISTS
                   (SELECT 1
                      FROM IBMUSER.V2D2_FIELDS F
                     WHERE F.JOB_ID = :DCL-JOB-ID
                       AND F.FILE_NAME = :WS-FILE-NAME
                       AND TRANSLATE(F.FIELD_NAME, '_', '-')
                           = C.NAME)
             ORDER BY C.TBNAME, C.COLNO
           END-EXEC.
           EXEC SQL OPEN GENCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH GENCUR
               INTO :WS-CAT-TBNAME, :WS-CAT-COLNAME,
                 :WS-CAT-COLTYPE, :WS-CAT-LENGTH, :WS-CAT-SCALE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-GEN-CNT
               MOVE WS-CAT-LENGTH TO WS-LEN-D
               MOVE WS-CAT-SCALE TO WS-SCL-D
               DISPLAY ' '
               DISPLAY 'COLUMNA ' FUNCTION TRIM(WS-CAT-TBNAME) '.'
                 FUNCTION TRIM(WS-CAT-COLNAME) ' '
                 FUNCTION TRIM(WS-CAT-COLTYPE) '(' WS-LEN-D ','
                 WS-SCL-D ')'
               DISPLAY '  ORIGEN  SIN CAMPO FUENTE - LA ARMA '
                 WS-FILE-LOADER
             END-IF
           END-PERFORM.
           IF SQLCODE < 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH GENCUR FALLO, SQLCODE='
               WS-SQLCD DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
           END-IF.
           EXEC SQL CLOSE GENCUR END-EXEC.
       LIST-UNMAPPED.
           DISPLAY ' '.
           DISPLAY '=============================================='.
           DISPLAY 'CAMPOS FUENTE QUE NO LLEGAN A NINGUNA COLUMNA'.
           DISPLAY '=============================================='.
           PERFORM VARYING UX FROM 1 BY 1 UNTIL UX > WS-UNM-CNT
             MOVE WS-UNM-OFS(UX) TO WS-OFS-D
             MOVE WS-UNM-LEN(UX) TO WS-LEN-D
             DISPLAY WS-UNM-FILE(UX) ' ' WS-UNM-FIELD(UX)
               ' OFS=' WS-OFS-D ' LEN=' WS-LEN-D
               ' ' WS-UNM-REASON(UX)
           END-PERFORM.
           IF WS-UNM-TOTAL > WS-UNM-CNT
             DISPLAY '... Y OTROS CAMPOS HASTA EL TOTAL (SE LISTAN '
               'LOS PRIMEROS 300)'
           END-IF.
       FAIL-JOB.
           MOVE 'Y' TO WS-JOB-FAILED.
           DISPLAY 'V2D2LING: ' WS-ERR-TEXT.
           MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID.
           MOVE 'V2D2LING' TO DCL-ERR-STEP.
           MOVE WS-ERR-TEXT TO DCL-ERR-TEXT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ERRORS
             (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
             VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
              :DCL-ERR-STEP, :DCL-ERR-TEXT)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
