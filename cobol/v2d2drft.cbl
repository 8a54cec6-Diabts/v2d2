       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2DRFT.
      *==============================================================*
      * V2D2DRFT - SOURCE/COPYBOOK LAYOUT DRIFT CHECK                 *
      * Invoked by JCL with PARM='ALL' (every live job) or            *
      * PARM='nnnnnnnnn' (one job). V2D2_FIELDS and V2D2_ODO are the  *
      * layout as V2D2RUNA saw it when the job was analyzed; during   *
      * the parallel run the application team keeps changing POLREC   *
      * and the other copybooks (new fields, wider PICs, FILLER       *
      * eaten) and nothing noticed until V2D2GLOD sliced at the       *
      * wrong offsets.                                                *
      *                                                               *
      * For each live job (analyzed, not in error, not yet certified, *
      * newest per SOURCE_DSN/MEMBER) V2D2RUNA is CALLed in DRIFT     *
      * mode: the source member and its COPY members are re-expanded  *
      * with the very same catalog logic into the V2D2_DRFLD and      *
      * V2D2_DRODO scratch tables. The two catalogs are then compared *
      * field by field (same file and field name, in catalog order)   *
      * and the report lists ADDED, REMOVED, MOVED (offset) and       *
      * CHANGED (length, usage, scale, PIC or OCCURS) fields and the  *
      * ODO groups that changed, followed by the ALTER TABLE          *
      * statements the target table would need (columns = field       *
      * names with '-' folded to '_', V2D2_FLDOVR types honored).     *
      * The target table is the one V2D2LING reports for the file:    *
      * POL_POLICY for the POLDD file of the hand-written loaders,    *
      * the job's AUDIT_TABLE for MOVDD, and for the V2D2GLOD file    *
      * the table named after it or, with several record types, the   *
      * TARGET_TABLE of the field's type. Files no loader reads and   *
      * record types that are not loaded get a comment, not DDL.      *
      * Fields inside an OCCURS or a REDEFINES view and ODO groups    *
      * live in child tables or nowhere and are left to the DBA;      *
      * FILLER changes are reported without DDL.                      *
      *                                                               *
      * A job whose layout moved gets DRIFT_FLAG='S' on V2D2_JOBS, a  *
      * V2D2_ERRORS row and a notification - its STATUS is left alone *
      * so a load in flight is not disturbed, but option F will not   *
      * certify it. Re-analyzing the job (which rebuilds the catalog) *
      * or a later run that finds the layouts equal clears the flag.  *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-ONE-JOB               PIC S9(9) COMP VALUE 0.
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-CNT-D1                PIC ZZZZ9.
       01  WS-NUM-D1                PIC ZZZZ9.
       01  WS-NUM-D2                PIC ZZZZ9.
       01  WS-NUM-D3                PIC ZZZZ9.
       01  WS-NUM-D4                PIC ZZZZ9.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-CALL-PARM             PIC X(16) VALUE SPACES.
       01  WS-RUNA-FAILED           PIC X VALUE 'N'.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-NTF-MSG               PIC X(79) VALUE SPACES.
       01  WS-CUR-JOB               PIC S9(9) COMP VALUE 0.
       01  WS-CUR-MEMBER            PIC X(8) VALUE SPACES.
       01  WS-CUR-STS               PIC X(1) VALUE SPACE.
       01  WS-CUR-DRIFT             PIC X(1) VALUE SPACE.
       01  WS-JOB-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-DRIFT-JOBS            PIC S9(9) COMP VALUE 0.
       01  WS-CLEAR-JOBS            PIC S9(9) COMP VALUE 0.
       01  WS-NOEXP-JOBS            PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CATALOGO ANALIZADO (OF) Y RE-EXPANDIDO (NF). WS-xF-USED      *
      * MARCA LOS CAMPOS NUEVOS YA EMPAREJADOS CON UNO VIEJO; UN     *
      * NOMBRE REPETIDO (FILLER, CAMPOS DE DOS VISTAS) SE EMPAREJA   *
      * EN ORDEN DE CATALOGO.                                        *
      *--------------------------------------------------------------*
       01  WS-OF-TAB.
           05 WS-OF-ENTRY OCCURS 1500 TIMES.
              10 WS-OF-FILE         PIC X(8).
              10 WS-OF-NAME         PIC X(30).
              10 WS-OF-PIC          PIC X(14).
              10 WS-OF-USAGE        PIC X(8).
              10 WS-OF-OFFSET       PIC S9(9) COMP.
              10 WS-OF-LENGTH       PIC S9(9) COMP.
              10 WS-OF-SCALE        PIC S9(9) COMP.
              10 WS-OF-OCCURS       PIC S9(9) COMP.
              10 WS-OF-REDEF        PIC X(1).
              10 WS-OF-RECNAME      PIC X(30).
       01  WS-OF-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-NF-TAB.
           05 WS-NF-ENTRY OCCURS 1500 TIMES.
              10 WS-NF-FILE         PIC X(8).
              10 WS-NF-NAME         PIC X(30).
              10 WS-NF-PIC          PIC X(14).
              10 WS-NF-USAGE        PIC X(8).
              10 WS-NF-OFFSET       PIC S9(9) COMP.
              10 WS-NF-LENGTH       PIC S9(9) COMP.
              10 WS-NF-SCALE        PIC S9(9) COMP.
              10 WS-NF-OCCURS       PIC S9(9) COMP.
              10 WS-NF-REDEF        PIC X(1).
              10 WS-NF-USED         PIC X(1).
       01  WS-NF-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-F-FILE                PIC X(8).
       01  WS-F-NAME                PIC X(30).
       01  WS-F-PIC                 PIC X(14).
       01  WS-F-CTRL                PIC X(30).
       01  WS-F-USAGE               PIC X(8).
       01  WS-F-OFFSET              PIC S9(9) COMP.
       01  WS-F-LENGTH              PIC S9(9) COMP.
       01  WS-F-SCALE               PIC S9(9) COMP.
       01  WS-F-OCCURS              PIC S9(9) COMP.
       01  WS-F-REDEF               PIC X(1).
       01  WS-F-RECNAME             PIC X(30).
       01  OX                       PIC S9(4) COMP VALUE 0.
       01  NX                       PIC S9(4) COMP VALUE 0.
       01  MX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * GRUPOS ODO DE AMBOS CATALOGOS                                *
      *--------------------------------------------------------------*
       01  WS-OO-TAB.
           05 WS-OO-ENTRY OCCURS 20 TIMES.
              10 WS-OO-FILE         PIC X(8).
              10 WS-OO-GROUP        PIC X(30).
              10 WS-OO-CTRL         PIC X(30).
              10 WS-OO-START        PIC S9(9) COMP.
              10 WS-OO-ENTLEN       PIC S9(9) COMP.
              10 WS-OO-MIN          PIC S9(9) COMP.
              10 WS-OO-MAX          PIC S9(9) COMP.
       01  WS-OO-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-NO-TAB.
           05 WS-NO-ENTRY OCCURS 20 TIMES.
              10 WS-NO-FILE         PIC X(8).
              10 WS-NO-GROUP        PIC X(30).
              10 WS-NO-CTRL         PIC X(30).
              10 WS-NO-START        PIC S9(9) COMP.
              10 WS-NO-ENTLEN       PIC S9(9) COMP.
              10 WS-NO-MIN          PIC S9(9) COMP.
              10 WS-NO-MAX          PIC S9(9) COMP.
              10 WS-NO-USED         PIC X(1).
       01  WS-NO-CNT                PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * DIFERENCIAS Y DDL PROPUESTO                                  *
      *--------------------------------------------------------------*
       01  WS-DIFF-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-ADD-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-DEL-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-MOV-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-CHG-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-ODO-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-DDL-TAB.
           05 WS-DDL-LINE OCCURS 300 TIMES PIC X(72).
       01  WS-DDL-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-DDL-FULL              PIC X VALUE 'N'.
       01  WS-DDL-TXT               PIC X(72) VALUE SPACES.
       01  DX                       PIC S9(4) COMP VALUE 0.
       01  WS-COL-NAME              PIC X(30) VALUE SPACES.
       01  WS-DB2-TYPE              PIC X(20) VALUE SPACES.
       01  WS-OLD-TYPE              PIC X(20) VALUE SPACES.
       01  WS-OVR-TYPE              PIC X(20) VALUE SPACES.
       01  WS-XA-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-DIGITS                PIC S9(4) COMP VALUE 0.
       01  WS-DIG-D                 PIC Z9.
       01  WS-SCL-D                 PIC Z9.
       01  WS-LEN-D                 PIC ZZZ9.
      *--------------------------------------------------------------*
      * TABLA DESTINO DE CADA ARCHIVO: LA MISMA REGLA QUE            *
      * REPORT-ONE-FILE DE V2D2LING. SIN TABLA, WS-TGT-WHY DICE POR  *
      * QUE Y EL DDL SALE COMO COMENTARIO.                           *
      *--------------------------------------------------------------*
       01  WS-LOADER                PIC X(8) VALUE SPACES.
       01  WS-GLOD-FILE             PIC X(8) VALUE SPACES.
       01  WS-AUDIT-TABLE           PIC X(18) VALUE SPACES.
       01  WS-POLDD-CNT             PIC S9(9) COMP VALUE 0.
       01  WS-RTY-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-TGT-FILE              PIC X(8) VALUE SPACES.
       01  WS-TGT-RECNAME           PIC X(30) VALUE SPACES.
       01  WS-TGT-DDNAME            PIC X(8) VALUE SPACES.
       01  WS-TGT-ACTION            PIC X(1) VALUE SPACE.
       01  WS-TGT-TABLE             PIC X(30) VALUE SPACES.
       01  WS-TGT-WHY               PIC X(40) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2ERR.
       COPY V2D2NTF.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(9).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           IF LK-PARM NOT = 'ALL' AND LK-PARM NOT = SPACES
             IF LK-PARM NOT NUMERIC
               DISPLAY 'V2D2DRFT: PARM DEBE SER ALL O UN JOB_ID DE'
                 ' 9 DIGITOS'
               GOBACK
             END-IF
             MOVE LK-PARM TO WS-JOBID-DISP
             MOVE WS-JOBID-DISP TO WS-ONE-JOB
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2DRFT - LAYOUT DEL FUENTE VS V2D2_FIELDS'.
           DISPLAY '=============================================='.
      *    WITH HOLD: V2D2RUNA Y CADA JOB HACEN COMMIT.
           EXEC SQL DECLARE LIVECUR CURSOR WITH HOLD FOR
             SELECT J.JOB_ID, J.MEMBER, J.STATUS,
               COALESCE(J.DRIFT_FLAG, ' ')
             FROM IBMUSER.V2D2_JOBS J
             WHERE J.STATUS NOT IN ('A', 'E', 'F')
               AND (:WS-ONE-JOB = 0 OR J.JOB_ID = :WS-ONE-JOB)
               AND NOT EXISTS
                 (SELECT 1 FROM IBMUSER.V2D2_JOBS N
                  WHERE N.SOURCE_DSN = J.SOURCE_DSN
                    AND N.MEMBER = J.MEMBER
                    AND N.JOB_ID > J.JOB_ID)
             ORDER BY J.JOB_ID
           END-EXEC.
           EXEC SQL OPEN LIVECUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-EOF = 'Y'
             EXEC SQL
               FETCH LIVECUR INTO :WS-CUR-JOB, :WS-CUR-MEMBER,
                 :WS-CUR-STS, :WS-CUR-DRIFT
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-JOB-CNT
               PERFORM CHECK-ONE-JOB
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE LIVECUR END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY ' '.
           DISPLAY '=============================================='.
           MOVE WS-JOB-CNT TO WS-CNT-D1.
           DISPLAY 'JOBS REVISADOS:             ' WS-CNT-D1.
           MOVE WS-DRIFT-JOBS TO WS-CNT-D1.
           DISPLAY 'CON LAYOUT CAMBIADO:        ' WS-CNT-D1.
           MOVE WS-CLEAR-JOBS TO WS-CNT-D1.
           DISPLAY 'MARCA DE DRIFT LEVANTADA:   ' WS-CNT-D1.
           MOVE WS-NOEXP-JOBS TO WS-CNT-D1.
           DISPLAY 'FUENTE NO RE-EXPANDIBLE:    ' WS-CNT-D1.
           DISPLAY '=============================================='.
           GOBACK.
      *--------------------------------------------------------------*
      * CHECK-ONE-JOB - RE-EXPANSION POR V2D2RUNA (MODO DRIFT, SIN   *
      * TOCAR EL JOB) Y COMPARACION DE LOS DOS CATALOGOS.            *
      *--------------------------------------------------------------*
       CHECK-ONE-JOB.
           MOVE WS-CUR-JOB TO WS-JOBID-DISP.
           DISPLAY ' '.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'JOB ' WS-JOBID-DISP ' ' WS-CUR-MEMBER
             ' STATUS=' WS-CUR-STS.
           MOVE 'N' TO WS-RUNA-FAILED.
           MOVE SPACES TO WS-CALL-PARM.
           STRING WS-JOBID-DISP ',DRIFT' DELIMITED BY SIZE
             INTO WS-CALL-PARM.
           CALL 'V2D2RUNA' USING WS-CALL-PARM
             ON EXCEPTION
               DISPLAY 'V2D2DRFT: MODULO V2D2RUNA NO DISPONIBLE'
                 ' - SE DETIENE'
               MOVE 'Y' TO WS-RUNA-FAILED
               MOVE 'Y' TO WS-EOF
           END-CALL.
           IF WS-RUNA-FAILED NOT = 'Y'
             CANCEL 'V2D2RUNA'
             MOVE 0 TO WS-DIFF-CNT WS-ADD-CNT WS-DEL-CNT WS-MOV-CNT
               WS-CHG-CNT WS-ODO-CNT WS-DDL-CNT
             MOVE 'N' TO WS-DDL-FULL
             PERFORM LOAD-OLD-CATALOG
             PERFORM LOAD-NEW-CATALOG
             PERFORM FIND-JOB-LOADER
             IF WS-NF-CNT = 0
               ADD 1 TO WS-NOEXP-JOBS
               DISPLAY '  ** EL FUENTE NO SE PUDO RE-EXPANDIR (VER'
                 ' MENSAJES DE V2D2RUNA) - SIN COMPARAR'
             ELSE
               PERFORM COMPARE-FIELDS
               PERFORM COMPARE-ODO
               PERFORM REPORT-JOB-RESULT
             END-IF
             EXEC SQL COMMIT END-EXEC
           END-IF.
       LOAD-OLD-CATALOG.
           MOVE 0 TO WS-OF-CNT WS-OO-CNT.
           EXEC SQL DECLARE OFCUR CURSOR FOR
             SELECT FILE_NAME, FIELD_NAME, PIC_CLAUSE, FIELD_USAGE,
               FIELD_OFFSET, FIELD_LENGTH, FIELD_SCALE, OCCURS_CNT,
               COALESCE(IN_REDEF, 'N'), COALESCE(REC_NAME, ' ')
             FROM IBMUSER.V2D2_FIELDS
             WHERE JOB_ID = :WS-CUR-JOB
             ORDER BY FILE_NAME, FIELD_SEQ
           END-EXEC.
           EXEC SQL OPEN OFCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH OFCUR INTO :WS-F-FILE, :WS-F-NAME, :WS-F-PIC,
                 :WS-F-USAGE, :WS-F-OFFSET, :WS-F-LENGTH,
                 :WS-F-SCALE, :WS-F-OCCURS, :WS-F-REDEF,
                 :WS-F-RECNAME
             END-EXEC
             IF SQLCODE = 0 AND WS-OF-CNT < 1500
               ADD 1 TO WS-OF-CNT
               MOVE WS-F-FILE TO WS-OF-FILE(WS-OF-CNT)
               MOVE WS-F-NAME TO WS-OF-NAME(WS-OF-CNT)
               MOVE WS-F-PIC TO WS-OF-PIC(WS-OF-CNT)
               MOVE WS-F-USAGE TO WS-OF-USAGE(WS-OF-CNT)
               MOVE WS-F-OFFSET TO WS-OF-OFFSET(WS-OF-CNT)
               MOVE WS-F-LENGTH TO WS-OF-LENGTH(WS-OF-CNT)
               MOVE WS-F-SCALE TO WS-OF-SCALE(WS-OF-CNT)
               MOVE WS-F-OCCURS TO WS-OF-OCCURS(WS-OF-CNT)
               MOVE WS-F-REDEF TO WS-OF-REDEF(WS-OF-CNT)
               MOVE WS-F-RECNAME TO WS-OF-RECNAME(WS-OF-CNT)
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE OFCUR END-EXEC.
           EXEC SQL DECLARE OOCUR CURSOR FOR
             SELECT FILE_NAME, GROUP_NAME, CTRL_FIELD, START_OFFSET,
               ENTRY_LENGTH, MIN_OCCURS, MAX_OCCURS
             FROM IBMUSER.V2D2_ODO
             WHERE JOB_ID = :WS-CUR-JOB
             ORDER BY FILE_NAME, GROUP_NAME
           END-EXEC.
           EXEC SQL OPEN OOCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH OOCUR INTO :WS-F-FILE, :WS-F-NAME, :WS-F-CTRL,
                 :WS-F-OFFSET, :WS-F-LENGTH, :WS-F-SCALE,
                 :WS-F-OCCURS
             END-EXEC
             IF SQLCODE = 0 AND WS-OO-CNT < 20
               ADD 1 TO WS-OO-CNT
               MOVE WS-F-FILE TO WS-OO-FILE(WS-OO-CNT)
               MOVE WS-F-NAME TO WS-OO-GROUP(WS-OO-CNT)
               MOVE WS-F-CTRL TO WS-OO-CTRL(WS-OO-CNT)
               MOVE WS-F-OFFSET TO WS-OO-START(WS-OO-CNT)
               MOVE WS-F-LENGTH TO WS-OO-ENTLEN(WS-OO-CNT)
               MOVE WS-F-SCALE TO WS-OO-MIN(WS-OO-CNT)
               MOVE WS-F-OCCURS TO WS-OO-MAX(WS-OO-CNT)
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE OOCUR END-EXEC.
       LOAD-NEW-CATALOG.
           MOVE 0 TO WS-NF-CNT WS-NO-CNT.
           EXEC SQL DECLARE NFCUR CURSOR FOR
             SELECT FILE_NAME, FIELD_NAME, PIC_CLAUSE, FIELD_USAGE,
               FIELD_OFFSET, FIELD_LENGTH, FIELD_SCALE, OCCURS_CNT,
               COALESCE(IN_REDEF, 'N')
             FROM IBMUSER.V2D2_DRFLD
             WHERE JOB_ID = :WS-CUR-JOB
             ORDER BY FILE_NAME, FIELD_SEQ
           END-EXEC.
           EXEC SQL OPEN NFCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH NFCUR INTO :WS-F-FILE, :WS-F-NAME, :WS-F-PIC,
                 :WS-F-USAGE, :WS-F-OFFSET, :WS-F-LENGTH,
                 :WS-F-SCALE, :WS-F-OCCURS, :WS-F-REDEF
             END-EXEC
             IF SQLCODE = 0 AND WS-NF-CNT < 1500
               ADD 1 TO WS-NF-CNT
               MOVE WS-F-FILE TO WS-NF-FILE(WS-NF-CNT)
               MOVE WS-F-NAME TO WS-NF-NAME(WS-NF-CNT)
               MOVE WS-F-PIC TO WS-NF-PIC(WS-NF-CNT)
               MOVE WS-F-USAGE TO WS-NF-USAGE(WS-NF-CNT)
               MOVE WS-F-OFFSET TO WS-NF-OFFSET(WS-NF-CNT)
               MOVE WS-F-LENGTH TO WS-NF-LENGTH(WS-NF-CNT)
               MOVE WS-F-SCALE TO WS-NF-SCALE(WS-NF-CNT)
               MOVE WS-F-OCCURS TO WS-NF-OCCURS(WS-NF-CNT)
               MOVE WS-F-REDEF TO WS-NF-REDEF(WS-NF-CNT)
               MOVE 'N' TO WS-NF-USED(WS-NF-CNT)
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE NFCUR END-EXEC.
           EXEC SQL DECLARE NOCUR CURSOR FOR
             SELECT FILE_NAME, GROUP_NAME, CTRL_FIELD, START_OFFSET,
               ENTRY_LENGTH, MIN_OCCURS, MAX_OCCURS
             FROM IBMUSER.V2D2_DRODO
             WHERE JOB_ID = :WS-CUR-JOB
             ORDER BY FILE_NAME, GROUP_NAME
           END-EXEC.
           EXEC SQL OPEN NOCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH NOCUR INTO :WS-F-FILE, :WS-F-NAME, :WS-F-CTRL,
                 :WS-F-OFFSET, :WS-F-LENGTH, :WS-F-SCALE,
                 :WS-F-OCCURS
             END-EXEC
             IF SQLCODE = 0 AND WS-NO-CNT < 20
               ADD 1 TO WS-NO-CNT
               MOVE WS-F-FILE TO WS-NO-FILE(WS-NO-CNT)
               MOVE WS-F-NAME TO WS-NO-GROUP(WS-NO-CNT)
               MOVE WS-F-CTRL TO WS-NO-CTRL(WS-NO-CNT)
               MOVE WS-F-OFFSET TO WS-NO-START(WS-NO-CNT)
               MOVE WS-F-LENGTH TO WS-NO-ENTLEN(WS-NO-CNT)
               MOVE WS-F-SCALE TO WS-NO-MIN(WS-NO-CNT)
               MOVE WS-F-OCCURS TO WS-NO-MAX(WS-NO-CNT)
               MOVE 'N' TO WS-NO-USED(WS-NO-CNT)
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE NOCUR END-EXEC.
      *--------------------------------------------------------------*
      * FIND-JOB-LOADER - EL CARGADOR DEL JOB COMO LO VE V2D2LING:   *
      * EL QUE LO PASO A 'M' O, SIN CARGA, V2D2LOAD SI HAY POLDD Y   *
      * SI NO V2D2GLOD (QUE LEE EL ARCHIVO INDEXADO, RELATIVO O      *
      * SECUENCIAL, EN ESE ORDEN).                                   *
      *--------------------------------------------------------------*
       FIND-JOB-LOADER.
           MOVE SPACES TO WS-LOADER WS-GLOD-FILE WS-AUDIT-TABLE.
           EXEC SQL
             SELECT PROGRAM
             INTO :WS-LOADER
             FROM IBMUSER.V2D2_STSHIST
             WHERE JOB_ID = :WS-CUR-JOB
               AND NEW_STATUS = 'M'
               AND PROGRAM IN ('V2D2LOAD', 'V2D2ULOD', 'V2D2GLOD')
             ORDER BY CHANGE_TS DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-POLDD-CNT
             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-POLDD-CNT
               FROM IBMUSER.V2D2_FILES
               WHERE JOB_ID = :WS-CUR-JOB
                 AND DDNAME = 'POLDD'
             END-EXEC
             IF WS-POLDD-CNT > 0
               MOVE 'V2D2LOAD' TO WS-LOADER
             ELSE
               MOVE 'V2D2GLOD' TO WS-LOADER
             END-IF
           END-IF.
           EXEC SQL
             SELECT FILE_NAME
             INTO :WS-GLOD-FILE
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :WS-CUR-JOB
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
           EXEC SQL
             SELECT COALESCE(AUDIT_TABLE, 'POL_MOVIMIENTOS')
             INTO :WS-AUDIT-TABLE
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :WS-CUR-JOB
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'POL_MOVIMIENTOS' TO WS-AUDIT-TABLE
           END-IF.
      *--------------------------------------------------------------*
      * RESOLVE-TARGET - TABLA DE WS-TGT-FILE PARA EL CAMPO DE TIPO  *
      * WS-TGT-RECNAME (ESPACIOS PARA UN CAMPO NUEVO: V2D2_DRFLD NO  *
      * GUARDA EL TIPO DE REGISTRO).                                 *
      *--------------------------------------------------------------*
       RESOLVE-TARGET.
           MOVE SPACES TO WS-TGT-TABLE WS-TGT-WHY WS-TGT-DDNAME.
           EXEC SQL
             SELECT DDNAME
             INTO :WS-TGT-DDNAME
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :WS-CUR-JOB
               AND FILE_NAME = :WS-TGT-FILE
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-TGT-DDNAME
           END-IF.
           EVALUATE TRUE
             WHEN WS-TGT-DDNAME = 'MOVDD'
               MOVE WS-AUDIT-TABLE TO WS-TGT-TABLE
             WHEN WS-TGT-DDNAME = 'POLDD'
               AND WS-LOADER NOT = 'V2D2GLOD'
               MOVE 'POL_POLICY' TO WS-TGT-TABLE
             WHEN WS-LOADER = 'V2D2GLOD'
               AND WS-TGT-FILE = WS-GLOD-FILE
               PERFORM RESOLVE-GENERIC-TARGET
             WHEN OTHER
               MOVE 'ARCHIVO QUE NINGUN CARGADOR MIGRA'
                 TO WS-TGT-WHY
           END-EVALUATE.
      *    CON DOS O MAS TIPOS DE REGISTRO V2D2GLOD CARGA CADA TIPO
      *    EN SU TARGET_TABLE (LOAD-RECORD-TYPES); CON MENOS, EN LA
      *    TABLA CON EL NOMBRE DEL ARCHIVO.
       RESOLVE-GENERIC-TARGET.
           MOVE 0 TO WS-RTY-CNT.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-RTY-CNT
             FROM IBMUSER.V2D2_RECTYPES
             WHERE JOB_ID = :WS-CUR-JOB
               AND FILE_NAME = :WS-TGT-FILE
           END-EXEC.
           EVALUATE TRUE
             WHEN WS-RTY-CNT < 2
               MOVE WS-TGT-FILE TO WS-TGT-TABLE
             WHEN WS-TGT-RECNAME = SPACES
               MOVE 'TABLA SEGUN SU TIPO DE REGISTRO' TO WS-TGT-WHY
             WHEN OTHER
               MOVE SPACE TO WS-TGT-ACTION
               EXEC SQL
                 SELECT LOAD_ACTION, TARGET_TABLE
                 INTO :WS-TGT-ACTION, :WS-TGT-TABLE
                 FROM IBMUSER.V2D2_RECTYPES
                 WHERE JOB_ID = :WS-CUR-JOB
                   AND FILE_NAME = :WS-TGT-FILE
                   AND REC_NAME = :WS-TGT-RECNAME
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-TGT-ACTION NOT = 'L'
                 MOVE SPACES TO WS-TGT-TABLE
                 MOVE 'TIPO DE REGISTRO NO CARGADO' TO WS-TGT-WHY
               END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      * COMPARE-FIELDS - CADA CAMPO VIEJO BUSCA EL PRIMER CAMPO      *
      * NUEVO LIBRE DEL MISMO ARCHIVO Y NOMBRE; LOS NUEVOS QUE       *
      * QUEDAN LIBRES AL FINAL SON LOS AGREGADOS.                    *
      *--------------------------------------------------------------*
       COMPARE-FIELDS.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OF-CNT
             MOVE 0 TO MX
             PERFORM VARYING NX FROM 1 BY 1
               UNTIL NX > WS-NF-CNT OR MX > 0
               IF WS-NF-USED(NX) = 'N'
                 AND WS-NF-FILE(NX) = WS-OF-FILE(OX)
                 AND WS-NF-NAME(NX) = WS-OF-NAME(OX)
                 MOVE NX TO MX
               END-IF
             END-PERFORM
             IF MX = 0
               PERFORM REPORT-REMOVED
             ELSE
               MOVE 'S' TO WS-NF-USED(MX)
               PERFORM COMPARE-ONE-FIELD
             END-IF
           END-PERFORM.
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NF-CNT
             IF WS-NF-USED(NX) = 'N'
               PERFORM REPORT-ADDED
             END-IF
           END-PERFORM.
       REPORT-REMOVED.
           ADD 1 TO WS-DEL-CNT WS-DIFF-CNT.
           MOVE WS-OF-OFFSET(OX) TO WS-NUM-D1.
           MOVE WS-OF-LENGTH(OX) TO WS-NUM-D2.
           DISPLAY '  - QUITADO   ' WS-OF-FILE(OX) ' '
             WS-OF-NAME(OX) ' OFS=' WS-NUM-D1 ' LARGO=' WS-NUM-D2.
           IF WS-OF-NAME(OX) NOT = 'FILLER'
             AND WS-OF-OCCURS(OX) = 1 AND WS-OF-REDEF(OX) NOT = 'S'
             MOVE WS-OF-NAME(OX) TO WS-COL-NAME
             INSPECT WS-COL-NAME REPLACING ALL '-' BY '_'
             MOVE WS-OF-FILE(OX) TO WS-TGT-FILE
             MOVE WS-OF-RECNAME(OX) TO WS-TGT-RECNAME
             PERFORM RESOLVE-TARGET
             IF WS-TGT-TABLE = SPACES
               PERFORM ADD-NO-TARGET-LINE
             ELSE
               MOVE SPACES TO WS-DDL-TXT
               STRING '-- ALTER TABLE IBMUSER.'
                 FUNCTION TRIM(WS-TGT-TABLE)
                 DELIMITED BY SIZE INTO WS-DDL-TXT
               PERFORM ADD-DDL-LINE
               MOVE SPACES TO WS-DDL-TXT
               STRING '--   DROP COLUMN ' FUNCTION TRIM(WS-COL-NAME)
                 ';' DELIMITED BY SIZE INTO WS-DDL-TXT
               PERFORM ADD-DDL-LINE
               MOVE '--   (REVISAR: EL DATO SE PIERDE; REORG PENDIENTE)'
                 TO WS-DDL-TXT
               PERFORM ADD-DDL-LINE
             END-IF
           END-IF.
       REPORT-ADDED.
           ADD 1 TO WS-ADD-CNT WS-DIFF-CNT.
           MOVE WS-NF-OFFSET(NX) TO WS-NUM-D1.
           MOVE WS-NF-LENGTH(NX) TO WS-NUM-D2.
           DISPLAY '  + AGREGADO  ' WS-NF-FILE(NX) ' '
             WS-NF-NAME(NX) ' OFS=' WS-NUM-D1 ' LARGO=' WS-NUM-D2
             ' ' WS-NF-USAGE(NX) ' ' WS-NF-PIC(NX).
           IF WS-NF-NAME(NX) = 'FILLER'
             CONTINUE
           ELSE
             IF WS-NF-OCCURS(NX) = 1 AND WS-NF-REDEF(NX) NOT = 'S'
               MOVE WS-NF-NAME(NX) TO WS-COL-NAME
               INSPECT WS-COL-NAME REPLACING ALL '-' BY '_'
               MOVE WS-NF-NAME(NX) TO WS-F-NAME
               MOVE WS-NF-PIC(NX) TO WS-F-PIC
               MOVE WS-NF-USAGE(NX) TO WS-F-USAGE
               MOVE WS-NF-LENGTH(NX) TO WS-F-LENGTH
               MOVE WS-NF-SCALE(NX) TO WS-F-SCALE
               PERFORM DERIVE-DB2-TYPE
               MOVE WS-NF-FILE(NX) TO WS-TGT-FILE
               MOVE SPACES TO WS-TGT-RECNAME
               PERFORM RESOLVE-TARGET
               IF WS-TGT-TABLE = SPACES
                 PERFORM ADD-NO-TARGET-LINE
               ELSE
                 MOVE SPACES TO WS-DDL-TXT
                 STRING 'ALTER TABLE IBMUSER.'
                   FUNCTION TRIM(WS-TGT-TABLE)
                   DELIMITED BY SIZE INTO WS-DDL-TXT
                 PERFORM ADD-DDL-LINE
                 MOVE SPACES TO WS-DDL-TXT
                 STRING '  ADD COLUMN ' FUNCTION TRIM(WS-COL-NAME)
                   ' ' FUNCTION TRIM(WS-DB2-TYPE) ';'
                   DELIMITED BY SIZE INTO WS-DDL-TXT
                 PERFORM ADD-DDL-LINE
               END-IF
             ELSE
               MOVE SPACES TO WS-DDL-TXT
               STRING '-- ' FUNCTION TRIM(WS-NF-NAME(NX))
                 ': DENTRO DE OCCURS/REDEFINES - TABLA HIJA A MANO'
                 DELIMITED BY SIZE INTO WS-DDL-TXT
               PERFORM ADD-DDL-LINE
             END-IF
           END-IF.
      *    MOVIDO = SOLO CAMBIO EL OFFSET (LO QUE ROMPE A V2D2GLOD);
      *    CAMBIADO = LARGO, USAGE, ESCALA, PIC U OCCURS DISTINTOS.
       COMPARE-ONE-FIELD.
           IF WS-NF-OFFSET(MX) NOT = WS-OF-OFFSET(OX)
             ADD 1 TO WS-MOV-CNT WS-DIFF-CNT
             MOVE WS-OF-OFFSET(OX) TO WS-NUM-D1
             MOVE WS-NF-OFFSET(MX) TO WS-NUM-D2
             DISPLAY '  > MOVIDO    ' WS-OF-FILE(OX) ' '
               WS-OF-NAME(OX) ' OFS=' WS-NUM-D1 ' -> ' WS-NUM-D2
           END-IF.
           IF WS-NF-LENGTH(MX) NOT = WS-OF-LENGTH(OX)
             OR WS-NF-USAGE(MX) NOT = WS-OF-USAGE(OX)
             OR WS-NF-SCALE(MX) NOT = WS-OF-SCALE(OX)
             OR WS-NF-PIC(MX) NOT = WS-OF-PIC(OX)
             OR WS-NF-OCCURS(MX) NOT = WS-OF-OCCURS(OX)
             ADD 1 TO WS-CHG-CNT WS-DIFF-CNT
             MOVE WS-OF-LENGTH(OX) TO WS-NUM-D1
             MOVE WS-NF-LENGTH(MX) TO WS-NUM-D2
             MOVE WS-OF-OCCURS(OX) TO WS-NUM-D3
             MOVE WS-NF-OCCURS(MX) TO WS-NUM-D4
             DISPLAY '  * CAMBIADO  ' WS-OF-FILE(OX) ' '
               WS-OF-NAME(OX) ' LARGO=' WS-NUM-D1 ' -> ' WS-NUM-D2
             DISPLAY '              PIC ' WS-OF-PIC(OX) ' '
               WS-OF-USAGE(OX) ' -> ' WS-NF-PIC(MX) ' '
               WS-NF-USAGE(MX) ' OCCURS=' WS-NUM-D3 ' -> '
               WS-NUM-D4
             IF WS-OF-NAME(OX) NOT = 'FILLER'
               AND WS-NF-OCCURS(MX) = 1
               AND WS-NF-REDEF(MX) NOT = 'S'
               AND WS-OF-OCCURS(OX) = 1
               AND WS-OF-REDEF(OX) NOT = 'S'
               PERFORM PROPOSE-ALTER-TYPE
             END-IF
           END-IF.
       PROPOSE-ALTER-TYPE.
           MOVE WS-OF-NAME(OX) TO WS-F-NAME.
           MOVE WS-OF-PIC(OX) TO WS-F-PIC.
           MOVE WS-OF-USAGE(OX) TO WS-F-USAGE.
           MOVE WS-OF-LENGTH(OX) TO WS-F-LENGTH.
           MOVE WS-OF-SCALE(OX) TO WS-F-SCALE.
           PERFORM DERIVE-DB2-TYPE.
           MOVE WS-DB2-TYPE TO WS-OLD-TYPE.
           MOVE WS-NF-PIC(MX) TO WS-F-PIC.
           MOVE WS-NF-USAGE(MX) TO WS-F-USAGE.
           MOVE WS-NF-LENGTH(MX) TO WS-F-LENGTH.
           MOVE WS-NF-SCALE(MX) TO WS-F-SCALE.
           PERFORM DERIVE-DB2-TYPE.
           IF WS-DB2-TYPE NOT = WS-OLD-TYPE
             MOVE WS-OF-NAME(OX) TO WS-COL-NAME
             INSPECT WS-COL-NAME REPLACING ALL '-' BY '_'
             MOVE WS-OF-FILE(OX) TO WS-TGT-FILE
             MOVE WS-OF-RECNAME(OX) TO WS-TGT-RECNAME
             PERFORM RESOLVE-TARGET
             IF WS-TGT-TABLE = SPACES
               PERFORM ADD-NO-TARGET-LINE
             ELSE
               MOVE SPACES TO WS-DDL-TXT
               STRING 'ALTER TABLE IBMUSER.'
                 FUNCTION TRIM(WS-TGT-TABLE)
                 DELIMITED BY SIZE INTO WS-DDL-TXT
               PERFORM ADD-DDL-LINE
               MOVE SPACES TO WS-DDL-TXT
               STRING '  ALTER COLUMN ' FUNCTION TRIM(WS-COL-NAME)
                 ' SET DATA TYPE ' FUNCTION TRIM(WS-DB2-TYPE) ';'
                 DELIMITED BY SIZE INTO WS-DDL-TXT
               PERFORM ADD-DDL-LINE
               MOVE SPACES TO WS-DDL-TXT
               STRING '--   (ERA ' FUNCTION TRIM(WS-OLD-TYPE)
                 '; UN ACORTAMIENTO NECESITA UNLOAD/RELOAD)'
                 DELIMITED BY SIZE INTO WS-DDL-TXT
               PERFORM ADD-DDL-LINE
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * DERIVE-DB2-TYPE - EL MISMO MAPEO QUE LA DDL GENERADA: UN     *
      * OVERRIDE DE V2D2_FLDOVR MANDA; SI NO, X/A = CHAR(LARGO),     *
      * BINARIO = SMALLINT/INTEGER/BIGINT, EMPAQUETADO O DECIMALES = *
      * DECIMAL(D,E), ENTERO DISPLAY HASTA 9 DIGITOS = INTEGER.      *
      *--------------------------------------------------------------*
       DERIVE-DB2-TYPE.
           MOVE SPACES TO WS-DB2-TYPE WS-OVR-TYPE.
           EXEC SQL
             SELECT DB2_TYPE INTO :WS-OVR-TYPE
             FROM IBMUSER.V2D2_FLDOVR
             WHERE JOB_ID = :WS-CUR-JOB
               AND FIELD_NAME = :WS-F-NAME
           END-EXEC.
           IF SQLCODE = 0 AND WS-OVR-TYPE NOT = SPACES
             MOVE WS-OVR-TYPE TO WS-DB2-TYPE
           ELSE
             MOVE 0 TO WS-XA-CNT
             INSPECT WS-F-PIC TALLYING WS-XA-CNT
               FOR ALL 'X' ALL 'A'
             EVALUATE TRUE
               WHEN WS-XA-CNT > 0
                 MOVE WS-F-LENGTH TO WS-LEN-D
                 STRING 'CHAR(' FUNCTION TRIM(WS-LEN-D) ')'
                   DELIMITED BY SIZE INTO WS-DB2-TYPE
               WHEN WS-F-USAGE = 'COMP'
                 EVALUATE WS-F-LENGTH
                   WHEN 2 MOVE 'SMALLINT' TO WS-DB2-TYPE
                   WHEN 4 MOVE 'INTEGER' TO WS-DB2-TYPE
                   WHEN OTHER MOVE 'BIGINT' TO WS-DB2-TYPE
                 END-EVALUATE
               WHEN OTHER
                 IF WS-F-USAGE = 'COMP-3'
                   COMPUTE WS-DIGITS = WS-F-LENGTH * 2 - 1
                 ELSE
                   MOVE WS-F-LENGTH TO WS-DIGITS
                 END-IF
                 IF WS-F-SCALE = 0 AND WS-DIGITS <= 9
                   MOVE 'INTEGER' TO WS-DB2-TYPE
                 ELSE
                   MOVE WS-DIGITS TO WS-DIG-D
                   MOVE WS-F-SCALE TO WS-SCL-D
                   STRING 'DECIMAL(' FUNCTION TRIM(WS-DIG-D) ','
                     FUNCTION TRIM(WS-SCL-D) ')'
                     DELIMITED BY SIZE INTO WS-DB2-TYPE
                 END-IF
             END-EVALUATE
           END-IF.
      *    EL CAMPO NO LLEGA A NINGUNA TABLA: SOLO EL MOTIVO.
       ADD-NO-TARGET-LINE.
           MOVE SPACES TO WS-DDL-TXT.
           STRING '-- ' FUNCTION TRIM(WS-COL-NAME) ': '
             FUNCTION TRIM(WS-TGT-WHY)
             DELIMITED BY SIZE INTO WS-DDL-TXT.
           PERFORM ADD-DDL-LINE.
       ADD-DDL-LINE.
           IF WS-DDL-CNT < 300
             ADD 1 TO WS-DDL-CNT
             MOVE WS-DDL-TXT TO WS-DDL-LINE(WS-DDL-CNT)
           ELSE
             MOVE 'Y' TO WS-DDL-FULL
           END-IF.
      *--------------------------------------------------------------*
      * COMPARE-ODO - LOS GRUPOS VARIABLES VAN A TABLAS HIJAS: SE    *
      * INFORMAN PERO EL DDL QUEDA PARA EL DBA.                      *
      *--------------------------------------------------------------*
       COMPARE-ODO.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OO-CNT
             MOVE 0 TO MX
             PERFORM VARYING NX FROM 1 BY 1
               UNTIL NX > WS-NO-CNT OR MX > 0
               IF WS-NO-USED(NX) = 'N'
                 AND WS-NO-FILE(NX) = WS-OO-FILE(OX)
                 AND WS-NO-GROUP(NX) = WS-OO-GROUP(OX)
                 MOVE NX TO MX
               END-IF
             END-PERFORM
             IF MX = 0
               ADD 1 TO WS-ODO-CNT WS-DIFF-CNT
               DISPLAY '  - ODO QUITADO  ' WS-OO-FILE(OX) ' '
                 WS-OO-GROUP(OX) ' DEPENDING ON ' WS-OO-CTRL(OX)
             ELSE
               MOVE 'S' TO WS-NO-USED(MX)
               IF WS-NO-CTRL(MX) NOT = WS-OO-CTRL(OX)
                 OR WS-NO-START(MX) NOT = WS-OO-START(OX)
                 OR WS-NO-ENTLEN(MX) NOT = WS-OO-ENTLEN(OX)
                 OR WS-NO-MIN(MX) NOT = WS-OO-MIN(OX)
                 OR WS-NO-MAX(MX) NOT = WS-OO-MAX(OX)
                 ADD 1 TO WS-ODO-CNT WS-DIFF-CNT
                 MOVE WS-OO-START(OX) TO WS-NUM-D1
                 MOVE WS-NO-START(MX) TO WS-NUM-D2
                 MOVE WS-OO-MAX(OX) TO WS-NUM-D3
                 MOVE WS-NO-MAX(MX) TO WS-NUM-D4
                 DISPLAY '  * ODO CAMBIADO ' WS-OO-FILE(OX) ' '
                   WS-OO-GROUP(OX) ' INICIO=' WS-NUM-D1 ' -> '
                   WS-NUM-D2 ' MAX=' WS-NUM-D3 ' -> ' WS-NUM-D4
                 MOVE WS-OO-ENTLEN(OX) TO WS-NUM-D1
                 MOVE WS-NO-ENTLEN(MX) TO WS-NUM-D2
                 DISPLAY '                 LARGO OCURRENCIA='
                   WS-NUM-D1 ' -> ' WS-NUM-D2 ' CONTROL '
                   WS-OO-CTRL(OX) ' -> ' WS-NO-CTRL(MX)
               END-IF
             END-IF
           END-PERFORM.
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NO-CNT
             IF WS-NO-USED(NX) = 'N'
               ADD 1 TO WS-ODO-CNT WS-DIFF-CNT
               DISPLAY '  + ODO AGREGADO ' WS-NO-FILE(NX) ' '
                 WS-NO-GROUP(NX) ' DEPENDING ON ' WS-NO-CTRL(NX)
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * REPORT-JOB-RESULT - CON DIFERENCIAS EL JOB QUEDA MARCADO     *
      * (ERROR + NOTIFICACION, STATUS SIN CAMBIO); SIN DIFERENCIAS   *
      * UNA MARCA ANTERIOR SE LEVANTA.                               *
      *--------------------------------------------------------------*
       REPORT-JOB-RESULT.
           IF WS-DIFF-CNT = 0
             DISPLAY '  LAYOUT SIN CAMBIOS'
             IF WS-CUR-DRIFT = 'S'
               ADD 1 TO WS-CLEAR-JOBS
               EXEC SQL
                 UPDATE IBMUSER.V2D2_JOBS
                   SET DRIFT_FLAG = ' ',
                       DRIFT_TS = CURRENT TIMESTAMP
                 WHERE JOB_ID = :WS-CUR-JOB
               END-EXEC
               MOVE SPACES TO WS-NTF-MSG
               STRING 'Job ' WS-JOBID-DISP ' layout coincide de'
                 ' nuevo con el catalogo'
                 DELIMITED BY SIZE INTO WS-NTF-MSG
               PERFORM NOTIFY-STATUS
             END-IF
           ELSE
             ADD 1 TO WS-DRIFT-JOBS
             MOVE WS-ADD-CNT TO WS-NUM-D1
             MOVE WS-DEL-CNT TO WS-NUM-D2
             MOVE WS-MOV-CNT TO WS-NUM-D3
             MOVE WS-CHG-CNT TO WS-NUM-D4
             DISPLAY '  AGREGADOS=' WS-NUM-D1 ' QUITADOS=' WS-NUM-D2
               ' MOVIDOS=' WS-NUM-D3 ' CAMBIADOS=' WS-NUM-D4
             MOVE WS-ODO-CNT TO WS-NUM-D1
             DISPLAY '  GRUPOS ODO CON CAMBIOS=' WS-NUM-D1
             IF WS-DDL-CNT > 0
               DISPLAY '  -- DDL PROPUESTO (REVISAR ANTES DE SPUFI):'
               PERFORM VARYING DX FROM 1 BY 1
                 UNTIL DX > WS-DDL-CNT
                 DISPLAY WS-DDL-LINE(DX)
               END-PERFORM
               IF WS-DDL-FULL = 'Y'
                 DISPLAY '  -- (DDL TRUNCADO A 300 LINEAS)'
               END-IF
             END-IF
             DISPLAY '  RE-ANALICE EL JOB (V2D2RUNA) Y RECARGUE ANTES'
               ' DE CERTIFICAR'
             EXEC SQL
               UPDATE IBMUSER.V2D2_JOBS
                 SET DRIFT_FLAG = 'S',
                     DRIFT_TS = CURRENT TIMESTAMP
               WHERE JOB_ID = :WS-CUR-JOB
             END-EXEC
             MOVE WS-DIFF-CNT TO WS-NUM-D1
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'LAYOUT DEL FUENTE CAMBIO:' WS-NUM-D1
               ' DIFERENCIAS CONTRA V2D2_FIELDS - VER V2D2DRFT'
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE WS-CUR-JOB TO DCL-ERR-JOB-ID
             MOVE 'V2D2DRFT' TO DCL-ERR-STEP
             MOVE WS-ERR-TEXT TO DCL-ERR-TEXT
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_ERRORS
               (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
               VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
                :DCL-ERR-STEP, :DCL-ERR-TEXT)
             END-EXEC
             MOVE SPACES TO WS-NTF-MSG
             STRING 'Job ' WS-JOBID-DISP ' layout cambio en el'
               ' fuente - no certificable hasta re-analizar'
               DELIMITED BY SIZE INTO WS-NTF-MSG
             PERFORM NOTIFY-STATUS
           END-IF.
       NOTIFY-STATUS.
           MOVE WS-CUR-JOB TO DCL-NTF-JOB-ID.
           MOVE 'V2D2DRFT' TO DCL-NTF-STEP.
           MOVE WS-NTF-MSG TO DCL-NTF-MESSAGE.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_NOTIF
             (NOTIF_TS, JOB_ID, STEP, MESSAGE, SEEN)
             VALUES (CURRENT TIMESTAMP, :DCL-NTF-JOB-ID,
              :DCL-NTF-STEP, :DCL-NTF-MESSAGE, 'N')
           END-EXEC.
           DISPLAY 'V2D2DRFT: ' WS-NTF-MSG UPON CONSOLE.
