       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2ORPH.
      *==============================================================*
      * V2D2ORPH - ORPHANED DB2 OBJECT INVENTORY                      *
      * Invoked by JCL, no PARM. Rollbacks, failed rehearsals and     *
      * V2D2PURG purges leave behind the tables, indexes and          *
      * tablespaces V2D2RUND created for a job. This reads the DB2    *
      * catalog for creator IBMUSER and matches every object to the   *
      * job, file or group that should own it:                        *
      *  - tables: the mapping V2D2LING uses (POLFILE to POL_POLICY   *
      *    and its child tables, the trail to its AUDIT_TABLE, a      *
      *    V2D2GLOD file to its own table), one table per V2D2_ODO    *
      *    group, one per V2D2_RECTYPES record type loaded, and a     *
      *    table named after every other V2D2_FILES file in case      *
      *    V2D2RUND generated one;                                    *
      *  - indexes: primary-key and unique-constraint indexes of an   *
      *    owned table, one index per V2D2_ALTKEYS row (matched by    *
      *    its leading column) and the indexes of the base DDL;       *
      *  - tablespaces: any that holds at least one owned table.      *
      * The framework's own V2D2_* tables and their indexes, and the  *
      * POL_* tables of the base DDL, are never candidates. Every job *
      * still in V2D2_JOBS owns its objects; a job already Convertido *
      * or later ('C','X','M','F') also expects them, and what it     *
      * expects but the catalog lacks is reported as FALTA. Findings  *
      * replace IBMUSER.V2D2_ORPHAN (the WEBDB2 table list flags the  *
      * orphan tables from it) and the orphans get a DROP on DRPDD    *
      * for review and SPUFI: indexes and tables first, then          *
      * explicitly created tablespaces left empty. A table whose      *
      * catalog statistics show rows or were never gathered - and a   *
      * tablespace that holds one - is written commented out, to be   *
      * dropped only after someone has checked whose data it is. RC=4 *
      * when there is any finding.                                    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRPFILE ASSIGN TO DRPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  DRPFILE
           RECORDING MODE IS F.
       01  DRP-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DRP-FS                PIC XX.
       01  WS-LINE-BUF              PIC X(80) VALUE SPACES.
       01  WS-LINE-HOLD             PIC X(80) VALUE SPACES.
       01  WS-JOB-DISP              PIC 9(9).
       01  WS-CNT-D1                PIC ZZZZ9.
       01  WS-ROWS-D                PIC Z(14)9.
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * JOBS VIGENTES                                                *
      *--------------------------------------------------------------*
       01  WS-JB-TAB.
           05 WS-JB-ENTRY OCCURS 2000 TIMES.
              10 WS-JB-ID           PIC S9(9) COMP.
              10 WS-JB-STS          PIC X(1).
              10 WS-JB-AUDIT        PIC X(18).
       01  WS-JB-CNT                PIC S9(4) COMP VALUE 0.
       01  JX                       PIC S9(4) COMP VALUE 0.
       01  WS-F-JOB                 PIC S9(9) COMP VALUE 0.
       01  WS-F-STS                 PIC X(1) VALUE SPACE.
       01  WS-F-AUDIT               PIC X(18) VALUE SPACES.
       01  WS-EXPECTS               PIC X(1) VALUE 'N'.
      *--------------------------------------------------------------*
      * OBJETOS QUE ALGUN JOB POSEE. XT-REQ='Y' CUANDO UN JOB YA     *
      * CONVERTIDO LO NECESITA (SU FALTA SE INFORMA).                *
      *--------------------------------------------------------------*
       01  WS-XT-TAB.
           05 WS-XT-ENTRY OCCURS 1000 TIMES.
              10 WS-XT-NAME         PIC X(18).
              10 WS-XT-JOB          PIC S9(9) COMP.
              10 WS-XT-REQ          PIC X(1).
              10 WS-XT-FOUND        PIC X(1).
       01  WS-XT-CNT                PIC S9(4) COMP VALUE 0.
       01  XT                       PIC S9(4) COMP VALUE 0.
       01  WS-XA-TAB.
           05 WS-XA-ENTRY OCCURS 1000 TIMES.
              10 WS-XA-TABLE        PIC X(18).
              10 WS-XA-FIELD        PIC X(30).
              10 WS-XA-JOB          PIC S9(9) COMP.
              10 WS-XA-REQ          PIC X(1).
              10 WS-XA-FOUND        PIC X(1).
       01  WS-XA-CNT                PIC S9(4) COMP VALUE 0.
       01  XA                       PIC S9(4) COMP VALUE 0.
       01  WS-TABLE-FULL            PIC X VALUE 'N'.
       01  WS-NEW-TABLE             PIC X(18).
       01  WS-NEW-FIELD             PIC X(30).
       01  WS-NEW-REQ               PIC X(1).
      *--------------------------------------------------------------*
      * INDICES DEL DDL BASE (ddl/*.sql) SOBRE TABLAS POL_*: NO LOS  *
      * GENERA V2D2RUND PERO SON DEL SISTEMA.                        *
      *--------------------------------------------------------------*
       01  WS-BASE-IX-VALUES.
           05 FILLER                PIC X(18) VALUE 'XPOL_CUOTAS_VENC'.
       01  WS-BASE-IX-TAB REDEFINES WS-BASE-IX-VALUES.
           05 WS-BASE-IX            PIC X(18) OCCURS 1 TIMES.
       01  WS-BASE-IX-CNT           PIC S9(4) COMP VALUE 1.
       01  BX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * TABLAS DEL DDL BASE: SON DEL SISTEMA AUNQUE HOY NINGUN JOB   *
      * VIVO LAS MAPEE; NUNCA SE REPORTAN NI LLEVAN DROP.            *
      *--------------------------------------------------------------*
       01  WS-BASE-TB-VALUES.
           05 FILLER                PIC X(18) VALUE 'POL_POLICY'.
           05 FILLER                PIC X(18) VALUE 'POL_CLIENTE'.
           05 FILLER                PIC X(18) VALUE 'POL_COBERTURAS'.
           05 FILLER                PIC X(18) VALUE 'POL_CUOTAS'.
           05 FILLER                PIC X(18) VALUE 'POL_MOVIMIENTOS'.
           05 FILLER                PIC X(18) VALUE 'POL_AUTO'.
           05 FILLER                PIC X(18) VALUE 'POL_VIDA'.
           05 FILLER                PIC X(18) VALUE 'POL_HOGAR'.
       01  WS-BASE-TB-TAB REDEFINES WS-BASE-TB-VALUES.
           05 WS-BASE-TB            PIC X(18) OCCURS 8 TIMES.
       01  WS-BASE-TB-CNT           PIC S9(4) COMP VALUE 8.
       01  WS-BASE-TABLE            PIC X(1).
      *--------------------------------------------------------------*
      * TABLAS HUERFANAS HALLADAS (PARA SUS INDICES Y ESPACIOS)      *
      *--------------------------------------------------------------*
       01  WS-OR-TAB.
           05 WS-OR-ENTRY OCCURS 1000 TIMES.
              10 WS-OR-NAME         PIC X(18).
              10 WS-OR-ROWS         PIC X(1).
       01  WS-OR-CNT                PIC S9(4) COMP VALUE 0.
       01  OX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * LECTURA DEL CATALOGO                                         *
      *--------------------------------------------------------------*
       01  WS-LOADER                PIC X(8) VALUE SPACES.
       01  WS-GLOD-FILE             PIC X(8) VALUE SPACES.
       01  WS-POLDD-CNT             PIC S9(9) COMP VALUE 0.
       01  WS-FL-NAME               PIC X(8).
       01  WS-FL-DDNAME             PIC X(8).
       01  WS-FL-STRATEGY           PIC X(1).
       01  WS-FL-TABLE              PIC X(18).
       01  WS-FL-REQ                PIC X(1).
       01  WS-FL-SQLCD              PIC S9(9) COMP VALUE 0.
       01  WS-ODO-TABLE             PIC X(30).
       01  WS-AIX-FIELD             PIC X(30).
       01  WS-CT-NAME               PIC X(18).
       01  WS-CT-DBNAME             PIC X(8).
       01  WS-CT-TSNAME             PIC X(8).
       01  WS-CT-CARD               PIC S9(15) COMP-3.
       01  WS-CI-NAME               PIC X(18).
       01  WS-CI-TBNAME             PIC X(18).
       01  WS-CI-RULE               PIC X(1).
       01  WS-CI-COL                PIC X(18).
       01  WS-CS-DBNAME             PIC X(8).
       01  WS-CS-NAME               PIC X(8).
       01  WS-CS-IMPLICIT           PIC X(1).
       01  WS-CS-TABLES             PIC S9(9) COMP VALUE 0.
       01  WS-CS-ORPHANS            PIC S9(9) COMP VALUE 0.
       01  WS-CS-WITH-ROWS          PIC X(1).
       01  WS-CS-SQLCD              PIC S9(9) COMP VALUE 0.
       01  WS-CT-SQLCD              PIC S9(9) COMP VALUE 0.
       01  WS-OWNED                 PIC X(1).
      *--------------------------------------------------------------*
      * HALLAZGO A GRABAR EN V2D2_ORPHAN Y DROP A ESCRIBIR           *
      *--------------------------------------------------------------*
       01  WS-OB-TYPE               PIC X(1).
       01  WS-OB-NAME               PIC X(18).
       01  WS-OB-QUAL               PIC X(30).
       01  WS-OB-FINDING            PIC X(1).
       01  WS-OB-JOB                PIC S9(9) COMP.
       01  WS-OB-DROP               PIC X(1).
       01  WS-OB-REASON             PIC X(40).
       01  WS-OB-TYPE-TXT           PIC X(10).
       01  WS-ORPH-T                PIC S9(4) COMP VALUE 0.
       01  WS-ORPH-I                PIC S9(4) COMP VALUE 0.
       01  WS-ORPH-S                PIC S9(4) COMP VALUE 0.
       01  WS-MISS-T                PIC S9(4) COMP VALUE 0.
       01  WS-MISS-I                PIC S9(4) COMP VALUE 0.
       01  WS-DROP-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-HELD-CNT              PIC S9(4) COMP VALUE 0.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2ORPH - INVENTARIO DE OBJETOS DB2 HUERFANOS'.
           DISPLAY '=============================================='.
           PERFORM LOAD-JOBS.
           PERFORM VARYING JX FROM 1 BY 1
             UNTIL JX > WS-JB-CNT OR WS-RUN-FAILED = 'Y'
             PERFORM ADD-JOB-OBJECTS
           END-PERFORM.
           IF WS-TABLE-FULL = 'Y'
             DISPLAY 'V2D2ORPH: MAS DE 1000 OBJETOS ESPERADOS - EL'
               ' INVENTARIO NO SERIA CONFIABLE'
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-RUN-FAILED = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT DRPFILE.
           IF WS-DRP-FS NOT = '00'
             DISPLAY 'V2D2ORPH: OPEN DRPDD FALLO, FILE STATUS='
               WS-DRP-FS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE '-- V2D2ORPH - OBJETOS DB2 SIN JOB DUENO (IBMUSER).'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE '-- REVISE CADA DROP ANTES DE EJECUTAR CON SPUFI. LOS'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE '-- COMENTADOS TIENEN FILAS SEGUN LAS ESTADISTICAS.'
             TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           EXEC SQL
             DELETE FROM IBMUSER.V2D2_ORPHAN
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ORPH: DELETE V2D2_ORPHAN FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM SCAN-TABLES
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM SCAN-INDEXES
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM SCAN-TABLESPACES
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM REPORT-MISSING
           END-IF.
           MOVE 'COMMIT;' TO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           CLOSE DRPFILE.
           IF WS-RUN-FAILED = 'Y'
             EXEC SQL ROLLBACK END-EXEC
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY '=============================================='.
           MOVE WS-JB-CNT TO WS-CNT-D1.
           DISPLAY 'JOBS VIGENTES:               ' WS-CNT-D1.
           MOVE WS-ORPH-T TO WS-CNT-D1.
           DISPLAY 'TABLAS HUERFANAS:            ' WS-CNT-D1.
           MOVE WS-ORPH-I TO WS-CNT-D1.
           DISPLAY 'INDICES HUERFANOS:           ' WS-CNT-D1.
           MOVE WS-ORPH-S TO WS-CNT-D1.
           DISPLAY 'TABLESPACES HUERFANOS:       ' WS-CNT-D1.
           MOVE WS-MISS-T TO WS-CNT-D1.
           DISPLAY 'TABLAS QUE FALTAN:           ' WS-CNT-D1.
           MOVE WS-MISS-I TO WS-CNT-D1.
           DISPLAY 'INDICES QUE FALTAN:          ' WS-CNT-D1.
           MOVE WS-DROP-CNT TO WS-CNT-D1.
           DISPLAY 'DROP ESCRITOS EN DRPDD:      ' WS-CNT-D1.
           MOVE WS-HELD-CNT TO WS-CNT-D1.
           DISPLAY '  COMENTADOS (CON FILAS):    ' WS-CNT-D1.
           DISPLAY '=============================================='.
           IF WS-ORPH-T > 0 OR WS-ORPH-I > 0 OR WS-ORPH-S > 0
             OR WS-MISS-T > 0 OR WS-MISS-I > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * LOAD-JOBS - TODO JOB QUE SIGUE EN V2D2_JOBS ES DUENO DE SUS  *
      * OBJETOS; LOS PURGADOS YA NO ESTAN.                           *
      *--------------------------------------------------------------*
       LOAD-JOBS.
           EXEC SQL DECLARE OJCUR CURSOR FOR
             SELECT JOB_ID, STATUS,
               COALESCE(AUDIT_TABLE, 'POL_MOVIMIENTOS')
             FROM IBMUSER.V2D2_JOBS
             ORDER BY JOB_ID
           END-EXEC.
           EXEC SQL OPEN OJCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH OJCUR INTO :WS-F-JOB, :WS-F-STS, :WS-F-AUDIT
             END-EXEC
             IF SQLCODE = 0
               IF WS-JB-CNT < 2000
                 ADD 1 TO WS-JB-CNT
                 MOVE WS-F-JOB TO WS-JB-ID(WS-JB-CNT)
                 MOVE WS-F-STS TO WS-JB-STS(WS-JB-CNT)
                 MOVE WS-F-AUDIT TO WS-JB-AUDIT(WS-JB-CNT)
               ELSE
                 DISPLAY 'V2D2ORPH: MAS DE 2000 JOBS - EL INVENTARIO'
                   ' NO SERIA CONFIABLE'
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE 100 TO SQLCODE
               END-IF
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ORPH: FETCH V2D2_JOBS FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE OJCUR END-EXEC.
      *--------------------------------------------------------------*
      * ADD-JOB-OBJECTS - TABLAS E INDICES AIX DE UN JOB, POR CADA   *
      * ARCHIVO DE V2D2_FILES (EL MAPEO DE V2D2LING).                *
      *--------------------------------------------------------------*
       ADD-JOB-OBJECTS.
           MOVE WS-JB-ID(JX) TO WS-F-JOB.
           IF WS-JB-STS(JX) = 'C' OR WS-JB-STS(JX) = 'X'
             OR WS-JB-STS(JX) = 'M' OR WS-JB-STS(JX) = 'F'
             MOVE 'Y' TO WS-EXPECTS
           ELSE
             MOVE 'N' TO WS-EXPECTS
           END-IF.
           PERFORM FIND-LOADER.
           EXEC SQL DECLARE OFCUR CURSOR FOR
             SELECT FILE_NAME, DDNAME, COALESCE(DDL_STRATEGY, 'W')
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :WS-F-JOB
             ORDER BY FILE_NAME
           END-EXEC.
           EXEC SQL OPEN OFCUR END-EXEC.
           MOVE 0 TO WS-FL-SQLCD.
           PERFORM UNTIL WS-FL-SQLCD NOT = 0
             EXEC SQL
               FETCH OFCUR INTO :WS-FL-NAME, :WS-FL-DDNAME,
                 :WS-FL-STRATEGY
             END-EXEC
             MOVE SQLCODE TO WS-FL-SQLCD
             IF WS-FL-SQLCD = 0
               PERFORM ADD-FILE-OBJECTS
             END-IF
           END-PERFORM.
           IF WS-FL-SQLCD NOT = 100
             MOVE WS-FL-SQLCD TO WS-SQLCD
             DISPLAY 'V2D2ORPH: FETCH V2D2_FILES FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE OFCUR END-EXEC.
      *    LAS TABLAS POR TIPO DE REGISTRO QUE CARGA V2D2GLOD
           IF WS-LOADER = 'V2D2GLOD'
             MOVE WS-EXPECTS TO WS-NEW-REQ
           ELSE
             MOVE 'N' TO WS-NEW-REQ
           END-IF.
           EXEC SQL DECLARE ORCUR CURSOR FOR
             SELECT TARGET_TABLE
             FROM IBMUSER.V2D2_RECTYPES
             WHERE JOB_ID = :WS-F-JOB
               AND LOAD_ACTION = 'L'
           END-EXEC.
           EXEC SQL OPEN ORCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH ORCUR INTO :WS-ODO-TABLE
             END-EXEC
             IF SQLCODE = 0
               MOVE WS-ODO-TABLE TO WS-NEW-TABLE
               PERFORM ADD-EXPECTED-TABLE
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ORPH: FETCH V2D2_RECTYPES FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE ORCUR END-EXEC.
       ADD-FILE-OBJECTS.
           MOVE WS-EXPECTS TO WS-NEW-REQ.
           EVALUATE TRUE
             WHEN WS-FL-DDNAME = 'MOVDD'
               MOVE WS-JB-AUDIT(JX) TO WS-FL-TABLE
               MOVE WS-FL-TABLE TO WS-NEW-TABLE
               PERFORM ADD-EXPECTED-TABLE
             WHEN WS-FL-DDNAME = 'POLDD'
               AND WS-LOADER NOT = 'V2D2GLOD'
               MOVE 'POL_POLICY' TO WS-FL-TABLE
               MOVE WS-FL-TABLE TO WS-NEW-TABLE
               PERFORM ADD-EXPECTED-TABLE
               MOVE 'POL_COBERTURAS' TO WS-NEW-TABLE
               PERFORM ADD-EXPECTED-TABLE
               MOVE 'POL_CUOTAS' TO WS-NEW-TABLE
               PERFORM ADD-EXPECTED-TABLE
               MOVE 'POL_CLIENTE' TO WS-NEW-TABLE
               PERFORM ADD-EXPECTED-TABLE
               IF WS-FL-STRATEGY = 'S'
                 MOVE 'POL_AUTO' TO WS-NEW-TABLE
                 PERFORM ADD-EXPECTED-TABLE
                 MOVE 'POL_VIDA' TO WS-NEW-TABLE
                 PERFORM ADD-EXPECTED-TABLE
                 MOVE 'POL_HOGAR' TO WS-NEW-TABLE
                 PERFORM ADD-EXPECTED-TABLE
               END-IF
             WHEN OTHER
               MOVE WS-FL-NAME TO WS-FL-TABLE
               INSPECT WS-FL-TABLE REPLACING ALL '-' BY '_'
               IF WS-LOADER NOT = 'V2D2GLOD'
                 OR WS-FL-NAME NOT = WS-GLOD-FILE
                 MOVE 'N' TO WS-NEW-REQ
               END-IF
               MOVE WS-FL-TABLE TO WS-NEW-TABLE
               PERFORM ADD-EXPECTED-TABLE
           END-EVALUATE.
           MOVE WS-NEW-REQ TO WS-FL-REQ.
           EXEC SQL DECLARE OGCUR CURSOR FOR
             SELECT GROUP_NAME
             FROM IBMUSER.V2D2_ODO
             WHERE JOB_ID = :WS-F-JOB
               AND FILE_NAME = :WS-FL-NAME
           END-EXEC.
           EXEC SQL OPEN OGCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH OGCUR INTO :WS-ODO-TABLE
             END-EXEC
             IF SQLCODE = 0
               INSPECT WS-ODO-TABLE REPLACING ALL '-' BY '_'
               MOVE WS-ODO-TABLE TO WS-NEW-TABLE
               IF WS-LOADER = 'V2D2GLOD'
                 AND WS-FL-NAME = WS-GLOD-FILE
                 MOVE WS-EXPECTS TO WS-NEW-REQ
               ELSE
                 MOVE 'N' TO WS-NEW-REQ
               END-IF
               PERFORM ADD-EXPECTED-TABLE
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE OGCUR END-EXEC.
           EXEC SQL DECLARE OKCUR CURSOR FOR
             SELECT AIX_FIELD
             FROM IBMUSER.V2D2_ALTKEYS
             WHERE JOB_ID = :WS-F-JOB
               AND FILE_NAME = :WS-FL-NAME
           END-EXEC.
           EXEC SQL OPEN OKCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH OKCUR INTO :WS-AIX-FIELD
             END-EXEC
             IF SQLCODE = 0
               INSPECT WS-AIX-FIELD REPLACING ALL '-' BY '_'
               MOVE WS-AIX-FIELD TO WS-NEW-FIELD
               MOVE WS-FL-TABLE TO WS-NEW-TABLE
               MOVE WS-FL-REQ TO WS-NEW-REQ
               PERFORM ADD-EXPECTED-AIX
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE OKCUR END-EXEC.
       ADD-EXPECTED-TABLE.
           PERFORM VARYING XT FROM 1 BY 1
             UNTIL XT > WS-XT-CNT
                OR WS-XT-NAME(XT) = WS-NEW-TABLE
             CONTINUE
           END-PERFORM.
           IF XT > WS-XT-CNT
             IF WS-XT-CNT < 1000
               ADD 1 TO WS-XT-CNT
               MOVE WS-NEW-TABLE TO WS-XT-NAME(WS-XT-CNT)
               MOVE WS-F-JOB TO WS-XT-JOB(WS-XT-CNT)
               MOVE WS-NEW-REQ TO WS-XT-REQ(WS-XT-CNT)
               MOVE 'N' TO WS-XT-FOUND(WS-XT-CNT)
             ELSE
               MOVE 'Y' TO WS-TABLE-FULL
             END-IF
           ELSE
             IF WS-NEW-REQ = 'Y' AND WS-XT-REQ(XT) NOT = 'Y'
               MOVE 'Y' TO WS-XT-REQ(XT)
               MOVE WS-F-JOB TO WS-XT-JOB(XT)
             END-IF
           END-IF.
       ADD-EXPECTED-AIX.
           PERFORM VARYING XA FROM 1 BY 1
             UNTIL XA > WS-XA-CNT
                OR (WS-XA-TABLE(XA) = WS-NEW-TABLE
                    AND WS-XA-FIELD(XA) = WS-NEW-FIELD)
             CONTINUE
           END-PERFORM.
           IF XA > WS-XA-CNT
             IF WS-XA-CNT < 1000
               ADD 1 TO WS-XA-CNT
               MOVE WS-NEW-TABLE TO WS-XA-TABLE(WS-XA-CNT)
               MOVE WS-NEW-FIELD TO WS-XA-FIELD(WS-XA-CNT)
               MOVE WS-F-JOB TO WS-XA-JOB(WS-XA-CNT)
               MOVE WS-NEW-REQ TO WS-XA-REQ(WS-XA-CNT)
               MOVE 'N' TO WS-XA-FOUND(WS-XA-CNT)
             ELSE
               MOVE 'Y' TO WS-TABLE-FULL
             END-IF
           ELSE
             IF WS-NEW-REQ = 'Y' AND WS-XA-REQ(XA) NOT = 'Y'
               MOVE 'Y' TO WS-XA-REQ(XA)
               MOVE WS-F-JOB TO WS-XA-JOB(XA)
             END-IF
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
             WHERE JOB_ID = :WS-F-JOB
               AND NEW_STATUS = 'M'
               AND PROGRAM IN ('V2D2LOAD', 'V2D2ULOD', 'V2D2GLOD')
             ORDER BY CHANGE_TS DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-POLDD-CNT
               FROM IBMUSER.V2D2_FILES
               WHERE JOB_ID = :WS-F-JOB
                 AND DDNAME = 'POLDD'
             END-EXEC
             IF WS-POLDD-CNT > 0
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
             WHERE JOB_ID = :WS-F-JOB
             ORDER BY CASE ORGANIZATION
                        WHEN 'I' THEN 1
                        WHEN 'R' THEN 2
                        ELSE 3
                      END, FILE_NAME
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *--------------------------------------------------------------*
      * SCAN-TABLES - TABLAS DE IBMUSER FUERA DEL MARCO V2D2_*. LAS  *
      * ESTADISTICAS (CARDF, -1 SIN RUNSTATS) DICEN SI TIENE FILAS.  *
      *--------------------------------------------------------------*
       SCAN-TABLES.
           EXEC SQL DECLARE OTCUR CURSOR FOR
             SELECT NAME, DBNAME, TSNAME, DECIMAL(CARDF, 15, 0)
             FROM SYSIBM.SYSTABLES
             WHERE CREATOR = 'IBMUSER'
               AND TYPE = 'T'
               AND SUBSTR(NAME, 1, 5) <> 'V2D2_'
             ORDER BY NAME
           END-EXEC.
           EXEC SQL OPEN OTCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH OTCUR INTO :WS-CT-NAME, :WS-CT-DBNAME,
                 :WS-CT-TSNAME, :WS-CT-CARD
             END-EXEC
             IF SQLCODE = 0
               PERFORM CHECK-ONE-TABLE
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100 AND WS-RUN-FAILED NOT = 'Y'
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ORPH: FETCH SYSTABLES FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE OTCUR END-EXEC.
       CHECK-ONE-TABLE.
           PERFORM VARYING XT FROM 1 BY 1
             UNTIL XT > WS-XT-CNT
                OR WS-XT-NAME(XT) = WS-CT-NAME
             CONTINUE
           END-PERFORM.
           MOVE 'N' TO WS-BASE-TABLE.
           PERFORM VARYING BX FROM 1 BY 1
             UNTIL BX > WS-BASE-TB-CNT
             IF WS-BASE-TB(BX) = WS-CT-NAME
               MOVE 'Y' TO WS-BASE-TABLE
             END-IF
           END-PERFORM.
           IF XT <= WS-XT-CNT
             MOVE 'Y' TO WS-XT-FOUND(XT)
           END-IF.
      *    CARDF NEGATIVO: SIN RUNSTATS, LAS FILAS SE DESCONOCEN Y SE
      *    TRATA COMO TABLA CON FILAS (DROP COMENTADO)
           IF XT > WS-XT-CNT AND WS-BASE-TABLE = 'N'
             IF WS-OR-CNT < 1000
               ADD 1 TO WS-OR-CNT
               MOVE WS-CT-NAME TO WS-OR-NAME(WS-OR-CNT)
               IF WS-CT-CARD NOT = 0
                 MOVE 'Y' TO WS-OR-ROWS(WS-OR-CNT)
               ELSE
                 MOVE 'N' TO WS-OR-ROWS(WS-OR-CNT)
               END-IF
             END-IF
             ADD 1 TO WS-ORPH-T
             MOVE 'T' TO WS-OB-TYPE
             MOVE WS-CT-NAME TO WS-OB-NAME
             MOVE SPACES TO WS-OB-QUAL
             STRING WS-CT-DBNAME '.' WS-CT-TSNAME
               DELIMITED BY SIZE INTO WS-OB-QUAL
             MOVE 'H' TO WS-OB-FINDING
             MOVE 0 TO WS-OB-JOB
             EVALUATE TRUE
               WHEN WS-CT-CARD > 0
                 MOVE 'C' TO WS-OB-DROP
                 MOVE WS-CT-CARD TO WS-ROWS-D
                 MOVE SPACES TO WS-OB-REASON
                 STRING 'SIN JOB DUENO, CON '
                   FUNCTION TRIM(WS-ROWS-D) ' FILAS'
                   DELIMITED BY SIZE INTO WS-OB-REASON
               WHEN WS-CT-CARD < 0
                 MOVE 'C' TO WS-OB-DROP
                 MOVE 'SIN JOB DUENO, SIN RUNSTATS (FILAS ?)'
                   TO WS-OB-REASON
               WHEN OTHER
                 MOVE 'S' TO WS-OB-DROP
                 MOVE 'SIN JOB DUENO' TO WS-OB-REASON
             END-EVALUATE
             PERFORM RECORD-FINDING
           END-IF.
      *--------------------------------------------------------------*
      * SCAN-INDEXES - CADA INDICE CON SU PRIMERA COLUMNA. EL DE UNA *
      * TABLA HUERFANA CAE CON ELLA (SIN DROP PROPIO).               *
      *--------------------------------------------------------------*
       SCAN-INDEXES.
           EXEC SQL DECLARE OICUR CURSOR FOR
             SELECT I.NAME, I.TBNAME, I.UNIQUERULE, K.COLNAME
             FROM SYSIBM.SYSINDEXES I, SYSIBM.SYSKEYS K
             WHERE I.CREATOR = 'IBMUSER'
               AND I.TBCREATOR = 'IBMUSER'
               AND SUBSTR(I.TBNAME, 1, 5) <> 'V2D2_'
               AND K.IXCREATOR = I.CREATOR
               AND K.IXNAME = I.NAME
               AND K.COLSEQ = 1
             ORDER BY I.TBNAME, I.NAME
           END-EXEC.
           EXEC SQL OPEN OICUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH OICUR INTO :WS-CI-NAME, :WS-CI-TBNAME,
                 :WS-CI-RULE, :WS-CI-COL
             END-EXEC
             IF SQLCODE = 0
               PERFORM CHECK-ONE-INDEX
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100 AND WS-RUN-FAILED NOT = 'Y'
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ORPH: FETCH SYSINDEXES FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE OICUR END-EXEC.
       CHECK-ONE-INDEX.
           MOVE 'N' TO WS-OWNED.
           MOVE SPACES TO WS-OB-REASON.
           PERFORM VARYING OX FROM 1 BY 1
             UNTIL OX > WS-OR-CNT
                OR WS-OR-NAME(OX) = WS-CI-TBNAME
             CONTINUE
           END-PERFORM.
           IF OX <= WS-OR-CNT
             MOVE 'DE TABLA HUERFANA (CAE CON ELLA)' TO WS-OB-REASON
           END-IF.
           IF WS-OB-REASON = SPACES
             IF WS-CI-RULE = 'P' OR WS-CI-RULE = 'R'
               OR WS-CI-RULE = 'C'
               MOVE 'Y' TO WS-OWNED
             END-IF
             PERFORM VARYING BX FROM 1 BY 1
               UNTIL BX > WS-BASE-IX-CNT
               IF WS-BASE-IX(BX) = WS-CI-NAME
                 MOVE 'Y' TO WS-OWNED
               END-IF
             END-PERFORM
             PERFORM VARYING XA FROM 1 BY 1 UNTIL XA > WS-XA-CNT
               IF WS-XA-TABLE(XA) = WS-CI-TBNAME
                 AND WS-XA-FIELD(XA) = WS-CI-COL
                 MOVE 'Y' TO WS-XA-FOUND(XA)
                 MOVE 'Y' TO WS-OWNED
               END-IF
             END-PERFORM
           END-IF.
           IF WS-OWNED = 'N'
             ADD 1 TO WS-ORPH-I
             MOVE 'I' TO WS-OB-TYPE
             MOVE WS-CI-NAME TO WS-OB-NAME
             MOVE WS-CI-TBNAME TO WS-OB-QUAL
             MOVE 'H' TO WS-OB-FINDING
             MOVE 0 TO WS-OB-JOB
             IF WS-OB-REASON = SPACES
               MOVE 'S' TO WS-OB-DROP
               MOVE SPACES TO WS-OB-REASON
               STRING 'SIN V2D2_ALTKEYS PARA '
                 FUNCTION TRIM(WS-CI-COL)
                 DELIMITED BY SIZE INTO WS-OB-REASON
             ELSE
               MOVE 'N' TO WS-OB-DROP
             END-IF
             PERFORM RECORD-FINDING
           END-IF.
      *--------------------------------------------------------------*
      * SCAN-TABLESPACES - UN ESPACIO SIN TABLAS, O SOLO CON TABLAS  *
      * HUERFANAS, ES HUERFANO. EL IMPLICITO CAE CON SU TABLA; SOLO  *
      * EL CREADO A MANO (LOS PARTICIONADOS) LLEVA DROP PROPIO.      *
      *--------------------------------------------------------------*
       SCAN-TABLESPACES.
           EXEC SQL DECLARE OSCUR CURSOR FOR
             SELECT DBNAME, NAME, IMPLICIT
             FROM SYSIBM.SYSTABLESPACE
             WHERE CREATOR = 'IBMUSER'
             ORDER BY DBNAME, NAME
           END-EXEC.
           EXEC SQL DECLARE OSTCUR CURSOR FOR
             SELECT NAME
             FROM SYSIBM.SYSTABLES
             WHERE DBNAME = :WS-CS-DBNAME
               AND TSNAME = :WS-CS-NAME
               AND TYPE = 'T'
           END-EXEC.
           EXEC SQL OPEN OSCUR END-EXEC.
           MOVE 0 TO WS-CS-SQLCD.
           PERFORM UNTIL WS-CS-SQLCD NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH OSCUR INTO :WS-CS-DBNAME, :WS-CS-NAME,
                 :WS-CS-IMPLICIT
             END-EXEC
             MOVE SQLCODE TO WS-CS-SQLCD
             IF WS-CS-SQLCD = 0
               PERFORM CHECK-ONE-TABLESPACE
             END-IF
           END-PERFORM.
           IF WS-CS-SQLCD NOT = 100 AND WS-RUN-FAILED NOT = 'Y'
             MOVE WS-CS-SQLCD TO WS-SQLCD
             DISPLAY 'V2D2ORPH: FETCH SYSTABLESPACE FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE OSCUR END-EXEC.
       CHECK-ONE-TABLESPACE.
           MOVE 0 TO WS-CS-TABLES WS-CS-ORPHANS.
           MOVE 'N' TO WS-CS-WITH-ROWS.
           EXEC SQL OPEN OSTCUR END-EXEC.
           MOVE SQLCODE TO WS-CT-SQLCD.
           PERFORM UNTIL WS-CT-SQLCD NOT = 0
             EXEC SQL
               FETCH OSTCUR INTO :WS-CT-NAME
             END-EXEC
             MOVE SQLCODE TO WS-CT-SQLCD
             IF WS-CT-SQLCD = 0
               ADD 1 TO WS-CS-TABLES
               PERFORM VARYING OX FROM 1 BY 1
                 UNTIL OX > WS-OR-CNT
                    OR WS-OR-NAME(OX) = WS-CT-NAME
                 CONTINUE
               END-PERFORM
               IF OX <= WS-OR-CNT
                 ADD 1 TO WS-CS-ORPHANS
                 IF WS-OR-ROWS(OX) = 'Y'
                   MOVE 'Y' TO WS-CS-WITH-ROWS
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE OSTCUR END-EXEC.
      *    SIN LEER TODAS SUS TABLAS NO SE SABE SI EL ESPACIO ESTA
      *    VACIO: NO HAY HALLAZGO (UN 'VACIO' PROPONDRIA UN DROP).
           IF WS-CT-SQLCD NOT = 100
             MOVE WS-CT-SQLCD TO WS-SQLCD
             DISPLAY 'V2D2ORPH: TABLAS DEL ESPACIO ' WS-CS-DBNAME '.'
               WS-CS-NAME ' - OSTCUR FALLO, SQLCODE=' WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-CS-TABLES = WS-CS-ORPHANS
             AND WS-CT-SQLCD = 100
             ADD 1 TO WS-ORPH-S
             MOVE 'S' TO WS-OB-TYPE
             MOVE WS-CS-NAME TO WS-OB-NAME
             MOVE WS-CS-DBNAME TO WS-OB-QUAL
             MOVE 'H' TO WS-OB-FINDING
             MOVE 0 TO WS-OB-JOB
             EVALUATE TRUE
               WHEN WS-CS-TABLES = 0
                 MOVE 'S' TO WS-OB-DROP
                 MOVE 'VACIO' TO WS-OB-REASON
               WHEN WS-CS-IMPLICIT = 'Y'
                 MOVE 'N' TO WS-OB-DROP
                 MOVE 'IMPLICITO (CAE CON SU TABLA)' TO WS-OB-REASON
               WHEN WS-CS-WITH-ROWS = 'Y'
                 MOVE 'C' TO WS-OB-DROP
                 MOVE 'SOLO TABLAS HUERFANAS, CON FILAS'
                   TO WS-OB-REASON
               WHEN OTHER
                 MOVE 'S' TO WS-OB-DROP
                 MOVE 'SOLO TABLAS HUERFANAS' TO WS-OB-REASON
             END-EVALUATE
             PERFORM RECORD-FINDING
           END-IF.
      *--------------------------------------------------------------*
      * REPORT-MISSING - LO QUE UN JOB CONVERTIDO ESPERA Y NO ESTA.  *
      * UN INDICE SOLO SE RECLAMA SI SU TABLA EXISTE.                *
      *--------------------------------------------------------------*
       REPORT-MISSING.
           PERFORM VARYING XT FROM 1 BY 1 UNTIL XT > WS-XT-CNT
             IF WS-XT-REQ(XT) = 'Y' AND WS-XT-FOUND(XT) = 'N'
               ADD 1 TO WS-MISS-T
               MOVE 'T' TO WS-OB-TYPE
               MOVE WS-XT-NAME(XT) TO WS-OB-NAME
               MOVE SPACES TO WS-OB-QUAL
               MOVE 'F' TO WS-OB-FINDING
               MOVE WS-XT-JOB(XT) TO WS-OB-JOB
               MOVE 'N' TO WS-OB-DROP
               MOVE 'EL JOB LA ESPERA Y NO ESTA EN EL CATALOGO'
                 TO WS-OB-REASON
               PERFORM RECORD-FINDING
             END-IF
           END-PERFORM.
           PERFORM VARYING XA FROM 1 BY 1 UNTIL XA > WS-XA-CNT
             IF WS-XA-REQ(XA) = 'Y' AND WS-XA-FOUND(XA) = 'N'
               PERFORM VARYING XT FROM 1 BY 1
                 UNTIL XT > WS-XT-CNT
                    OR WS-XT-NAME(XT) = WS-XA-TABLE(XA)
                 CONTINUE
               END-PERFORM
               IF XT <= WS-XT-CNT
                 IF WS-XT-FOUND(XT) = 'Y'
                   ADD 1 TO WS-MISS-I
                   MOVE 'I' TO WS-OB-TYPE
                   MOVE WS-XA-TABLE(XA) TO WS-OB-NAME
                   MOVE WS-XA-FIELD(XA) TO WS-OB-QUAL
                   MOVE 'F' TO WS-OB-FINDING
                   MOVE WS-XA-JOB(XA) TO WS-OB-JOB
                   MOVE 'N' TO WS-OB-DROP
                   MOVE 'NINGUN INDICE EMPIEZA POR LA CLAVE AIX'
                     TO WS-OB-REASON
                   PERFORM RECORD-FINDING
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * RECORD-FINDING - FILA EN V2D2_ORPHAN, LINEA EN SYSOUT Y, SI  *
      * CORRESPONDE, EL DROP (ACTIVO 'S' O COMENTADO 'C').           *
      *--------------------------------------------------------------*
       RECORD-FINDING.
           EVALUATE WS-OB-TYPE
             WHEN 'T' MOVE 'TABLE' TO WS-OB-TYPE-TXT
             WHEN 'I' MOVE 'INDEX' TO WS-OB-TYPE-TXT
             WHEN OTHER MOVE 'TABLESPACE' TO WS-OB-TYPE-TXT
           END-EVALUATE.
           IF WS-OB-FINDING = 'H'
             DISPLAY 'HUERFANO ' WS-OB-TYPE-TXT ' ' WS-OB-NAME ' '
               WS-OB-QUAL(1:18) ' ' WS-OB-REASON
           ELSE
             MOVE WS-OB-JOB TO WS-JOB-DISP
             DISPLAY 'FALTA    ' WS-OB-TYPE-TXT ' ' WS-OB-NAME ' '
               WS-OB-QUAL(1:18) ' JOB ' WS-JOB-DISP
           END-IF.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ORPHAN
             (OBJ_TYPE, OBJ_NAME, OBJ_QUAL, FINDING, JOB_ID,
              DROP_STMT, REASON, FOUND_TS)
             VALUES (:WS-OB-TYPE, :WS-OB-NAME, :WS-OB-QUAL,
              :WS-OB-FINDING, NULLIF(:WS-OB-JOB, 0), :WS-OB-DROP,
              :WS-OB-REASON, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ORPH: INSERT V2D2_ORPHAN FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-OB-DROP = 'S' OR WS-OB-DROP = 'C'
             PERFORM WRITE-DROP
           END-IF.
       WRITE-DROP.
           MOVE SPACES TO WS-LINE-BUF.
           STRING '-- ' FUNCTION TRIM(WS-OB-TYPE-TXT) ' '
             FUNCTION TRIM(WS-OB-NAME) ': ' WS-OB-REASON
             DELIMITED BY SIZE INTO WS-LINE-BUF.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO WS-LINE-BUF.
           EVALUATE WS-OB-TYPE
             WHEN 'T'
               STRING 'DROP TABLE IBMUSER.' FUNCTION TRIM(WS-OB-NAME)
                 ';' DELIMITED BY SIZE INTO WS-LINE-BUF
             WHEN 'I'
               STRING 'DROP INDEX IBMUSER.' FUNCTION TRIM(WS-OB-NAME)
                 ';' DELIMITED BY SIZE INTO WS-LINE-BUF
             WHEN OTHER
               STRING 'DROP TABLESPACE ' FUNCTION TRIM(WS-OB-QUAL)
                 '.' FUNCTION TRIM(WS-OB-NAME) ';'
                 DELIMITED BY SIZE INTO WS-LINE-BUF
           END-EVALUATE.
           IF WS-OB-DROP = 'C'
             MOVE WS-LINE-BUF TO WS-LINE-HOLD
             MOVE SPACES TO WS-LINE-BUF
             STRING '-- ' WS-LINE-HOLD(1:77)
               DELIMITED BY SIZE INTO WS-LINE-BUF
             ADD 1 TO WS-HELD-CNT
           END-IF.
           PERFORM WRITE-ONE-LINE.
           ADD 1 TO WS-DROP-CNT.
       WRITE-ONE-LINE.
           MOVE WS-LINE-BUF TO DRP-LINE.
           WRITE DRP-LINE.
           IF WS-DRP-FS NOT = '00'
             DISPLAY 'V2D2ORPH: WRITE DRPDD FALLO, FILE STATUS='
               WS-DRP-FS
           END-IF.
