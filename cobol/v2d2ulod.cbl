      * the rest of the pipeline never know the difference (run the   *
      * utility before V2D2RECN, obviously). No mid-file checkpoint:  *
      * writing external format is minutes, not hours - a failed run  *
      * is simply resubmitted and the outputs rebuilt. Every 1000     *
      * records read it still leaves a throughput sample on           *
      * V2D2_THRUPUT (V2D2TPUT), like the checkpointing loaders.      *
      *                                                               *
      * The operator's scoping rules (V2D2_SCOPE, via V2D2SCOP) apply *
      * here as in V2D2LOAD: an out-of-scope policy goes to ARCHDD    *
      * and V2D2_SCOPEX instead of the SYSREC files. Since every run  *
      * starts over, the job's exclusions are cleared first.          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJFILE ASSIGN TO REJDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.
           SELECT ARCHFILE ASSIGN TO ARCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLFILE.
       FD  REJFILE
           RECORDING MODE IS F.
       01  REJ-REGISTRO             PIC X(711).
       FD  ARCHFILE
           RECORDING MODE IS F.
       01  ARC-REGISTRO             PIC X(711).
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-FSP                   PIC XX.
       01  WS-CLAIM-STEP            PIC X(8) VALUE SPACES.
       01  WS-CLAIM-TS              PIC X(26) VALUE SPACES.
       01  WS-CLAIM-OK              PIC X VALUE 'N'.
       01  WS-SCOPE-MODE            PIC X VALUE 'N'.
       01  WS-EXCL-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-ARC-FS                PIC XX.
       01  WS-ARC-OPEN              PIC X VALUE 'N'.
       01  WS-SCP-AREA.
           COPY V2D2SCP.
       01  WS-READ-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-TPT-MODE              PIC X VALUE 'N'.
       01  WS-TPT-AREA.
           COPY V2D2TPT.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2REJ.
       COPY V2D2NTF.
       COPY V2D2STH.
       COPY V2D2ERR.
       COPY V2D2SCX.
       LINKAGE SECTION.
       01  LK-PARM-JOBID             PIC X(9).
       PROCEDURE DIVISION USING LK-PARM-JOBID.
           IF WS-CLAIM-OK NOT = 'Y'
             GOBACK
           END-IF.
           PERFORM INIT-SCOPE-RULES.
           IF WS-JOB-FAILED = 'Y'
             GOBACK
           END-IF.
           OPEN INPUT POLFILE.
           IF WS-FS1 NOT = '00'
             STRING 'OPEN POLDD FALLO, FILE STATUS='
           IF WS-FS1 NOT = '00'
             MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM INIT-THRUPUT.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-JOB-FAILED = 'Y'
             READ POLFILE NEXT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-READ-CNT
                 PERFORM UNLOAD-ONE-POLICY
                 IF FUNCTION MOD(WS-READ-CNT, 1000) = 0
                   AND WS-TPT-MODE = 'Y'
                   AND WS-JOB-FAILED NOT = 'Y'
                   PERFORM TAKE-THRUPUT-SAMPLE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE POLFILE RECPFILE RECAFILE RECVFILE RECHFILE
           IF WS-REJ-OPEN = 'Y'
             CLOSE REJFILE
           END-IF.
           IF WS-ARC-OPEN = 'Y'
             CLOSE ARCHFILE
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             EXEC SQL
               UPDATE IBMUSER.V2D2_JOBS
                        FROM IBMUSER.V2D2_REJECTS
                        WHERE JOB_ID = :DCL-JOB-ID
                          AND REPROCESSED = 'N'),
                     EXCL_COUNT =
                       (SELECT COUNT(*)
                        FROM IBMUSER.V2D2_SCOPEX
                        WHERE JOB_ID = :DCL-JOB-ID),
                     EXCL_TOTAL =
                       (SELECT COALESCE(SUM(PRIMA), 0)
                        FROM IBMUSER.V2D2_SCOPEX
                        WHERE JOB_ID = :DCL-JOB-ID),
                     UPDATED_TS = CURRENT TIMESTAMP
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2ULOD: ' WS-LOADED-CNT ' REGISTROS'
             ' CONVERTIDOS, ' WS-REJECT-CNT ' RECHAZADOS'.
           IF WS-EXCL-CNT > 0
             DISPLAY 'V2D2ULOD: ' WS-EXCL-CNT
               ' POLIZAS EXCLUIDAS POR ALCANCE (ARCHDD)'
           END-IF.
           GOBACK.
       GET-DDL-STRATEGY.
           MOVE SPACE TO WS-STRATEGY.
      * INSERT: EMPAQUETADO PODRIDO O CONTADOR DE COBERTURAS FUERA   *
      * DE RANGO VAN A CUARENTENA (REJDD + V2D2_REJECTS) Y EL RESTO  *
      * SIGUE. EL BUEN REGISTRO SE PARTE EN SU FILA BASE, SU HIJA    *
      * DE SUBTIPO Y SUS COBERTURAS, TODO EN CARACTER. ANTES QUE     *
      * NADA, LAS REGLAS DE ALCANCE: LO EXCLUIDO NO SE VALIDA.       *
      *--------------------------------------------------------------*
       UNLOAD-ONE-POLICY.
           MOVE 'N' TO SCP-EXCLUDED.
           IF WS-SCOPE-MODE = 'Y'
             MOVE POL-REGISTRO TO SCP-REGISTRO
             MOVE 'TEST' TO SCP-OP
             CALL 'V2D2SCOP' USING WS-SCP-AREA
             IF SCP-STATUS NOT = '00'
               MOVE SCP-MESSAGE TO WS-ERR-TEXT
               PERFORM FAIL-JOB
             END-IF
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             IF SCP-EXCLUDED = 'S'
               PERFORM EXCLUDE-POLICY
             ELSE
               PERFORM UNLOAD-IN-SCOPE-POLICY
             END-IF
           END-IF.
       UNLOAD-IN-SCOPE-POLICY.
           IF POL-PRIMA-TOTAL NOT NUMERIC
             MOVE 'POL-PRIMA-TOTAL NO NUMERICO' TO WS-REJ-REASON
             PERFORM QUARANTINE-POLICY
               PERFORM FAIL-JOB
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * INIT-SCOPE-RULES - SIN CHECKPOINT NO HAY REINICIO: TODA      *
      * CORRIDA EMPIEZA POR BORRAR LAS EXCLUSIONES DEL JOB Y CARGA   *
      * LAS REGLAS VIGENTES UNA SOLA VEZ.                            *
      *--------------------------------------------------------------*
       INIT-SCOPE-RULES.
           EXEC SQL
             DELETE FROM IBMUSER.V2D2_SCOPEX
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           MOVE 'INIT' TO SCP-OP.
           MOVE DCL-JOB-ID TO SCP-JOB-ID.
           MOVE SPACES TO SCP-FILE-NAME SCP-REC-NAME.
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
               DISPLAY 'V2D2ULOD: ' SCP-RULE-CNT
                 ' REGLAS DE ALCANCE EN VIGOR SOBRE '
                 SCP-FILE-NAME
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * EXCLUDE-POLICY - CLAVE, REGLA Y PRIMA A V2D2_SCOPEX, EL      *
      * REGISTRO ENTERO AL ARCHIVO FRIO DE ARCHDD.                   *
      *--------------------------------------------------------------*
       EXCLUDE-POLICY.
           MOVE DCL-JOB-ID TO DCL-SCX-JOB-ID.
           MOVE SPACES TO DCL-SCX-KEY.
           MOVE POL-NUMERO TO DCL-SCX-KEY.
           MOVE SCP-RULE-ID TO DCL-SCX-RULE-ID.
           MOVE 0 TO DCL-SCX-PRIMA.
           IF POL-PRIMA-TOTAL NUMERIC
             MOVE POL-PRIMA-TOTAL TO DCL-SCX-PRIMA
           END-IF.
           MOVE 'V2D2ULOD' TO DCL-SCX-PGM.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_SCOPEX
             (JOB_ID, REC_KEY, RULE_ID, PRIMA, EXCL_PGM, EXCL_TS)
             VALUES (:DCL-SCX-JOB-ID, :DCL-SCX-KEY,
              :DCL-SCX-RULE-ID, :DCL-SCX-PRIMA, :DCL-SCX-PGM,
              CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'INSERT V2D2_SCOPEX FALLO, SQLCODE='
               WS-SQLCD DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
           ELSE
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
               MOVE POL-REGISTRO TO ARC-REGISTRO
               WRITE ARC-REGISTRO
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
           END-IF.
      *--------------------------------------------------------------*
      * INIT-THRUPUT / TAKE-THRUPUT-SAMPLE - TELEMETRIA DE RITMO     *
      * (V2D2TPUT). SIN CHECKPOINT NI REINICIO: LA POSICION ES LO    *
      * LEIDO EN ESTA CORRIDA. SI LA MUESTRA FALLA, SE SIGUE SIN     *
      * ELLA.                                                        *
      *--------------------------------------------------------------*
       INIT-THRUPUT.
           MOVE 'INIT' TO TPT-OP.
           MOVE DCL-JOB-ID TO TPT-JOB-ID.
           MOVE 'V2D2ULOD' TO TPT-PROGRAM.
           MOVE SPACES TO TPT-PART-LOW TPT-UNTIL.
           MOVE 0 TO TPT-RECORDS.
           CALL 'V2D2TPUT' USING WS-TPT-AREA
             ON EXCEPTION
               MOVE '04' TO TPT-STATUS
               MOVE 'V2D2TPUT NO DISPONIBLE - SIN TELEMETRIA'
                 TO TPT-MESSAGE
           END-CALL.
           IF TPT-STATUS NOT = '00'
             DISPLAY 'V2D2ULOD: ' TPT-MESSAGE
           ELSE
             MOVE 'Y' TO WS-TPT-MODE
           END-IF.
       TAKE-THRUPUT-SAMPLE.
           MOVE 'SAMPLE' TO TPT-OP.
           MOVE WS-READ-CNT TO TPT-RECORDS.
           CALL 'V2D2TPUT' USING WS-TPT-AREA.
           IF TPT-STATUS NOT = '00'
             DISPLAY 'V2D2ULOD: ' TPT-MESSAGE
           END-IF.
           EXEC SQL COMMIT END-EXEC.
       FAIL-JOB.
           MOVE 'Y' TO WS-JOB-FAILED.
           EXEC SQL
