      * re-INSERT, so the pass can be rerun safely), letting the big  *
      * full load run days before cutover while the branches keep     *
      * updating VSAM. Every completed load re-stamps LOAD_TS.        *
      *                                                               *
      * Every mode applies the operator's scoping rules (V2D2_SCOPE,  *
      * evaluated by the V2D2SCOP subroutine): a policy a rule leaves *
      * out is written to the cold-archive dataset on ARCHDD instead  *
      * of DB2 and its key, rule and premium are recorded on          *
      * V2D2_SCOPEX, which feeds EXCL_COUNT / EXCL_TOTAL on           *
      * V2D2_JOBS so reconciliation balances VSAM = loaded + excluded.*
      *                                                               *
      * Every checkpoint also leaves a throughput sample on           *
      * V2D2_THRUPUT (V2D2TPUT subroutine): position, records and     *
      * seconds of this run, rate per minute and the projected finish *
      * against the source count. When an UNTIL= run projects past    *
      * its stop time, V2D2_NOTIF says so at once - hours before the  *
      * clean stop, while there is still time to partition.           *
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
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-CLAIM-STEP            PIC X(8) VALUE SPACES.
       01  WS-CLAIM-TS              PIC X(26) VALUE SPACES.
       01  WS-CLAIM-OK              PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * ALCANCE DE LA MIGRACION: LAS REGLAS DE V2D2_SCOPE LAS EVALUA *
      * V2D2SCOP; LA POLIZA EXCLUIDA VA AL ARCHIVO FRIO (ARCHDD, QUE *
      * SE ABRE RECIEN CON LA PRIMERA EXCLUSION) Y A V2D2_SCOPEX.    *
      *--------------------------------------------------------------*
       01  WS-SCOPE-MODE            PIC X VALUE 'N'.
       01  WS-REC-EXCLUDED          PIC X VALUE 'N'.
       01  WS-EXCL-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-ARC-FS                PIC XX.
       01  WS-ARC-OPEN              PIC X VALUE 'N'.
       01  WS-SCP-AREA.
           COPY V2D2SCP.
      *--------------------------------------------------------------*
      * TELEMETRIA DE RITMO: UNA MUESTRA POR CHECKPOINT VIA V2D2TPUT.*
      * LA POSICION ES LO LEIDO EN ESTA CORRIDA (CARGADO, RECHAZADO  *
      * O EXCLUIDO) MAS EL CONTADOR DEL CHECKPOINT DE REINICIO.      *
      *--------------------------------------------------------------*
       01  WS-TPT-MODE              PIC X VALUE 'N'.
       01  WS-TPT-BASE              PIC S9(9) COMP VALUE 0.
       01  WS-RUN-READ              PIC S9(9) COMP VALUE 0.
       01  WS-TPT-AREA.
           COPY V2D2TPT.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2PRT.
       COPY V2D2NTF.
       COPY V2D2STH.
       COPY V2D2ERR.
       COPY V2D2SCX.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(60).
       PROCEDURE DIVISION USING LK-PARM.
               GOBACK
             END-IF
           END-IF.
           PERFORM INIT-SCOPE-RULES.
           IF WS-JOB-FAILED = 'Y'
             GOBACK
           END-IF.
           OPEN INPUT POLFILE.
           IF WS-FS1 NOT = '00'
             STRING 'OPEN POLDD FALLO, FILE STATUS='
           IF DCL-CHECKPOINT-KEY NOT = SPACES
             MOVE DCL-CHECKPOINT-KEY(1:12) TO POL-NUMERO
             MOVE DCL-RECORDS-PROCESSED TO WS-LOADED-CNT
               WS-TPT-BASE
             START POLFILE KEY > POL-NUMERO
             DISPLAY 'V2D2LOAD: REINICIANDO DESDE CHECKPOINT '
               DCL-CHECKPOINT-KEY
             DISPLAY 'V2D2LOAD: SIN REGISTROS EN EL RANGO PEDIDO'
               ' (FILE STATUS=' WS-FS1 ')'
           END-IF.
           IF WS-DELTA-MODE NOT = 'Y'
             PERFORM INIT-THRUPUT
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-JOB-FAILED = 'Y'
             READ POLFILE NEXT
               AT END MOVE 'Y' TO WS-EOF
           IF WS-REJ-OPEN = 'Y'
             CLOSE REJFILE
           END-IF.
           IF WS-ARC-OPEN = 'Y'
             CLOSE ARCHFILE
           END-IF.
           IF WS-DEADLINE-HIT = 'Y'
             PERFORM DEADLINE-STOP
           ELSE
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
           PERFORM RELEASE-JOB.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2LOAD: ' WS-LOADED-CNT ' REGISTROS CARGADOS'.
           IF WS-EXCL-CNT > 0
             DISPLAY 'V2D2LOAD: ' WS-EXCL-CNT
               ' POLIZAS EXCLUIDAS POR ALCANCE (ARCHDD)'
           END-IF.
           IF WS-DEADLINE-HIT = 'Y'
             MOVE 4 TO RETURN-CODE
           END-IF.
      * DELTA-ONE-POLICY - a policy touched since the cutoff is      *
      * replayed as DELETE + re-INSERT through the same routing the  *
      * full load uses, so the pass is idempotent and new and        *
      * modified policies take exactly the same path. Its exclusion  *
      * row goes too: a policy back in scope loads again, one still  *
      * (or newly) out of scope is re-excluded with its new image.   *
      *--------------------------------------------------------------*
       DELTA-ONE-POLICY.
           IF AUD-FECHA-ALTA >= WS-DELTA-CORTE
             OR AUD-FECHA-MODIF >= WS-DELTA-CORTE
             PERFORM DELETE-POLICY-ROWS
             MOVE SPACES TO DCL-SCX-KEY
             MOVE POL-NUMERO TO DCL-SCX-KEY
             EXEC SQL
               DELETE FROM IBMUSER.V2D2_SCOPEX
               WHERE JOB_ID = :DCL-JOB-ID
                 AND REC_KEY = :DCL-SCX-KEY
             END-EXEC
             PERFORM LOAD-ONE-POLICY
             IF WS-JOB-FAILED NOT = 'Y'
               AND WS-REC-REJECTED NOT = 'Y'
               AND WS-REC-EXCLUDED NOT = 'Y'
               ADD 1 TO WS-DELTA-CNT
             END-IF
           END-IF.
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
      * THE LOAD KEEPS GOING (V2D2REPR REPLAYS THE QUARANTINE ONCE   *
      * THE DATA IS FIXED). A COVERAGE-ROW FAILURE ROLLS THE POLICY  *
      * ROW BACK OUT FIRST SO THE QUARANTINED RECORD CAN BE RELOADED *
      * WHOLE. THE SCOPING RULES SEE THE RECORD BEFORE THE MASK (A   *
      * RULE ON A CLI-* FIELD MEANS THE REAL VALUE); AN EXCLUDED     *
      * POLICY IS MASKED ALL THE SAME BEFORE IT REACHES THE ARCHIVE. *
      *--------------------------------------------------------------*
       LOAD-ONE-POLICY.
           ADD 1 TO WS-RUN-READ.
           MOVE 'N' TO WS-REC-REJECTED.
           MOVE 'N' TO WS-REC-EXCLUDED.
           IF WS-SCOPE-MODE = 'Y'
             MOVE POL-REGISTRO TO SCP-REGISTRO
             MOVE 'TEST' TO SCP-OP
             CALL 'V2D2SCOP' USING WS-SCP-AREA
             IF SCP-STATUS NOT = '00'
               MOVE SCP-MESSAGE TO WS-ERR-TEXT
               PERFORM FAIL-JOB
             ELSE
               MOVE SCP-EXCLUDED TO WS-REC-EXCLUDED
             END-IF
           END-IF.
           IF WS-MASK-MODE = 'Y'
             PERFORM MASK-PII-FIELDS
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             IF WS-REC-EXCLUDED = 'S'
               MOVE 'Y' TO WS-REC-EXCLUDED
               PERFORM EXCLUDE-POLICY
             ELSE
               MOVE 'N' TO WS-REC-EXCLUDED
               PERFORM LOAD-IN-SCOPE-POLICY
             END-IF
           END-IF.
       LOAD-IN-SCOPE-POLICY.
           EVALUATE TRUE
             WHEN POL-ES-AUTO
               PERFORM INSERT-AUTO-POLICY
               END-EXEC
             END-IF
             EXEC SQL COMMIT END-EXEC
             IF WS-TPT-MODE = 'Y'
               PERFORM TAKE-THRUPUT-SAMPLE
             END-IF
           END-IF.
       INSERT-GENERIC-POLICY.
           EXEC SQL
           INSPECT CLI-EMAIL
             CONVERTING WS-MASK-DIG-FROM TO WS-MASK-DIG-TO.
      *--------------------------------------------------------------*
      * INIT-SCOPE-RULES - REGLAS DE ALCANCE UNA SOLA VEZ POR        *
      * CORRIDA. UNA CARGA QUE ARRANCA DE CERO (SIN CHECKPOINT, NO   *
      * DELTA) BORRA ANTES LAS EXCLUSIONES DE UNA CORRIDA ANTERIOR   *
      * DEL MISMO JOB (O DE SU RANGO): LAS REGLAS PUEDEN HABER       *
      * CAMBIADO Y V2D2_SCOPEX DEBE CONTAR SOLO LO DE ESTA CARGA.    *
      *--------------------------------------------------------------*
       INIT-SCOPE-RULES.
           IF WS-DELTA-MODE NOT = 'Y'
             AND DCL-CHECKPOINT-KEY = SPACES
             IF WS-PART-MODE = 'Y'
               EXEC SQL
                 DELETE FROM IBMUSER.V2D2_SCOPEX
                 WHERE JOB_ID = :DCL-JOB-ID
                   AND REC_KEY BETWEEN :WS-PART-LOW
                                   AND :WS-PART-HIGH
               END-EXEC
             ELSE
               EXEC SQL
                 DELETE FROM IBMUSER.V2D2_SCOPEX
                 WHERE JOB_ID = :DCL-JOB-ID
               END-EXEC
             END-IF
           END-IF.
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
               DISPLAY 'V2D2LOAD: ' SCP-RULE-CNT
                 ' REGLAS DE ALCANCE EN VIGOR SOBRE '
                 SCP-FILE-NAME
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * INIT-THRUPUT / TAKE-THRUPUT-SAMPLE - TELEMETRIA DE RITMO. LA *
      * MUESTRA SE TOMA DESPUES DEL COMMIT DEL CHECKPOINT Y SE       *
      * CONFIRMA APARTE: SI FALLA, LA CARGA NO PIERDE NADA Y SIGUE   *
      * SIN TELEMETRIA. LA PRIMERA MUESTRA QUE PROYECTA FIN PASADO   *
      * EL UNTIL= AVISA POR V2D2_NOTIF.                              *
      *--------------------------------------------------------------*
       INIT-THRUPUT.
           MOVE 'INIT' TO TPT-OP.
           MOVE DCL-JOB-ID TO TPT-JOB-ID.
           MOVE 'V2D2LOAD' TO TPT-PROGRAM.
           MOVE SPACES TO TPT-PART-LOW TPT-UNTIL.
           IF WS-PART-MODE = 'Y'
             MOVE WS-PART-LOW TO TPT-PART-LOW
           END-IF.
           IF WS-DEADLINE-MODE = 'Y'
             MOVE WS-UNTIL-HHMM TO TPT-UNTIL
           END-IF.
           MOVE WS-TPT-BASE TO TPT-RECORDS.
           CALL 'V2D2TPUT' USING WS-TPT-AREA
             ON EXCEPTION
               MOVE '04' TO TPT-STATUS
               MOVE 'V2D2TPUT NO DISPONIBLE - SIN TELEMETRIA'
                 TO TPT-MESSAGE
           END-CALL.
           IF TPT-STATUS NOT = '00'
             DISPLAY 'V2D2LOAD: ' TPT-MESSAGE
           ELSE
             MOVE 'Y' TO WS-TPT-MODE
             IF TPT-TOTAL > 0
               DISPLAY 'V2D2LOAD: RITMO PROYECTADO CONTRA '
                 TPT-TOTAL ' REGISTROS DE ORIGEN'
             ELSE
               DISPLAY 'V2D2LOAD: SIN CONTEO DE ORIGEN - SOLO SE'
                 ' MIDE EL RITMO'
             END-IF
           END-IF.
       TAKE-THRUPUT-SAMPLE.
           MOVE 'SAMPLE' TO TPT-OP.
           COMPUTE TPT-RECORDS = WS-TPT-BASE + WS-RUN-READ.
           CALL 'V2D2TPUT' USING WS-TPT-AREA.
           IF TPT-STATUS NOT = '00'
             DISPLAY 'V2D2LOAD: ' TPT-MESSAGE
           END-IF.
           IF TPT-LATE = 'S'
             MOVE TPT-MESSAGE TO WS-NTF-MSG
             PERFORM NOTIFY-STATUS
           END-IF.
           EXEC SQL COMMIT END-EXEC.
      *--------------------------------------------------------------*
      * EXCLUDE-POLICY - FUERA DE ALCANCE: CLAVE, REGLA Y PRIMA A    *
      * V2D2_SCOPEX Y EL REGISTRO COMPLETO AL ARCHIVO FRIO. EL -803  *
      * ES UNA POLIZA QUE UNA CORRIDA ANTERIOR YA EXCLUYO (REINICIO  *
      * DESDE CHECKPOINT): NI SE CUENTA NI SE ARCHIVA DOS VECES.     *
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
           MOVE 'V2D2LOAD' TO DCL-SCX-PGM.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_SCOPEX
             (JOB_ID, REC_KEY, RULE_ID, PRIMA, EXCL_PGM, EXCL_TS)
             VALUES (:DCL-SCX-JOB-ID, :DCL-SCX-KEY,
              :DCL-SCX-RULE-ID, :DCL-SCX-PRIMA, :DCL-SCX-PGM,
              CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               PERFORM ARCHIVE-POLICY
               IF WS-JOB-FAILED NOT = 'Y'
                 ADD 1 TO WS-EXCL-CNT
                 MOVE POL-NUMERO TO WS-LAST-OK-KEY
               END-IF
             WHEN SQLCODE = -803
               MOVE POL-NUMERO TO WS-LAST-OK-KEY
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'INSERT V2D2_SCOPEX FALLO, SQLCODE='
                 WS-SQLCD DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
           END-EVALUATE.
       ARCHIVE-POLICY.
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
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             MOVE POL-REGISTRO TO ARC-REGISTRO
             WRITE ARC-REGISTRO
             IF WS-ARC-FS NOT = '00'
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'WRITE ARCHDD FALLO, FILE STATUS='
                 WS-ARC-FS DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * QUARANTINE-POLICY - WRITE THE RECORD TO THE REJECT DATASET   *
      * AND V2D2_REJECTS AND KEEP GOING. THE REJECT FILE OPENS ON    *
      * FIRST USE SO A CLEAN LOAD NEVER NEEDS THE DD. PAST 1000      *
