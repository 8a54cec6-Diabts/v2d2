       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2RSYN.
      *==============================================================*
      * V2D2RSYN - REVERSE SYNC ENGINE (DB2 -> POLFILE KSDS)          *
      * Invoked by JCL with PARM='nnnnnnnnn' (or CALLed by V2D2CYCL   *
      * right after V2D2APLY) while the job is migrado. V2D2APLY      *
      * keeps DB2 in step with VSAM; once converted programs go live  *
      * they update POL_POLICY, POL_AUTO/POL_VIDA/POL_HOGAR and       *
      * POL_COBERTURAS themselves, and the programs still on VSAM     *
      * would not see it until a full V2D2UNLD rebuild. The DB2       *
      * triggers log every such change in IBMUSER.V2D2_CHGLOG (the    *
      * migration's own authids, V2D2_RSEXC, are not logged); this    *
      * program replays the changed policies into the POLFILE KSDS:   *
      * the policy is rebuilt from DB2 exactly as V2D2UNLD builds it  *
      * and REWRITTEN (or WRITTEN, if VSAM never had it).             *
      *                                                               *
      * V2D2_JOBS.RSYNC_SEQ is this direction's own watermark: the    *
      * highest CHG_SEQ already replayed. The upper bound is frozen   *
      * at start, so changes logged while the run is going wait for   *
      * the next night instead of slipping past the mark.             *
      *                                                               *
      * Before replaying, the day's MOVFILE trail (MOVDD) is matched  *
      * against the log: a policy changed in DB2 and moved in VSAM on *
      * the same day is a CONFLICT, is recorded in V2D2_RSCONF and is *
      * NOT replayed - V2D2APLY has already put the VSAM movement     *
      * into DB2, and which side is right is the business's call.     *
      * Setting RESOLUTION='D' (DB2 wins) makes the next run replay   *
      * the DB2 image and mark it 'A'; 'V' (VSAM wins) just closes it.*
      * A policy deleted in DB2 is never deleted from VSAM (no        *
      * migration program deletes policies - BAJ marks them           *
      * cancelada); it is reported as an anomaly.                     *
      *                                                               *
      * POLDD is opened I-O; the VSAM online region must have the     *
      * file closed, same window as the nightly V2D2APLY.             *
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
       DATA DIVISION.
       FILE SECTION.
       FD  POLFILE.
       COPY POLREC.
       FD  MOVFILE.
       COPY MOVREC.
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-FS2                   PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-JOB-FAILED            PIC X VALUE 'N'.
       01  WS-STRATEGY              PIC X(1) VALUE SPACE.
       01  WS-SEQ-LO                PIC S9(9) COMP VALUE 0.
       01  WS-SEQ-HI                PIC S9(9) COMP VALUE 0.
       01  WS-DAY-LO                PIC X(10) VALUE SPACES.
       01  WS-DAY-HI                PIC X(10) VALUE SPACES.
       01  WS-KEY                   PIC X(12) VALUE SPACES.
       01  WS-KEY-SRC               PIC X(1) VALUE SPACE.
       01  WS-KEY-SQLCD             PIC S9(9) COMP VALUE 0.
       01  WS-PEND-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-POL-RC                PIC S9(9) COMP VALUE 0.
       01  WS-OLD-IMG               PIC X(711).
       01  WS-NEW-IMG               PIC X(711).
       01  WS-KEY-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-REWR-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-WRIT-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-SAME-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-CONF-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-HELD-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-FORCE-CNT             PIC S9(9) COMP VALUE 0.
       01  WS-DEL-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-MOV-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-CNT-D1                PIC ZZZZZZZ9.
       01  WS-SEQ-D1                PIC ZZZZZZZZ9.
       01  WS-SEQ-D2                PIC ZZZZZZZZ9.
       01  WS-COB-IDX               PIC S9(4) COMP VALUE 0.
       01  WS-COB-SEQ               PIC S9(4) COMP VALUE 0.
       01  WS-CLAIM-STEP            PIC X(8) VALUE SPACES.
       01  WS-CLAIM-TS              PIC X(26) VALUE SPACES.
       01  WS-CLAIM-OK              PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * CAMBIO DB2 QUE CHOCA CON UN MOVIMIENTO VSAM DEL MISMO DIA    *
      *--------------------------------------------------------------*
       01  WS-CF-TABLE              PIC X(18) VALUE SPACES.
       01  WS-CF-TS                 PIC X(26) VALUE SPACES.
       01  WS-CF-USER               PIC X(8) VALUE SPACES.
       01  WS-CF-DATE               PIC X(10) VALUE SPACES.
       01  WS-CF-HORA               PIC X(8) VALUE SPACES.
       01  WS-CF-TIPO               PIC X(3) VALUE SPACES.
       01  WS-CF-MUSER              PIC X(8) VALUE SPACES.
       01  WS-CF-RES                PIC X(1) VALUE SPACE.
      *--------------------------------------------------------------*
      * STAGING DE LOS BLOQUES DE SUBTIPO - MISMO ARMADO QUE         *
      * V2D2UNLD: SOLO LA VISTA QUE POL_TIPO SELECCIONA SE PUEBLA.   *
      *--------------------------------------------------------------*
       01  WS-CLI.
           05 WS-CLI-TIPO           PIC X(1).
           05 WS-CLI-DOCUMENTO      PIC X(15).
           05 WS-CLI-NOMBRE         PIC X(40).
           05 WS-CLI-DIRECCION      PIC X(60).
           05 WS-CLI-TELEFONO       PIC X(20).
           05 WS-CLI-EMAIL          PIC X(50).
       01  WS-AUTO.
           05 WS-AUTO-MARCA         PIC X(20).
           05 WS-AUTO-MODELO        PIC X(20).
           05 WS-AUTO-ANIO          PIC S9(9) COMP.
           05 WS-AUTO-PATENTE       PIC X(10).
           05 WS-AUTO-CHASIS        PIC X(20).
           05 WS-AUTO-MOTOR         PIC X(20).
           05 WS-AUTO-COLOR         PIC X(15).
           05 WS-AUTO-VALOR         PIC S9(9)V99 COMP-3.
       01  WS-VIDA.
           05 WS-VIDA-BENEF         PIC X(40).
           05 WS-VIDA-PARENT        PIC X(15).
           05 WS-VIDA-CAPITAL       PIC S9(11)V99 COMP-3.
           05 WS-VIDA-EDAD          PIC S9(9) COMP.
           05 WS-VIDA-FUMADOR       PIC X(1).
           05 WS-VIDA-GRUPO         PIC X(3).
       01  WS-HOGAR.
           05 WS-HOG-DIRECCION      PIC X(60).
           05 WS-HOG-LOCALIDAD      PIC X(30).
           05 WS-HOG-PROVINCIA      PIC X(20).
           05 WS-HOG-CP             PIC X(8).
           05 WS-HOG-METROS         PIC S9(9) COMP.
           05 WS-HOG-VALOR          PIC S9(11)V99 COMP-3.
           05 WS-HOG-TIPO-CONST     PIC X(1).
       01  WS-COB.
           05 WS-COB-CODIGO         PIC X(6).
           05 WS-COB-DESC           PIC X(30).
           05 WS-COB-MONTO          PIC S9(9)V99 COMP-3.
           05 WS-COB-DEDUC          PIC S9(7)V99 COMP-3.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2STH.
       COPY V2D2ERR.
       LINKAGE SECTION.
       01  LK-PARM-JOBID             PIC X(9).
       PROCEDURE DIVISION USING LK-PARM-JOBID.
       MAIN-PARA.
           MOVE LK-PARM-JOBID TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
           EXEC SQL
             SELECT SOURCE_DSN, MEMBER, STATUS, RSYNC_SEQ
             INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS,
               :WS-SEQ-LO
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'V2D2RSYN: JOB NO ENCONTRADO ' WS-JOBID-DISP
             GOBACK
           END-IF.
           IF DCL-STATUS NOT = 'M'
             DISPLAY 'V2D2RSYN: JOB ' WS-JOBID-DISP
               ' NO ESTA MIGRADO (STATUS=' DCL-STATUS ')'
             GOBACK
           END-IF.
      *    TOPE CONGELADO AL ARRANCAR: LO QUE SE REGISTRE DURANTE LA
      *    CORRIDA QUEDA PARA LA PROXIMA NOCHE.
           MOVE 0 TO WS-SEQ-HI.
           EXEC SQL
             SELECT COALESCE(MAX(CHG_SEQ), 0)
             INTO :WS-SEQ-HI
             FROM IBMUSER.V2D2_CHGLOG
           END-EXEC.
           IF WS-SEQ-HI < WS-SEQ-LO
             MOVE WS-SEQ-LO TO WS-SEQ-HI
           END-IF.
           MOVE WS-SEQ-LO TO WS-SEQ-D1.
           MOVE WS-SEQ-HI TO WS-SEQ-D2.
           DISPLAY 'V2D2RSYN: REPLICANDO CAMBIOS DB2 DEL JOB '
             WS-JOBID-DISP ' AL KSDS, CHG_SEQ ' WS-SEQ-D1 ' A '
             WS-SEQ-D2.
           PERFORM GET-DDL-STRATEGY.
           PERFORM CLAIM-JOB.
           IF WS-CLAIM-OK NOT = 'Y'
             GOBACK
           END-IF.
           PERFORM DETECT-CONFLICTS.
           IF WS-JOB-FAILED = 'Y'
             GOBACK
           END-IF.
           OPEN I-O POLFILE.
           IF WS-FS1 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN POLDD (I-O) FALLO, FILE STATUS='
               WS-FS1 DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
             GOBACK
           END-IF.
           PERFORM REPLAY-CHANGES.
           CLOSE POLFILE.
           IF WS-JOB-FAILED NOT = 'Y'
             PERFORM SAVE-WATERMARK
             PERFORM PRINT-CONFLICTS
           END-IF.
           PERFORM RELEASE-JOB.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2RSYN: ' WS-KEY-CNT ' POLIZAS CAMBIADAS EN DB2,'
             ' REWRITE=' WS-REWR-CNT ' WRITE=' WS-WRIT-CNT
             ' YA IGUALES=' WS-SAME-CNT.
           DISPLAY 'V2D2RSYN: CONFLICTOS NUEVOS=' WS-CONF-CNT
             ' RETENIDOS=' WS-HELD-CNT ' RESUELTOS DB2=' WS-FORCE-CNT
             ' BORRADAS EN DB2=' WS-DEL-CNT.
           GOBACK.
      *--------------------------------------------------------------*
      * DETECT-CONFLICTS - CADA MOVIMIENTO DEL MOVFILE CUYO DIA CAE  *
      * DENTRO DE LOS DIAS DEL RANGO DE CAMBIOS SE BUSCA EN EL LOG:  *
      * MISMA POLIZA, MISMO DIA, CAMBIO DB2 EN EL RANGO = CONFLICTO. *
      * UNA POLIZA CON VARIOS MOVIMIENTOS EL MISMO DIA QUEDA UNA SOLA*
      * VEZ (-803 SOBRE LA CLAVE DE V2D2_RSCONF).                    *
      *--------------------------------------------------------------*
       DETECT-CONFLICTS.
           IF WS-SEQ-HI > WS-SEQ-LO
             MOVE SPACES TO WS-DAY-LO WS-DAY-HI
             EXEC SQL
               SELECT CHAR(DATE(MIN(CHG_TS)), ISO),
                 CHAR(DATE(MAX(CHG_TS)), ISO)
               INTO :WS-DAY-LO, :WS-DAY-HI
               FROM IBMUSER.V2D2_CHGLOG
               WHERE CHG_SEQ > :WS-SEQ-LO
                 AND CHG_SEQ <= :WS-SEQ-HI
             END-EXEC
             IF SQLCODE = 0
               PERFORM SCAN-MOVFILE
             END-IF
           END-IF.
       SCAN-MOVFILE.
           OPEN INPUT MOVFILE.
           IF WS-FS2 NOT = '00'
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'OPEN MOVDD FALLO, FILE STATUS='
               WS-FS2 DELIMITED BY SIZE
               INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y' OR WS-JOB-FAILED = 'Y'
               READ MOVFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM CHECK-ONE-MOVIMIENTO
               END-READ
             END-PERFORM
             CLOSE MOVFILE
             IF WS-JOB-FAILED NOT = 'Y'
               EXEC SQL COMMIT END-EXEC
             END-IF
           END-IF.
       CHECK-ONE-MOVIMIENTO.
           ADD 1 TO WS-MOV-CNT.
           IF MOV-FECHA NOT < WS-DAY-LO AND MOV-FECHA NOT > WS-DAY-HI
             PERFORM FIND-SAME-DAY-CHANGE
           END-IF.
       FIND-SAME-DAY-CHANGE.
           EXEC SQL
             SELECT TABLE_NAME, CHAR(CHG_TS), CHG_USER
             INTO :WS-CF-TABLE, :WS-CF-TS, :WS-CF-USER
             FROM IBMUSER.V2D2_CHGLOG
             WHERE POL_NUMERO = :MOV-POLIZA
               AND CHG_SEQ > :WS-SEQ-LO
               AND CHG_SEQ <= :WS-SEQ-HI
               AND DATE(CHG_TS) = DATE(:MOV-FECHA)
             ORDER BY CHG_SEQ
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
             PERFORM RECORD-CONFLICT
           END-IF.
       RECORD-CONFLICT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_RSCONF
             (JOB_ID, POL_NUMERO, CONF_DATE, MOV_HORA,
              MOV_TIPO_MOV, MOV_USUARIO, CHG_TABLE, CHG_TS,
              CHG_USER, DETECT_TS, RESOLUTION)
             VALUES (:DCL-JOB-ID, :MOV-POLIZA, :MOV-FECHA,
              :MOV-HORA, :MOV-TIPO-MOV, :MOV-USUARIO,
              :WS-CF-TABLE, TIMESTAMP(:WS-CF-TS), :WS-CF-USER,
              CURRENT TIMESTAMP, 'N')
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               ADD 1 TO WS-CONF-CNT
             WHEN SQLCODE = -803
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'CONFLICTO ' MOV-POLIZA ' NO REGISTRADO,'
                 ' SQLCODE=' WS-SQLCD DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
           END-EVALUATE.
      *--------------------------------------------------------------*
      * REPLAY-CHANGES - UNA VEZ POR POLIZA, POR MAS FILAS QUE TENGA *
      * EN EL LOG, MAS LOS CONFLICTOS QUE EL NEGOCIO RESOLVIO A      *
      * FAVOR DE DB2 ('D'). WITH HOLD: SE CONFIRMA CADA 500.         *
      *--------------------------------------------------------------*
       REPLAY-CHANGES.
           EXEC SQL DECLARE RSCUR CURSOR WITH HOLD FOR
             SELECT POL_NUMERO, 'L'
             FROM IBMUSER.V2D2_CHGLOG
             WHERE CHG_SEQ > :WS-SEQ-LO
               AND CHG_SEQ <= :WS-SEQ-HI
             GROUP BY POL_NUMERO
             UNION
             SELECT POL_NUMERO, 'D'
             FROM IBMUSER.V2D2_RSCONF
             WHERE JOB_ID = :DCL-JOB-ID
               AND RESOLUTION = 'D'
             ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN RSCUR END-EXEC.
           MOVE SQLCODE TO WS-KEY-SQLCD.
           PERFORM UNTIL WS-KEY-SQLCD NOT = 0 OR WS-JOB-FAILED = 'Y'
             EXEC SQL
               FETCH RSCUR INTO :WS-KEY, :WS-KEY-SRC
             END-EXEC
             MOVE SQLCODE TO WS-KEY-SQLCD
             IF WS-KEY-SQLCD = 0
               PERFORM REPLAY-ONE-POLICY
               IF FUNCTION MOD(WS-KEY-CNT, 500) = 0
                 AND WS-JOB-FAILED NOT = 'Y'
                 EXEC SQL COMMIT END-EXEC
               END-IF
             END-IF
           END-PERFORM.
      *    SIN LLEGAR AL FIN DEL CURSOR LA MARCA NO DEBE AVANZAR.
           IF WS-KEY-SQLCD NOT = 100 AND WS-JOB-FAILED NOT = 'Y'
             MOVE WS-KEY-SQLCD TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH V2D2_CHGLOG FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             PERFORM FAIL-JOB
           END-IF.
           IF WS-JOB-FAILED NOT = 'Y'
             EXEC SQL CLOSE RSCUR END-EXEC
           END-IF.
      *    UNA POLIZA CON CONFLICTO PENDIENTE ('N') NO SE REPLICA;
      *    LA QUE EL NEGOCIO DIO A DB2 ('D') SE REPLICA Y SE CIERRA.
      *    SI LLEGA DOS VECES (LOG Y 'D') LA SEGUNDA ES INOCUA.
       REPLAY-ONE-POLICY.
           ADD 1 TO WS-KEY-CNT.
           MOVE 0 TO WS-PEND-CNT.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-PEND-CNT
             FROM IBMUSER.V2D2_RSCONF
             WHERE JOB_ID = :DCL-JOB-ID
               AND POL_NUMERO = :WS-KEY
               AND RESOLUTION = 'N'
           END-EXEC.
           IF WS-PEND-CNT > 0
             ADD 1 TO WS-HELD-CNT
           ELSE
             PERFORM REPLAY-POLICY-IMAGE
           END-IF.
       REPLAY-POLICY-IMAGE.
           PERFORM FETCH-DB2-POLICY.
           EVALUATE TRUE
             WHEN WS-POL-RC = 0
               PERFORM APPLY-TO-VSAM
             WHEN WS-POL-RC = 100
               PERFORM CHECK-DB2-DELETE
             WHEN OTHER
               MOVE WS-POL-RC TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'LECTURA POL_POLICY ' WS-KEY
                 ' FALLO, SQLCODE=' WS-SQLCD DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
           END-EVALUATE.
           IF WS-KEY-SRC = 'D' AND WS-JOB-FAILED NOT = 'Y'
             ADD 1 TO WS-FORCE-CNT
             EXEC SQL
               UPDATE IBMUSER.V2D2_RSCONF
                 SET RESOLUTION = 'A'
               WHERE JOB_ID = :DCL-JOB-ID
                 AND POL_NUMERO = :WS-KEY
                 AND RESOLUTION = 'D'
             END-EXEC
           END-IF.
      *--------------------------------------------------------------*
      * FETCH-DB2-POLICY - LA FILA DEL JOB EN POL_POLICY (EL LOG ES  *
      * DE TODA LA TABLA; UNA POLIZA DE OTRO JOB DA 100 Y SE TRATA   *
      * COMO AUSENTE), SUS HIJAS Y SUS COBERTURAS, ARMADAS EN        *
      * POL-REGISTRO. EL SQLCODE DE LA FILA BASE QUEDA EN WS-POL-RC. *
      *--------------------------------------------------------------*
       FETCH-DB2-POLICY.
           MOVE SPACES TO POL-REGISTRO.
           MOVE WS-KEY TO POL-NUMERO.
           PERFORM BLANK-SUBTYPE-STAGING.
           EXEC SQL
             SELECT POL_SUCURSAL, POL_FECHA_EMISION,
               POL_FECHA_VENC, POL_TIPO, POL_ESTADO,
               POL_PRIMA_TOTAL,
               COALESCE(CLI_TIPO, ' '), COALESCE(CLI_DOCUMENTO, ' '),
               COALESCE(CLI_NOMBRE, ' '),
               COALESCE(CLI_DIRECCION, ' '),
               COALESCE(CLI_TELEFONO, ' '), COALESCE(CLI_EMAIL, ' '),
               COALESCE(AUTO_MARCA, ' '), COALESCE(AUTO_MODELO, ' '),
               COALESCE(AUTO_ANIO, 0), COALESCE(AUTO_PATENTE, ' '),
               COALESCE(AUTO_CHASIS, ' '), COALESCE(AUTO_MOTOR, ' '),
               COALESCE(AUTO_COLOR, ' '), COALESCE(AUTO_VALOR, 0),
               COALESCE(VIDA_BENEFICIARIO, ' '),
               COALESCE(VIDA_PARENTESCO, ' '),
               COALESCE(VIDA_CAPITAL, 0),
               COALESCE(VIDA_EDAD_INGR, 0),
               COALESCE(VIDA_FUMADOR, ' '),
               COALESCE(VIDA_GRUPO_SANG, ' '),
               COALESCE(HOG_DIRECCION, ' '),
               COALESCE(HOG_LOCALIDAD, ' '),
               COALESCE(HOG_PROVINCIA, ' '), COALESCE(HOG_CP, ' '),
               COALESCE(HOG_METROS_CUAD, 0),
               COALESCE(HOG_VALOR_INMUEBLE, 0),
               COALESCE(HOG_TIPO_CONST, ' '),
               POL_NUM_COBERT, PAG_FORMA, PAG_CUOTAS,
               PAG_MONTO_CUOTA, PAG_DIA_VENC,
               COALESCE(POL_OBSERVACIONES, ' '),
               COALESCE(AUD_USUARIO, ' '),
               COALESCE(AUD_FECHA_ALTA, ' '),
               COALESCE(AUD_FECHA_MODIF, ' '),
               COALESCE(AUD_TERMINAL, ' ')
             INTO :POL-SUCURSAL,
               :POL-FECHA-EMISION, :POL-FECHA-VENC,
               :POL-TIPO, :POL-ESTADO, :POL-PRIMA-TOTAL,
               :WS-CLI-TIPO, :WS-CLI-DOCUMENTO, :WS-CLI-NOMBRE,
               :WS-CLI-DIRECCION, :WS-CLI-TELEFONO,
               :WS-CLI-EMAIL,
               :WS-AUTO-MARCA, :WS-AUTO-MODELO, :WS-AUTO-ANIO,
               :WS-AUTO-PATENTE, :WS-AUTO-CHASIS,
               :WS-AUTO-MOTOR, :WS-AUTO-COLOR, :WS-AUTO-VALOR,
               :WS-VIDA-BENEF, :WS-VIDA-PARENT,
               :WS-VIDA-CAPITAL, :WS-VIDA-EDAD,
               :WS-VIDA-FUMADOR, :WS-VIDA-GRUPO,
               :WS-HOG-DIRECCION, :WS-HOG-LOCALIDAD,
               :WS-HOG-PROVINCIA, :WS-HOG-CP, :WS-HOG-METROS,
               :WS-HOG-VALOR, :WS-HOG-TIPO-CONST,
               :POL-NUM-COBERT, :PAG-FORMA, :PAG-CUOTAS,
               :PAG-MONTO-CUOTA, :PAG-DIA-VENC,
               :POL-OBSERVACIONES, :AUD-USUARIO,
               :AUD-FECHA-ALTA, :AUD-FECHA-MODIF, :AUD-TERMINAL
             FROM IBMUSER.POL_POLICY
             WHERE POL_NUMERO = :WS-KEY
               AND JOB_ID = :DCL-JOB-ID
           END-EXEC.
           MOVE SQLCODE TO WS-POL-RC.
           IF WS-POL-RC = 0
             IF WS-STRATEGY = 'S'
               PERFORM FETCH-SUBTYPE-CHILD
             END-IF
             PERFORM BUILD-SUBTYPE-VIEW
             PERFORM FILL-COBERTURAS
           END-IF.
       FETCH-SUBTYPE-CHILD.
           EVALUATE TRUE
             WHEN POL-ES-AUTO
               EXEC SQL
                 SELECT COALESCE(AUTO_MARCA, ' '),
                   COALESCE(AUTO_MODELO, ' '),
                   COALESCE(AUTO_ANIO, 0),
                   COALESCE(AUTO_PATENTE, ' '),
                   COALESCE(AUTO_CHASIS, ' '),
                   COALESCE(AUTO_MOTOR, ' '),
                   COALESCE(AUTO_COLOR, ' '),
                   COALESCE(AUTO_VALOR, 0)
                 INTO :WS-AUTO-MARCA, :WS-AUTO-MODELO,
                   :WS-AUTO-ANIO, :WS-AUTO-PATENTE,
                   :WS-AUTO-CHASIS, :WS-AUTO-MOTOR,
                   :WS-AUTO-COLOR, :WS-AUTO-VALOR
                 FROM IBMUSER.POL_AUTO
                 WHERE POL_NUMERO = :POL-NUMERO
               END-EXEC
             WHEN POL-ES-VIDA
               EXEC SQL
                 SELECT COALESCE(VIDA_BENEFICIARIO, ' '),
                   COALESCE(VIDA_PARENTESCO, ' '),
                   COALESCE(VIDA_CAPITAL, 0),
                   COALESCE(VIDA_EDAD_INGR, 0),
                   COALESCE(VIDA_FUMADOR, ' '),
                   COALESCE(VIDA_GRUPO_SANG, ' ')
                 INTO :WS-VIDA-BENEF, :WS-VIDA-PARENT,
                   :WS-VIDA-CAPITAL, :WS-VIDA-EDAD,
                   :WS-VIDA-FUMADOR, :WS-VIDA-GRUPO
                 FROM IBMUSER.POL_VIDA
                 WHERE POL_NUMERO = :POL-NUMERO
               END-EXEC
             WHEN POL-ES-HOGAR
               EXEC SQL
                 SELECT COALESCE(HOG_DIRECCION, ' '),
                   COALESCE(HOG_LOCALIDAD, ' '),
                   COALESCE(HOG_PROVINCIA, ' '),
                   COALESCE(HOG_CP, ' '),
                   COALESCE(HOG_METROS_CUAD, 0),
                   COALESCE(HOG_VALOR_INMUEBLE, 0),
                   COALESCE(HOG_TIPO_CONST, ' ')
                 INTO :WS-HOG-DIRECCION, :WS-HOG-LOCALIDAD,
                   :WS-HOG-PROVINCIA, :WS-HOG-CP,
                   :WS-HOG-METROS, :WS-HOG-VALOR,
                   :WS-HOG-TIPO-CONST
                 FROM IBMUSER.POL_HOGAR
                 WHERE POL_NUMERO = :POL-NUMERO
               END-EXEC
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF SQLCODE NOT = 0
             PERFORM BLANK-SUBTYPE-STAGING
           END-IF.
       BLANK-SUBTYPE-STAGING.
           MOVE SPACES TO WS-AUTO-MARCA WS-AUTO-MODELO
             WS-AUTO-PATENTE WS-AUTO-CHASIS WS-AUTO-MOTOR
             WS-AUTO-COLOR.
           MOVE 0 TO WS-AUTO-ANIO WS-AUTO-VALOR.
           MOVE SPACES TO WS-VIDA-BENEF WS-VIDA-PARENT
             WS-VIDA-FUMADOR WS-VIDA-GRUPO.
           MOVE 0 TO WS-VIDA-CAPITAL WS-VIDA-EDAD.
           MOVE SPACES TO WS-HOG-DIRECCION WS-HOG-LOCALIDAD
             WS-HOG-PROVINCIA WS-HOG-CP WS-HOG-TIPO-CONST.
           MOVE 0 TO WS-HOG-METROS WS-HOG-VALOR.
       BUILD-SUBTYPE-VIEW.
           MOVE SPACES TO POL-CLIENTE.
           EVALUATE TRUE
             WHEN POL-ES-AUTO
               MOVE WS-AUTO-MARCA TO AUTO-MARCA
               MOVE WS-AUTO-MODELO TO AUTO-MODELO
               MOVE WS-AUTO-ANIO TO AUTO-ANIO
               MOVE WS-AUTO-PATENTE TO AUTO-PATENTE
               MOVE WS-AUTO-CHASIS TO AUTO-CHASIS
               MOVE WS-AUTO-MOTOR TO AUTO-MOTOR
               MOVE WS-AUTO-COLOR TO AUTO-COLOR
               MOVE WS-AUTO-VALOR TO AUTO-VALOR
             WHEN POL-ES-VIDA
               MOVE WS-VIDA-BENEF TO VIDA-BENEFICIARIO
               MOVE WS-VIDA-PARENT TO VIDA-PARENTESCO
               MOVE WS-VIDA-CAPITAL TO VIDA-CAPITAL
               MOVE WS-VIDA-EDAD TO VIDA-EDAD-INGR
               MOVE WS-VIDA-FUMADOR TO VIDA-FUMADOR
               MOVE WS-VIDA-GRUPO TO VIDA-GRUPO-SANG
             WHEN POL-ES-HOGAR
               MOVE WS-HOG-DIRECCION TO HOG-DIRECCION
               MOVE WS-HOG-LOCALIDAD TO HOG-LOCALIDAD
               MOVE WS-HOG-PROVINCIA TO HOG-PROVINCIA
               MOVE WS-HOG-CP TO HOG-CP
               MOVE WS-HOG-METROS TO HOG-METROS-CUAD
               MOVE WS-HOG-VALOR TO HOG-VALOR-INMUEBLE
               MOVE WS-HOG-TIPO-CONST TO HOG-TIPO-CONST
             WHEN OTHER
               MOVE WS-CLI-TIPO TO CLI-TIPO
               MOVE WS-CLI-DOCUMENTO TO CLI-DOCUMENTO
               MOVE WS-CLI-NOMBRE TO CLI-NOMBRE
               MOVE WS-CLI-DIRECCION TO CLI-DIRECCION
               MOVE WS-CLI-TELEFONO TO CLI-TELEFONO
               MOVE WS-CLI-EMAIL TO CLI-EMAIL
           END-EVALUATE.
       FILL-COBERTURAS.
           PERFORM VARYING WS-COB-IDX FROM 1 BY 1
             UNTIL WS-COB-IDX > 5
             MOVE SPACES TO COB-CODIGO(WS-COB-IDX)
             MOVE SPACES TO COB-DESCRIPCION(WS-COB-IDX)
             MOVE 0 TO COB-MONTO(WS-COB-IDX)
             MOVE 0 TO COB-DEDUCIBLE(WS-COB-IDX)
           END-PERFORM.
           IF POL-NUM-COBERT > 5
             MOVE 5 TO POL-NUM-COBERT
           END-IF.
           EXEC SQL DECLARE RCCUR CURSOR FOR
             SELECT COB_SEQ, COB_CODIGO, COB_DESCRIPCION,
               COB_MONTO, COB_DEDUCIBLE
             FROM IBMUSER.POL_COBERTURAS
             WHERE POL_NUMERO = :POL-NUMERO
             ORDER BY COB_SEQ
           END-EXEC.
           EXEC SQL OPEN RCCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH RCCUR
               INTO :WS-COB-SEQ, :WS-COB-CODIGO, :WS-COB-DESC,
                 :WS-COB-MONTO, :WS-COB-DEDUC
             END-EXEC
             IF SQLCODE = 0
               AND WS-COB-SEQ >= 1 AND WS-COB-SEQ <= 5
               MOVE WS-COB-CODIGO TO COB-CODIGO(WS-COB-SEQ)
               MOVE WS-COB-DESC TO COB-DESCRIPCION(WS-COB-SEQ)
               MOVE WS-COB-MONTO TO COB-MONTO(WS-COB-SEQ)
               MOVE WS-COB-DEDUC TO COB-DEDUCIBLE(WS-COB-SEQ)
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE RCCUR END-EXEC.
      *--------------------------------------------------------------*
      * APPLY-TO-VSAM - LA IMAGEN DB2 SE GUARDA, SE LEE EL REGISTRO  *
      * VSAM POR CLAVE Y SOLO SE REESCRIBE SI DIFIERE (UN CAMBIO DB2 *
      * YA IGUAL AL VSAM NO GENERA E/S). CLAVE AUSENTE (23) = WRITE. *
      *--------------------------------------------------------------*
       APPLY-TO-VSAM.
           MOVE POL-REGISTRO TO WS-NEW-IMG.
           READ POLFILE INTO WS-OLD-IMG
             KEY IS POL-NUMERO
           END-READ.
           EVALUATE WS-FS1
             WHEN '00'
               IF WS-OLD-IMG = WS-NEW-IMG
                 ADD 1 TO WS-SAME-CNT
               ELSE
                 MOVE WS-NEW-IMG TO POL-REGISTRO
                 REWRITE POL-REGISTRO
                 IF WS-FS1 = '00'
                   ADD 1 TO WS-REWR-CNT
                 ELSE
                   PERFORM VSAM-IO-FAILED
                 END-IF
               END-IF
             WHEN '23'
               MOVE WS-NEW-IMG TO POL-REGISTRO
               WRITE POL-REGISTRO
               IF WS-FS1 = '00'
                 ADD 1 TO WS-WRIT-CNT
               ELSE
                 PERFORM VSAM-IO-FAILED
               END-IF
             WHEN OTHER
               PERFORM VSAM-IO-FAILED
           END-EVALUATE.
       VSAM-IO-FAILED.
           MOVE SPACES TO WS-ERR-TEXT.
           STRING 'E/S POLDD FALLO EN ' WS-KEY
             ', FILE STATUS=' WS-FS1 DELIMITED BY SIZE
             INTO WS-ERR-TEXT.
           PERFORM FAIL-JOB.
      *    LA POLIZA YA NO ESTA EN DB2 PARA ESTE JOB. SI EL VSAM LA
      *    TIENE, LA BORRO UN PROGRAMA CONVERTIDO: SE INFORMA, NO SE
      *    BORRA (NINGUN PROGRAMA DE LA MIGRACION BORRA POLIZAS).
       CHECK-DB2-DELETE.
           MOVE WS-KEY TO POL-NUMERO.
           READ POLFILE
             KEY IS POL-NUMERO
           END-READ.
           IF WS-FS1 = '00'
             ADD 1 TO WS-DEL-CNT
             DISPLAY 'V2D2RSYN: POLIZA ' WS-KEY
               ' BORRADA EN DB2 Y VIGENTE EN VSAM - REVISAR'
           END-IF.
      *--------------------------------------------------------------*
      * PRINT-CONFLICTS - TODO LO PENDIENTE DEL JOB, NO SOLO LO DE   *
      * HOY: UN CONFLICTO SIGUE EN EL REPORTE HASTA QUE EL NEGOCIO   *
      * LO RESUELVE.                                                 *
      *--------------------------------------------------------------*
       PRINT-CONFLICTS.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2RSYN - CONFLICTOS DB2/VSAM DEL JOB '
             WS-JOBID-DISP.
           DISPLAY 'POLIZA       DIA        HORA MOV TIPO USUARIO '
             ' TABLA DB2          CAMBIO DB2          USUARIO'.
           DISPLAY '=============================================='.
           EXEC SQL DECLARE CFCUR CURSOR FOR
             SELECT POL_NUMERO, CONF_DATE, MOV_HORA, MOV_TIPO_MOV,
               MOV_USUARIO, CHG_TABLE, CHAR(CHG_TS), CHG_USER,
               RESOLUTION
             FROM IBMUSER.V2D2_RSCONF
             WHERE JOB_ID = :DCL-JOB-ID
               AND RESOLUTION IN ('N', 'D')
             ORDER BY CONF_DATE, POL_NUMERO
           END-EXEC.
           EXEC SQL OPEN CFCUR END-EXEC.
           MOVE 0 TO WS-PEND-CNT.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH CFCUR INTO :WS-KEY, :WS-CF-DATE, :WS-CF-HORA,
                 :WS-CF-TIPO, :WS-CF-MUSER, :WS-CF-TABLE,
                 :WS-CF-TS, :WS-CF-USER, :WS-CF-RES
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-PEND-CNT
               DISPLAY WS-KEY ' ' WS-CF-DATE ' ' WS-CF-HORA ' '
                 WS-CF-TIPO '  ' WS-CF-MUSER ' ' WS-CF-TABLE ' '
                 WS-CF-TS(1:19) ' ' WS-CF-USER ' ' WS-CF-RES
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE CFCUR END-EXEC.
           IF WS-PEND-CNT = 0
             DISPLAY 'SIN CONFLICTOS PENDIENTES'
           ELSE
             DISPLAY 'RESUELVA CON RESOLUTION=''D'' (GANA DB2) O'
               ' ''V'' (GANA VSAM) EN V2D2_RSCONF'
           END-IF.
           DISPLAY '=============================================='.
       SAVE-WATERMARK.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
               SET RSYNC_SEQ = :WS-SEQ-HI,
                   UPDATED_TS = CURRENT TIMESTAMP
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
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
      *--------------------------------------------------------------*
      * FAIL-JOB - MISMO TRATAMIENTO QUE V2D2APLY: LA SINCRONIZACION *
      * QUE NO PUEDE SEGUIR DEJA EL JOB EN 'E' PARA QUE NADIE LO     *
      * CERTIFIQUE CON LOS MAESTROS DESALINEADOS. LA MARCA NO SE     *
      * MUEVE: LA PROXIMA CORRIDA RETOMA DESDE EL MISMO CHG_SEQ.     *
      *--------------------------------------------------------------*
       FAIL-JOB.
           MOVE 'Y' TO WS-JOB-FAILED.
           EXEC SQL ROLLBACK END-EXEC.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
               SET STATUS = 'E',
                   UPDATED_TS = CURRENT TIMESTAMP
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           MOVE DCL-STATUS TO DCL-STH-OLD.
           MOVE 'E' TO DCL-STH-NEW.
           PERFORM RECORD-STS-CHANGE.
           MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID.
           MOVE 'V2D2RSYN' TO DCL-ERR-STEP.
           MOVE WS-ERR-TEXT TO DCL-ERR-TEXT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ERRORS
             (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
             VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
              :DCL-ERR-STEP, :DCL-ERR-TEXT)
           END-EXEC.
           PERFORM RELEASE-JOB.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2RSYN: ' WS-ERR-TEXT.
       RECORD-STS-CHANGE.
           MOVE DCL-JOB-ID TO DCL-STH-JOB-ID.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_STSHIST
             (JOB_ID, CHANGE_TS, OLD_STATUS, NEW_STATUS,
              PROGRAM, USERID)
             VALUES (:DCL-STH-JOB-ID, CURRENT TIMESTAMP,
              :DCL-STH-OLD, :DCL-STH-NEW, 'V2D2RSYN', ' ')
           END-EXEC.
      *--------------------------------------------------------------*
      * CLAIM-JOB / RELEASE-JOB - SERIALIZACION POR JOB: EL UPDATE   *
      * CONDICIONADO SOLO PROSPERA SI NADIE TIENE EL JOB TOMADO;     *
      * DOS RUNNERS SIMULTANEOS SOBRE EL MISMO JOB_ID YA NO PUEDEN   *
      * PISARSE. UN RECLAMO HUERFANO DE UNA CORRIDA ABENDADA SE      *
      * LIBERA DESDE LA OPCION 0 DE V2D2MAIN.                        *
      *--------------------------------------------------------------*
       CLAIM-JOB.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JOBS
               SET CLAIM_STEP = 'V2D2RSYN',
                   CLAIM_TS = CURRENT TIMESTAMP
             WHERE JOB_ID = :DCL-JOB-ID
               AND CLAIM_STEP IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
             MOVE SPACES TO WS-CLAIM-STEP WS-CLAIM-TS
             EXEC SQL
               SELECT COALESCE(CLAIM_STEP, ' '),
                 COALESCE(CHAR(CLAIM_TS), ' ')
               INTO :WS-CLAIM-STEP, :WS-CLAIM-TS
               FROM IBMUSER.V2D2_JOBS
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             DISPLAY 'V2D2RSYN: JOB ' WS-JOBID-DISP
               ' YA EN PROCESO POR ' WS-CLAIM-STEP
               ' DESDE ' WS-CLAIM-TS(1:19)
             MOVE 'N' TO WS-CLAIM-OK
           ELSE
             EXEC SQL COMMIT END-EXEC
             MOVE 'Y' TO WS-CLAIM-OK
           END-IF.
       RELEASE-JOB.
           IF WS-CLAIM-OK = 'Y'
             EXEC SQL
               UPDATE IBMUSER.V2D2_JOBS
                 SET CLAIM_STEP = NULL,
                     CLAIM_TS = NULL
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             MOVE 'N' TO WS-CLAIM-OK
           END-IF.
