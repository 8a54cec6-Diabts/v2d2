       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2CUOT.
      *==============================================================*
      * V2D2CUOT - INSTALLMENT SCHEDULE BUILDER (POL_CUOTAS)          *
      * Invoked by JCL with PARM='nnnnnnnnn[,poliza][,TOL=cents]'     *
      * once the job is migrado, and CALLed by V2D2APLY for every     *
      * 'MOD' it applies (PARM 'nnnnnnnnn,poliza,APLY').              *
      * POL-PAGOS reaches DB2 as flat columns (PAG_FORMA, PAG_CUOTAS, *
      * PAG_MONTO_CUOTA, PAG_DIA_VENC); this step derives one         *
      * POL_CUOTAS row per installment - sequence, due date, amount   *
      * and payment form - so Collections reads the schedule instead  *
      * of every consumer computing it:                               *
      *   - installments are spread over the policy term              *
      *     (POL_FECHA_EMISION to POL_FECHA_VENC): monthly when the   *
      *     term has fewer months than installments, otherwise every  *
      *     term/cuotas months;                                       *
      *   - the first due date is the first PAG_DIA_VENC on or after  *
      *     the emission date;                                        *
      *   - a due day the month does not have (31 in a 30-day         *
      *     month, 29-31 in February) falls on the last day of that   *
      *     month and the row is marked CUO_AJUSTE 'S'.               *
      * Exceptions are listed on SYSOUT per policy: cuotas x monto    *
      * cuota that misses POL_PRIMA_TOTAL by more than the tolerance  *
      * (default one cent per installment, TOL= overrides it with an  *
      * absolute amount in cents), a due day outside 1-31 (no         *
      * schedule is built), due days moved to month end, and          *
      * installments due after POL_FECHA_VENC. Each policy's old      *
      * schedule is deleted before the new one is written, so a rerun *
      * (after a V2D2LOAD DELTA pass, say) simply rebuilds it.        *
      * Called from V2D2APLY the caller owns the unit of work and the *
      * job claim: nothing is committed or claimed here.              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-ERR-TEXT              PIC X(79) VALUE SPACES.
       01  WS-TOK-TAB.
           05 WS-TOK OCCURS 4 TIMES PIC X(15).
       01  WS-TOK-RJ                PIC X(9) JUSTIFIED RIGHT.
       01  WS-TX                    PIC S9(4) COMP VALUE 0.
       01  WS-ONE-POLICY            PIC X(12) VALUE SPACES.
       01  WS-CALLED                PIC X VALUE 'N'.
       01  WS-TOL-GIVEN             PIC X VALUE 'N'.
       01  WS-TOL-RJ                PIC X(7) JUSTIFIED RIGHT.
       01  WS-TOL-CENTS             PIC 9(7) VALUE 0.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
       01  WS-CLAIM-STEP            PIC X(8) VALUE SPACES.
       01  WS-CLAIM-TS              PIC X(26) VALUE SPACES.
       01  WS-CLAIM-OK              PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * FILA DE POL_POLICY EN CURSO                                  *
      *--------------------------------------------------------------*
       01  WS-CU-NUMERO             PIC X(12).
       01  WS-CU-EMISION            PIC X(10).
       01  WS-CU-VENC               PIC X(10).
       01  WS-CU-PRIMA              PIC S9(9)V99 COMP-3.
       01  WS-CU-FORMA              PIC X(1).
       01  WS-CU-CUOTAS             PIC S9(9) COMP.
       01  WS-CU-MONTO              PIC S9(7)V99 COMP-3.
       01  WS-CU-DIA                PIC S9(9) COMP.
      *--------------------------------------------------------------*
      * CALCULO DEL CRONOGRAMA                                       *
      *--------------------------------------------------------------*
       01  WS-CU-TOTAL              PIC S9(11)V99 COMP-3.
       01  WS-CU-DIFF               PIC S9(11)V99 COMP-3.
       01  WS-CU-TOL                PIC S9(9)V99 COMP-3.
       01  WS-DATE-FIELD            PIC X(10) VALUE SPACES.
       01  WS-DATE-OK               PIC X VALUE 'Y'.
       01  WS-DX                    PIC S9(4) COMP VALUE 0.
       01  WS-EM-YY                 PIC 9(4).
       01  WS-EM-MM                 PIC 9(2).
       01  WS-EM-DD                 PIC 9(2).
       01  WS-VN-YY                 PIC 9(4).
       01  WS-VN-MM                 PIC 9(2).
       01  WS-VENC-OK               PIC X VALUE 'N'.
       01  WS-SPAN                  PIC S9(5) COMP VALUE 0.
       01  WS-STEP                  PIC S9(5) COMP VALUE 0.
       01  WS-BASE-MONTHS           PIC S9(7) COMP VALUE 0.
       01  WS-ABS-MONTHS            PIC S9(7) COMP VALUE 0.
       01  WS-SEQ                   PIC S9(9) COMP VALUE 0.
       01  WS-Y                     PIC 9(4).
       01  WS-M                     PIC 9(2).
       01  WS-D                     PIC 9(2).
       01  WS-DIM                   PIC 9(2).
       01  WS-DUE                   PIC X(10).
       01  WS-AJUSTE                PIC X(1).
       01  WS-ADJ-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-LATE-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-DIAS-MES-INIT         PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-DIAS-MES REDEFINES WS-DIAS-MES-INIT.
           05 WS-DIAS OCCURS 12 TIMES PIC 9(2).
      *--------------------------------------------------------------*
      * TOTALES DE LA CORRIDA                                        *
      *--------------------------------------------------------------*
       01  WS-POL-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-SCHED-CNT             PIC S9(9) COMP VALUE 0.
       01  WS-ROW-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-NOPLAN-CNT            PIC S9(9) COMP VALUE 0.
       01  WS-DESC-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-BADDAY-CNT            PIC S9(9) COMP VALUE 0.
       01  WS-BADDATE-CNT           PIC S9(9) COMP VALUE 0.
       01  WS-ADJPOL-CNT            PIC S9(9) COMP VALUE 0.
       01  WS-LATEPOL-CNT           PIC S9(9) COMP VALUE 0.
       01  WS-AMT-D1                PIC -(9)9.99.
       01  WS-AMT-D2                PIC -(9)9.99.
       01  WS-CNT-D1                PIC ZZ9.
       01  WS-CNT-D2                PIC ZZ9.
       01  WS-DIA-D                 PIC -(8)9.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2ERR.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(60).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
      *    V2D2APLY LO LLAMA UNA VEZ POR MOD SIN CANCEL: LOS TOTALES
      *    SE PONEN EN CERO EN CADA ENTRADA.
           MOVE 0 TO WS-POL-CNT WS-SCHED-CNT WS-ROW-CNT
             WS-NOPLAN-CNT WS-DESC-CNT WS-BADDAY-CNT WS-BADDATE-CNT
             WS-ADJPOL-CNT WS-LATEPOL-CNT WS-TOL-CENTS.
           MOVE 'N' TO WS-CALLED WS-TOL-GIVEN WS-RUN-FAILED
             WS-CLAIM-OK.
           MOVE SPACES TO WS-ONE-POLICY WS-TOK-TAB.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
           END-UNSTRING.
           MOVE SPACES TO WS-TOK-RJ.
           MOVE FUNCTION TRIM(WS-TOK(1)) TO WS-TOK-RJ.
           INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'.
           IF WS-TOK-RJ NOT NUMERIC
             DISPLAY 'V2D2CUOT: JOBID INVALIDO (' WS-TOK(1) ')'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-TOK-RJ TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
           PERFORM VARYING WS-TX FROM 2 BY 1 UNTIL WS-TX > 4
             EVALUATE TRUE
               WHEN WS-TOK(WS-TX) = SPACES
                 CONTINUE
               WHEN WS-TOK(WS-TX) = 'APLY'
                 MOVE 'Y' TO WS-CALLED
               WHEN WS-TOK(WS-TX)(1:4) = 'TOL='
                 MOVE SPACES TO WS-TOL-RJ
                 MOVE FUNCTION TRIM(WS-TOK(WS-TX)(5:11)) TO WS-TOL-RJ
                 INSPECT WS-TOL-RJ REPLACING LEADING SPACE BY '0'
                 IF WS-TOL-RJ NUMERIC
                   MOVE WS-TOL-RJ TO WS-TOL-CENTS
                   MOVE 'Y' TO WS-TOL-GIVEN
                 ELSE
                   DISPLAY 'V2D2CUOT: TOLERANCIA INVALIDA ('
                     WS-TOK(WS-TX) ') - SE USA LA DE DEFECTO'
                 END-IF
               WHEN OTHER
                 MOVE WS-TOK(WS-TX) TO WS-ONE-POLICY
             END-EVALUATE
           END-PERFORM.
           IF WS-CALLED = 'Y'
             PERFORM BUILD-ONE-POLICY
             IF WS-RUN-FAILED = 'Y'
               DISPLAY 'V2D2CUOT: ' WS-ERR-TEXT
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
             GOBACK
           END-IF.
           EXEC SQL
             SELECT SOURCE_DSN, MEMBER, STATUS
             INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'V2D2CUOT: JOB NO ENCONTRADO ' WS-JOBID-DISP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF DCL-STATUS NOT = 'M' AND DCL-STATUS NOT = 'F'
             DISPLAY 'V2D2CUOT: JOB ' WS-JOBID-DISP
               ' NO ESTA MIGRADO (STATUS=' DCL-STATUS
               ') - CRONOGRAMA NO GENERADO'
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM CLAIM-JOB.
           IF WS-CLAIM-OK NOT = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2CUOT - CRONOGRAMA DE CUOTAS, JOB '
             WS-JOBID-DISP ' ' DCL-MEMBER.
           IF WS-TOL-GIVEN = 'Y'
             MOVE WS-TOL-CENTS TO WS-CU-TOL
             DIVIDE 100 INTO WS-CU-TOL
             MOVE WS-CU-TOL TO WS-AMT-D1
             DISPLAY 'TOLERANCIA PRIMA: ' WS-AMT-D1
           ELSE
             DISPLAY 'TOLERANCIA PRIMA: 0.01 POR CUOTA'
           END-IF.
           DISPLAY '=============================================='.
           IF WS-ONE-POLICY NOT = SPACES
             PERFORM BUILD-ONE-POLICY
           ELSE
             PERFORM BUILD-JOB-SCHEDULES
           END-IF.
           IF WS-RUN-FAILED = 'Y'
             EXEC SQL ROLLBACK END-EXEC
             PERFORM REPORT-ERROR
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-JOB.
           EXEC SQL COMMIT END-EXEC.
           PERFORM PRINT-TOTALS.
           IF WS-RUN-FAILED NOT = 'Y'
             IF WS-DESC-CNT > 0 OR WS-BADDAY-CNT > 0
               OR WS-BADDATE-CNT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * BUILD-JOB-SCHEDULES - TODAS LAS POLIZAS DEL JOB. EL CURSOR   *
      * SOBREVIVE A LOS COMMIT INTERMEDIOS (CADA 500 POLIZAS).       *
      *--------------------------------------------------------------*
       BUILD-JOB-SCHEDULES.
           EXEC SQL DECLARE CUCUR CURSOR WITH HOLD FOR
             SELECT POL_NUMERO, POL_FECHA_EMISION, POL_FECHA_VENC,
               POL_PRIMA_TOTAL, PAG_FORMA, PAG_CUOTAS,
               PAG_MONTO_CUOTA, PAG_DIA_VENC
             FROM IBMUSER.POL_POLICY
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY POL_NUMERO
           END-EXEC.
           EXEC SQL OPEN CUCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-RUN-FAILED = 'Y'
             EXEC SQL
               FETCH CUCUR INTO :WS-CU-NUMERO, :WS-CU-EMISION,
                 :WS-CU-VENC, :WS-CU-PRIMA, :WS-CU-FORMA,
                 :WS-CU-CUOTAS, :WS-CU-MONTO, :WS-CU-DIA
             END-EXEC
             IF SQLCODE = 0
               PERFORM BUILD-SCHEDULE
               IF WS-RUN-FAILED NOT = 'Y'
                 AND FUNCTION MOD(WS-POL-CNT, 500) = 0
                 EXEC SQL COMMIT END-EXEC
               END-IF
               IF WS-RUN-FAILED NOT = 'Y'
                 MOVE 0 TO SQLCODE
               END-IF
             END-IF
           END-PERFORM.
           IF WS-RUN-FAILED NOT = 'Y' AND SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'FETCH POL_POLICY FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE CUCUR END-EXEC.
       BUILD-ONE-POLICY.
           EXEC SQL
             SELECT POL_NUMERO, POL_FECHA_EMISION, POL_FECHA_VENC,
               POL_PRIMA_TOTAL, PAG_FORMA, PAG_CUOTAS,
               PAG_MONTO_CUOTA, PAG_DIA_VENC
             INTO :WS-CU-NUMERO, :WS-CU-EMISION, :WS-CU-VENC,
               :WS-CU-PRIMA, :WS-CU-FORMA, :WS-CU-CUOTAS,
               :WS-CU-MONTO, :WS-CU-DIA
             FROM IBMUSER.POL_POLICY
             WHERE POL_NUMERO = :WS-ONE-POLICY
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               PERFORM BUILD-SCHEDULE
             WHEN SQLCODE = 100
               DISPLAY 'V2D2CUOT: POLIZA ' WS-ONE-POLICY
                 ' NO ESTA EN POL_POLICY - SIN CRONOGRAMA'
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'SELECT ' WS-ONE-POLICY ' FALLO, SQLCODE='
                 WS-SQLCD DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE.
      *--------------------------------------------------------------*
      * BUILD-SCHEDULE - BORRA Y REARMA EL CRONOGRAMA DE UNA POLIZA. *
      * SIN CUOTAS (LOS SKELETON DE V2D2APLY) NO HAY CRONOGRAMA.     *
      *--------------------------------------------------------------*
       BUILD-SCHEDULE.
           ADD 1 TO WS-POL-CNT.
           EXEC SQL
             DELETE FROM IBMUSER.POL_CUOTAS
             WHERE POL_NUMERO = :WS-CU-NUMERO
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             MOVE SPACES TO WS-ERR-TEXT
             STRING 'DELETE POL_CUOTAS ' WS-CU-NUMERO
               ' FALLO, SQLCODE=' WS-SQLCD
               DELIMITED BY SIZE INTO WS-ERR-TEXT
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             IF WS-CU-CUOTAS < 1
               ADD 1 TO WS-NOPLAN-CNT
             ELSE
               PERFORM CHECK-PREMIUM
               PERFORM CHECK-PLAN-DATES
               IF WS-DATE-OK = 'Y'
                 PERFORM WRITE-INSTALLMENTS
               END-IF
             END-IF
           END-IF.
       CHECK-PREMIUM.
           COMPUTE WS-CU-TOTAL = WS-CU-CUOTAS * WS-CU-MONTO.
           COMPUTE WS-CU-DIFF = WS-CU-TOTAL - WS-CU-PRIMA.
           IF WS-CU-DIFF < 0
             COMPUTE WS-CU-DIFF = 0 - WS-CU-DIFF
           END-IF.
           IF WS-TOL-GIVEN = 'Y'
             COMPUTE WS-CU-TOL = WS-TOL-CENTS / 100
           ELSE
             COMPUTE WS-CU-TOL = WS-CU-CUOTAS * 0.01
           END-IF.
           IF WS-CU-DIFF > WS-CU-TOL
             ADD 1 TO WS-DESC-CNT
             MOVE WS-CU-TOTAL TO WS-AMT-D1
             MOVE WS-CU-PRIMA TO WS-AMT-D2
             MOVE WS-CU-CUOTAS TO WS-CNT-D1
             DISPLAY 'V2D2CUOT: POLIZA ' WS-CU-NUMERO
               ' DESCUADRE: ' WS-CNT-D1 ' CUOTAS SUMAN ' WS-AMT-D1
               ' PRIMA ' WS-AMT-D2
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-PLAN-DATES - DIA DE VENCIMIENTO 1-31 Y FECHA DE        *
      * EMISION AAAA-MM-DD; SIN ESO NO SE ARMA EL CRONOGRAMA. LA     *
      * VIGENCIA EN MESES FIJA EL PASO ENTRE CUOTAS.                 *
      *--------------------------------------------------------------*
       CHECK-PLAN-DATES.
           IF WS-CU-DIA < 1 OR WS-CU-DIA > 31
             ADD 1 TO WS-BADDAY-CNT
             MOVE 'N' TO WS-DATE-OK
             MOVE WS-CU-DIA TO WS-DIA-D
             DISPLAY 'V2D2CUOT: POLIZA ' WS-CU-NUMERO
               ' DIA DE VENCIMIENTO INVALIDO ('
               FUNCTION TRIM(WS-DIA-D) ') - SIN CRONOGRAMA'
           ELSE
             MOVE WS-CU-EMISION TO WS-DATE-FIELD
             PERFORM CHECK-DATE-SHAPE
             IF WS-DATE-OK = 'N'
               ADD 1 TO WS-BADDATE-CNT
               DISPLAY 'V2D2CUOT: POLIZA ' WS-CU-NUMERO
                 ' FECHA DE EMISION INVALIDA (' WS-CU-EMISION
                 ') - SIN CRONOGRAMA'
             END-IF
           END-IF.
           IF WS-DATE-OK = 'Y'
             MOVE WS-CU-EMISION(1:4) TO WS-EM-YY
             MOVE WS-CU-EMISION(6:2) TO WS-EM-MM
             MOVE WS-CU-EMISION(9:2) TO WS-EM-DD
             MOVE WS-CU-VENC TO WS-DATE-FIELD
             PERFORM CHECK-DATE-SHAPE
             MOVE WS-DATE-OK TO WS-VENC-OK
             MOVE 'Y' TO WS-DATE-OK
             MOVE 0 TO WS-SPAN
             IF WS-VENC-OK = 'Y'
               MOVE WS-CU-VENC(1:4) TO WS-VN-YY
               MOVE WS-CU-VENC(6:2) TO WS-VN-MM
               COMPUTE WS-SPAN = (WS-VN-YY * 12 + WS-VN-MM)
                 - (WS-EM-YY * 12 + WS-EM-MM)
             END-IF
             IF WS-SPAN < WS-CU-CUOTAS
               MOVE 1 TO WS-STEP
             ELSE
               COMPUTE WS-STEP = WS-SPAN / WS-CU-CUOTAS
             END-IF
      *      PRIMER VENCIMIENTO: EL DIA PACTADO DEL MES DE EMISION SI
      *      NO QUEDO ATRAS DE LA EMISION; SI NO, EL DEL MES SIGUIENTE.
             COMPUTE WS-BASE-MONTHS = WS-EM-YY * 12 + WS-EM-MM - 1
             MOVE WS-EM-YY TO WS-Y
             MOVE WS-EM-MM TO WS-M
             PERFORM SET-DAYS-IN-MONTH
             IF WS-CU-DIA > WS-DIM
               MOVE WS-DIM TO WS-D
             ELSE
               MOVE WS-CU-DIA TO WS-D
             END-IF
             IF WS-D < WS-EM-DD
               ADD 1 TO WS-BASE-MONTHS
             END-IF
           END-IF.
       WRITE-INSTALLMENTS.
           MOVE 0 TO WS-ADJ-CNT WS-LATE-CNT.
           PERFORM VARYING WS-SEQ FROM 1 BY 1
             UNTIL WS-SEQ > WS-CU-CUOTAS OR WS-RUN-FAILED = 'Y'
             COMPUTE WS-ABS-MONTHS =
               WS-BASE-MONTHS + (WS-SEQ - 1) * WS-STEP
             COMPUTE WS-Y = WS-ABS-MONTHS / 12
             COMPUTE WS-M = WS-ABS-MONTHS - WS-Y * 12 + 1
             PERFORM SET-DAYS-IN-MONTH
             IF WS-CU-DIA > WS-DIM
               MOVE WS-DIM TO WS-D
               MOVE 'S' TO WS-AJUSTE
               ADD 1 TO WS-ADJ-CNT
             ELSE
               MOVE WS-CU-DIA TO WS-D
               MOVE 'N' TO WS-AJUSTE
             END-IF
             MOVE SPACES TO WS-DUE
             STRING WS-Y '-' WS-M '-' WS-D
               DELIMITED BY SIZE INTO WS-DUE
             IF WS-VENC-OK = 'Y' AND WS-DUE > WS-CU-VENC
               ADD 1 TO WS-LATE-CNT
             END-IF
             EXEC SQL
               INSERT INTO IBMUSER.POL_CUOTAS
               (POL_NUMERO, CUO_SEQ, CUO_VENC, CUO_MONTO,
                CUO_FORMA, CUO_AJUSTE, JOB_ID, GEN_TS)
               VALUES
               (:WS-CU-NUMERO, :WS-SEQ, :WS-DUE, :WS-CU-MONTO,
                :WS-CU-FORMA, :WS-AJUSTE, :DCL-JOB-ID,
                CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-ROW-CNT
             ELSE
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'INSERT POL_CUOTAS ' WS-CU-NUMERO
                 ' FALLO, SQLCODE=' WS-SQLCD
                 DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
           END-PERFORM.
           IF WS-RUN-FAILED NOT = 'Y'
             ADD 1 TO WS-SCHED-CNT
             IF WS-ADJ-CNT > 0
               ADD 1 TO WS-ADJPOL-CNT
               MOVE WS-ADJ-CNT TO WS-CNT-D1
               MOVE WS-CU-DIA TO WS-CNT-D2
               DISPLAY 'V2D2CUOT: POLIZA ' WS-CU-NUMERO
                 ' DIA ' WS-CNT-D2 ' NO EXISTE EN ' WS-CNT-D1
                 ' MESES - VENCE A FIN DE MES'
             END-IF
             IF WS-LATE-CNT > 0
               ADD 1 TO WS-LATEPOL-CNT
               MOVE WS-LATE-CNT TO WS-CNT-D1
               MOVE WS-CU-CUOTAS TO WS-CNT-D2
               DISPLAY 'V2D2CUOT: POLIZA ' WS-CU-NUMERO ' '
                 WS-CNT-D1 ' DE ' WS-CNT-D2
                 ' CUOTAS VENCEN DESPUES DE ' WS-CU-VENC
             END-IF
           END-IF.
       SET-DAYS-IN-MONTH.
           MOVE WS-DIAS(WS-M) TO WS-DIM.
           IF WS-M = 2
             IF FUNCTION MOD(WS-Y, 4) = 0
               AND (FUNCTION MOD(WS-Y, 100) NOT = 0
                 OR FUNCTION MOD(WS-Y, 400) = 0)
               MOVE 29 TO WS-DIM
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-DATE-SHAPE - AAAA-MM-DD, DIGITS IN THE DIGIT SLOTS,    *
      * MONTH 01-12, DAY 01-31 (SAME TEST AS V2D2VLDT).              *
      *--------------------------------------------------------------*
       CHECK-DATE-SHAPE.
           MOVE 'Y' TO WS-DATE-OK.
           IF WS-DATE-FIELD(5:1) NOT = '-'
             OR WS-DATE-FIELD(8:1) NOT = '-'
             MOVE 'N' TO WS-DATE-OK
           ELSE
             PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 10
               IF WS-DX NOT = 5 AND WS-DX NOT = 8
                 IF WS-DATE-FIELD(WS-DX:1) < '0'
                   OR WS-DATE-FIELD(WS-DX:1) > '9'
                   MOVE 'N' TO WS-DATE-OK
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           IF WS-DATE-OK = 'Y'
             IF WS-DATE-FIELD(1:4) = '0000'
               OR WS-DATE-FIELD(6:2) < '01'
               OR WS-DATE-FIELD(6:2) > '12'
               OR WS-DATE-FIELD(9:2) < '01'
               OR WS-DATE-FIELD(9:2) > '31'
               MOVE 'N' TO WS-DATE-OK
             END-IF
           END-IF.
       PRINT-TOTALS.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'POLIZAS LEIDAS:               ' WS-POL-CNT.
           DISPLAY 'CRONOGRAMAS GENERADOS:        ' WS-SCHED-CNT.
           DISPLAY 'CUOTAS ESCRITAS:              ' WS-ROW-CNT.
           DISPLAY 'SIN PLAN DE PAGO (0 CUOTAS):  ' WS-NOPLAN-CNT.
           DISPLAY 'DESCUADRE CUOTAS VS PRIMA:    ' WS-DESC-CNT.
           DISPLAY 'DIA DE VENCIMIENTO INVALIDO:  ' WS-BADDAY-CNT.
           DISPLAY 'FECHA DE EMISION INVALIDA:    ' WS-BADDATE-CNT.
           DISPLAY 'DIA AJUSTADO A FIN DE MES:    ' WS-ADJPOL-CNT.
           DISPLAY 'CUOTAS FUERA DE VIGENCIA:     ' WS-LATEPOL-CNT.
           DISPLAY '=============================================='.
       REPORT-ERROR.
           MOVE DCL-JOB-ID TO DCL-ERR-JOB-ID.
           MOVE 'V2D2CUOT' TO DCL-ERR-STEP.
           MOVE WS-ERR-TEXT TO DCL-ERR-TEXT.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ERRORS
             (JOB_ID, ERROR_TS, ERROR_STEP, ERROR_TEXT)
             VALUES (:DCL-ERR-JOB-ID, CURRENT TIMESTAMP,
              :DCL-ERR-STEP, :DCL-ERR-TEXT)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'V2D2CUOT: ' WS-ERR-TEXT.
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
               SET CLAIM_STEP = 'V2D2CUOT',
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
             DISPLAY 'V2D2CUOT: JOB ' WS-JOBID-DISP
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
