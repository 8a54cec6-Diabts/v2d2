      *   'ALT' inserts the policy (a skeleton row - the MOVFILE      *
      *         only carries key/monto/usuario; the next DELTA pass   *
      *         of V2D2LOAD trues the row up from VSAM),              *
      *   'MOD' updates POL_PRIMA_TOTAL and the AUD_* columns and     *
      *         rebuilds the policy's POL_CUOTAS schedule (V2D2CUOT   *
      *         is CALLed for it inside this unit of work),           *
      *   'BAJ' marks the policy cancelada (never deleted - the       *
      *         movement trail and the reconciliation reports must    *
      *         still find the row).                                  *
      * V2D2_JOBS.MOV_WATERMARK holds MOV-FECHA||MOV-HORA of the      *
      * last applied movement, so the daily run is idempotent: a      *
      * rerun of the same file skips everything at or before the      *
      * mark. A 'MOD' on a policy the scoping rules kept out of DB2   *
      * (V2D2_SCOPEX) only refreshes the excluded premium there, so   *
      * reconciliation keeps balancing; no skeleton is raised.        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CLAIM-STEP            PIC X(8) VALUE SPACES.
       01  WS-CLAIM-TS              PIC X(26) VALUE SPACES.
       01  WS-CLAIM-OK              PIC X VALUE 'N'.
       01  WS-CUOT-PGM              PIC X(8) VALUE 'V2D2CUOT'.
       01  WS-CUOT-OK               PIC X VALUE 'Y'.
       01  WS-CUOT-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-CALL-PARM             PIC X(60) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       COPY V2D2STH.
           DISPLAY 'V2D2APLY: ' WS-READ-CNT ' LEIDOS, '
             WS-SKIP-CNT ' YA APLICADOS, ALT=' WS-ALT-CNT
             ' MOD=' WS-MOD-CNT ' BAJ=' WS-BAJ-CNT
             ' ANOMALIAS=' WS-ANOM-CNT
             ' CRONOGRAMAS=' WS-CUOT-CNT.
           GOBACK.
      *--------------------------------------------------------------*
      * APPLY-ONE-MOVIMIENTO - EVERYTHING AT OR BEFORE THE WATERMARK *
      *--------------------------------------------------------------*
      * APPLY-ALTA - THE MOVFILE ONLY CARRIES KEY/MONTO/USUARIO, SO  *
      * THE INSERT IS A SKELETON: TIPO/ESTADO/PAGOS GET NEUTRAL      *
      * VALUES (POL_TIPO AND PAG_FORMA BLANK - THE CPOL_TIPO AND     *
      * CPAG_FORMA CHECKS OF POLCHECKS.SQL ADMIT IT FOR THIS ROW)    *
      * AND THE NEXT V2D2LOAD DELTA PASS TRUES THE ROW UP            *
      * FROM VSAM. AN ALTA FOR A POLICY ALREADY PRESENT (LOADED BY   *
      * A DELTA PASS FIRST) FALLS THROUGH TO THE MOD TREATMENT.      *
      *--------------------------------------------------------------*
           EVALUATE TRUE
             WHEN SQLCODE = 0
               ADD 1 TO WS-MOD-CNT
               PERFORM REBUILD-CUOTAS
             WHEN SQLCODE = 100
               PERFORM MODIF-NOT-IN-DB2
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
           END-EVALUATE.
      *--------------------------------------------------------------*
      * REBUILD-CUOTAS - LA PRIMA CAMBIO: EL CRONOGRAMA DE LA POLIZA *
      * SE REARMA Y SE VUELVE A CONTROLAR CONTRA LA PRIMA NUEVA. SIN *
      * EL MODULO EN LA STEPLIB SE AVISA UNA VEZ Y SE SIGUE; LA      *
      * PROXIMA CORRIDA COMPLETA DE V2D2CUOT LOS PONE AL DIA.        *
      *--------------------------------------------------------------*
       REBUILD-CUOTAS.
           IF WS-CUOT-OK = 'Y'
             MOVE SPACES TO WS-CALL-PARM
             STRING WS-JOBID-DISP ',' MOV-POLIZA ',APLY'
               DELIMITED BY SIZE INTO WS-CALL-PARM
             CALL WS-CUOT-PGM USING WS-CALL-PARM
               ON EXCEPTION
                 DISPLAY 'V2D2APLY: MODULO V2D2CUOT NO DISPONIBLE -'
                   ' CRONOGRAMAS NO REGENERADOS'
                 MOVE 'N' TO WS-CUOT-OK
             END-CALL
             IF WS-CUOT-OK = 'Y'
               IF RETURN-CODE NOT = 0
                 MOVE SPACES TO WS-ERR-TEXT
                 STRING 'CUOTAS ' MOV-POLIZA ' FALLO, VER V2D2CUOT'
                   ' EN SYSOUT' DELIMITED BY SIZE
                   INTO WS-ERR-TEXT
                 PERFORM FAIL-JOB
               ELSE
                 ADD 1 TO WS-CUOT-CNT
               END-IF
             END-IF
             MOVE 0 TO RETURN-CODE
           END-IF.
      *--------------------------------------------------------------*
      * MODIF-NOT-IN-DB2 - UN MOD SIN POLIZA EN DB2. SI LAS REGLAS   *
      * DE ALCANCE LA EXCLUYERON, SOLO SE ACTUALIZA LA PRIMA         *
      * EXCLUIDA. SI NO, LA ALTA NUNCA LLEGO: SE LEVANTA COMO        *
      * SKELETON PARA QUE LA COPIA CONVERJA.                         *
      *--------------------------------------------------------------*
       MODIF-NOT-IN-DB2.
           EXEC SQL
             UPDATE IBMUSER.V2D2_SCOPEX
               SET PRIMA = :MOV-MONTO
             WHERE JOB_ID = :DCL-JOB-ID
               AND REC_KEY = :MOV-POLIZA
           END-EXEC.
           IF SQLCODE = 0
             ADD 1 TO WS-MOD-CNT
             DISPLAY 'V2D2APLY: MOD SOBRE POLIZA EXCLUIDA '
               MOV-POLIZA ' - SOLO PRIMA EN V2D2_SCOPEX'
           ELSE
             ADD 1 TO WS-ANOM-CNT
             DISPLAY 'V2D2APLY: MOD SIN POLIZA ' MOV-POLIZA
               ' - SE INSERTA SKELETON'
             EXEC SQL
               INSERT INTO IBMUSER.POL_POLICY
               (POL_NUMERO, POL_SUCURSAL, POL_FECHA_EMISION,
                POL_FECHA_VENC, POL_TIPO, POL_ESTADO,
                POL_PRIMA_TOTAL, POL_NUM_COBERT, PAG_FORMA,
                PAG_CUOTAS, PAG_MONTO_CUOTA, PAG_DIA_VENC,
                AUD_USUARIO, AUD_FECHA_ALTA, AUD_FECHA_MODIF,
                JOB_ID)
               VALUES
               (:MOV-POLIZA, 0, :MOV-FECHA, :MOV-FECHA, ' ', 'A',
                :MOV-MONTO, 0, ' ', 0, 0, 0,
                :MOV-USUARIO, :MOV-FECHA, :MOV-FECHA,
                :DCL-JOB-ID)
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'MOD-SKELETON ' MOV-POLIZA
                 ' FALLO, SQLCODE=' WS-SQLCD
                 DELIMITED BY SIZE
                 INTO WS-ERR-TEXT
               PERFORM FAIL-JOB
             END-IF
           END-IF.
       APPLY-BAJA.
           EXEC SQL
             UPDATE IBMUSER.POL_POLICY
