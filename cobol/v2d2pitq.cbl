       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2PITQ.
      *==============================================================*
      * V2D2PITQ - POINT-IN-TIME POLICY INQUIRY                       *
      * LINKed by V2D2MAIN (option P) and by the WEBV2D2P page with   *
      * the V2D2PIT commarea: a POL_NUMERO and an as-of date. Answers *
      * "what were the premium and status of this policy on that      *
      * date" by starting from the current IBMUSER.POL_POLICY row and *
      * rolling the POL_MOVIMIENTOS trail back, newest movement       *
      * first (MOV_SEQ, the order V2D2APLY applied them):             *
      *   a movement dated after the as-of date is undone - 'MOD'     *
      *   restores the monto of the previous 'ALT'/'MOD', 'BAJ'       *
      *   reopens the policy, 'ALT' means it did not exist before     *
      *   (unless an older part of the trail says it did);            *
      *   the movements dated on or before it are the ones that       *
      *   produced the state, and are returned with MOV_USUARIO and   *
      *   fecha/hora.                                                 *
      * Gaps are reported plainly with the same classes V2D2MAUD      *
      * prints (A alta sin poliza, B ultimo MOD distinto de la prima, *
      * C baja con poliza activa, D fechas fuera de secuencia, E tipo *
      * invalido) plus two that only matter when rolling back:        *
      *   F no 'ALT'/'MOD' on or before the date to take the premium  *
      *     from - the trail starts later than the policy;            *
      *   G POL_POLICY was modified after the date (AUD_FECHA_MODIF)  *
      *     with no movement in the trail to undo.                    *
      * Read-only.                                                    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MOV.
           05 WS-M-SEQ              PIC S9(9) COMP.
           05 WS-M-FECHA            PIC X(10).
           05 WS-M-HORA             PIC X(8).
           05 WS-M-TIPO             PIC X(3).
           05 WS-M-MONTO            PIC S9(9)V99 COMP-3.
           05 WS-M-USUARIO          PIC X(8).
       01  WS-POL-EMISION           PIC X(10) VALUE SPACES.
       01  WS-POL-MODIF             PIC X(10) VALUE SPACES.
       01  WS-NEED-PRIMA            PIC X(1) VALUE 'N'.
       01  WS-BASE-OPEN             PIC X(1) VALUE 'N'.
       01  WS-SEEN-ASOF             PIC X(1) VALUE 'N'.
       01  WS-SAW-ALT               PIC X(1) VALUE 'N'.
       01  WS-CHECKED-B             PIC X(1) VALUE 'N'.
       01  WS-ROW-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-NEWER-STAMP           PIC X(18) VALUE SPACES.
       01  WS-THIS-STAMP            PIC X(18) VALUE SPACES.
       01  WS-GAP-CLASE             PIC X(1) VALUE SPACE.
       01  WS-GAP-TEXTO             PIC X(60) VALUE SPACES.
       01  WS-MONTO-D1              PIC -(9)9.99.
       01  WS-MONTO-D2              PIC -(9)9.99.
       01  WS-SQLCD                 PIC -(8)9.
      *--------------------------------------------------------------*
      * FECHA DE CORTE - AAAA-MM-DD, LA MISMA FORMA QUE MOV_FECHA,   *
      * ASI LA COMPARACION ES DE TEXTO.                              *
      *--------------------------------------------------------------*
       01  WS-ASOF.
           05 WS-ASOF-AAAA          PIC X(4).
           05 WS-ASOF-G1            PIC X(1).
           05 WS-ASOF-MM            PIC X(2).
           05 WS-ASOF-G2            PIC X(1).
           05 WS-ASOF-DD            PIC X(2).
       01  WS-ASOF-MM-N             PIC 99.
       01  WS-ASOF-DD-N             PIC 99.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY V2D2PIT.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PARA.
           PERFORM INIT-ANSWER.
           PERFORM CHECK-ASOF-DATE.
           IF PIT-RC = '00'
             PERFORM READ-CURRENT-ROW
           END-IF.
           IF PIT-RC = '00'
             PERFORM ROLL-BACK-TRAIL
           END-IF.
           IF PIT-RC = '00'
             PERFORM CLOSE-ANSWER
           END-IF.
           EXEC CICS RETURN
           END-EXEC.
       INIT-ANSWER.
           MOVE '00' TO PIT-RC.
           MOVE 'N' TO PIT-EXISTIA PIT-EN-DB2.
           MOVE 'S' TO PIT-PRIMA-CONOC.
           MOVE SPACE TO PIT-ESTADO PIT-ESTADO-ACT.
           MOVE 0 TO PIT-PRIMA PIT-PRIMA-ACT.
           MOVE 0 TO PIT-DESHECHOS PIT-MOV-TOTAL PIT-MOV-CNT.
           MOVE 0 TO PIT-GAP-TOTAL PIT-GAP-CNT.
           MOVE SPACES TO PIT-MESSAGE.
       CHECK-ASOF-DATE.
           MOVE PIT-FECHA TO WS-ASOF.
           IF WS-ASOF-AAAA IS NUMERIC
             AND WS-ASOF-MM IS NUMERIC
             AND WS-ASOF-DD IS NUMERIC
             AND WS-ASOF-G1 = '-' AND WS-ASOF-G2 = '-'
             MOVE WS-ASOF-MM TO WS-ASOF-MM-N
             MOVE WS-ASOF-DD TO WS-ASOF-DD-N
             IF WS-ASOF-MM-N < 1 OR WS-ASOF-MM-N > 12
               OR WS-ASOF-DD-N < 1 OR WS-ASOF-DD-N > 31
               MOVE '12' TO PIT-RC
             END-IF
           ELSE
             MOVE '12' TO PIT-RC
           END-IF.
           IF PIT-RC = '12'
             MOVE 'Fecha invalida - use AAAA-MM-DD' TO PIT-MESSAGE
           END-IF.
      *--------------------------------------------------------------*
      * READ-CURRENT-ROW - EL PUNTO DE PARTIDA. SIN FILA EN          *
      * POL_POLICY LA BASE QUEDA ABIERTA: EL ESTADO Y LA PRIMA SALEN *
      * SOLO DEL RASTRO.                                             *
      *--------------------------------------------------------------*
       READ-CURRENT-ROW.
           EXEC SQL
             SELECT POL_ESTADO, POL_PRIMA_TOTAL, POL_FECHA_EMISION,
               COALESCE(AUD_FECHA_MODIF, ' ')
             INTO :PIT-ESTADO-ACT, :PIT-PRIMA-ACT, :WS-POL-EMISION,
               :WS-POL-MODIF
             FROM IBMUSER.POL_POLICY
             WHERE POL_NUMERO = :PIT-POLIZA
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE 'S' TO PIT-EN-DB2
               MOVE PIT-ESTADO-ACT TO PIT-ESTADO
               MOVE PIT-PRIMA-ACT TO PIT-PRIMA
             WHEN SQLCODE = 100
               MOVE 'Y' TO WS-BASE-OPEN
               MOVE 'Y' TO WS-NEED-PRIMA
             WHEN OTHER
               MOVE '16' TO PIT-RC
               MOVE SQLCODE TO WS-SQLCD
               STRING 'Error DB2 leyendo POL_POLICY: ' WS-SQLCD
                 DELIMITED BY SIZE INTO PIT-MESSAGE
           END-EVALUATE.
      *--------------------------------------------------------------*
      * ROLL-BACK-TRAIL - DEL MOVIMIENTO MAS NUEVO AL MAS VIEJO.     *
      *--------------------------------------------------------------*
       ROLL-BACK-TRAIL.
           EXEC SQL DECLARE PITCUR CURSOR FOR
             SELECT MOV_SEQ, MOV_FECHA, MOV_HORA, MOV_TIPO_MOV,
               MOV_MONTO, MOV_USUARIO
             FROM IBMUSER.POL_MOVIMIENTOS
             WHERE MOV_POLIZA = :PIT-POLIZA
             ORDER BY MOV_SEQ DESC
           END-EXEC.
           EXEC SQL OPEN PITCUR END-EXEC.
           IF SQLCODE NOT = 0
             MOVE '16' TO PIT-RC
             MOVE SQLCODE TO WS-SQLCD
             STRING 'Error DB2 abriendo POL_MOVIMIENTOS: ' WS-SQLCD
               DELIMITED BY SIZE INTO PIT-MESSAGE
           ELSE
             PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                 FETCH PITCUR
                 INTO :WS-M-SEQ, :WS-M-FECHA, :WS-M-HORA,
                   :WS-M-TIPO, :WS-M-MONTO, :WS-M-USUARIO
               END-EXEC
               IF SQLCODE = 0
                 ADD 1 TO WS-ROW-CNT
                 PERFORM CHECK-ONE-MOVEMENT
                 IF WS-M-FECHA > PIT-FECHA
                   PERFORM UNDO-ONE-MOVEMENT
                 ELSE
                   PERFORM KEEP-ONE-MOVEMENT
                 END-IF
               END-IF
             END-PERFORM
             EXEC SQL CLOSE PITCUR END-EXEC
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-ONE-MOVEMENT - LAS CLASES DE V2D2MAUD VISTAS DESDE EL  *
      * EXTREMO NUEVO DEL RASTRO: EL PRIMER MOD CONTRA LA PRIMA      *
      * VIGENTE, LA ULTIMA BAJA CONTRA EL ESTADO, EL ORDEN DE FECHAS *
      * Y LOS TIPOS DESCONOCIDOS.                                    *
      *--------------------------------------------------------------*
       CHECK-ONE-MOVEMENT.
           MOVE SPACES TO WS-THIS-STAMP.
           STRING WS-M-FECHA WS-M-HORA DELIMITED BY SIZE
             INTO WS-THIS-STAMP.
           IF WS-ROW-CNT > 1
             AND WS-THIS-STAMP > WS-NEWER-STAMP
             MOVE 'D' TO WS-GAP-CLASE
             MOVE SPACES TO WS-GAP-TEXTO
             STRING WS-M-TIPO ' ' WS-M-FECHA ' ' WS-M-HORA
               ' POSTERIOR AL MOVIMIENTO SIGUIENTE'
               DELIMITED BY SIZE INTO WS-GAP-TEXTO
             PERFORM ADD-GAP
           END-IF.
           MOVE WS-THIS-STAMP TO WS-NEWER-STAMP.
           IF WS-ROW-CNT = 1 AND WS-M-TIPO = 'BAJ'
             AND PIT-EN-DB2 = 'S' AND PIT-ESTADO-ACT = 'A'
             MOVE 'C' TO WS-GAP-CLASE
             MOVE SPACES TO WS-GAP-TEXTO
             STRING 'BAJA DEL ' WS-M-FECHA
               ' PERO POL_ESTADO=A HOY'
               DELIMITED BY SIZE INTO WS-GAP-TEXTO
             PERFORM ADD-GAP
           END-IF.
           EVALUATE WS-M-TIPO
             WHEN 'ALT'
               MOVE 'Y' TO WS-SAW-ALT
               MOVE 'Y' TO WS-CHECKED-B
               IF PIT-EN-DB2 = 'N'
                 MOVE 'A' TO WS-GAP-CLASE
                 MOVE SPACES TO WS-GAP-TEXTO
                 STRING 'ALTA DEL ' WS-M-FECHA
                   ' SIN POLIZA EN POL_POLICY'
                   DELIMITED BY SIZE INTO WS-GAP-TEXTO
                 PERFORM ADD-GAP
               END-IF
             WHEN 'MOD'
               IF WS-CHECKED-B = 'N'
                 MOVE 'Y' TO WS-CHECKED-B
                 IF PIT-EN-DB2 = 'S'
                   AND WS-M-MONTO NOT = PIT-PRIMA-ACT
                   MOVE WS-M-MONTO TO WS-MONTO-D1
                   MOVE PIT-PRIMA-ACT TO WS-MONTO-D2
                   MOVE 'B' TO WS-GAP-CLASE
                   MOVE SPACES TO WS-GAP-TEXTO
                   STRING 'ULTIMO MOD=' WS-MONTO-D1
                     ' PRIMA HOY=' WS-MONTO-D2
                     DELIMITED BY SIZE INTO WS-GAP-TEXTO
                   PERFORM ADD-GAP
                 END-IF
               END-IF
             WHEN 'BAJ'
               CONTINUE
             WHEN OTHER
               MOVE 'E' TO WS-GAP-CLASE
               MOVE SPACES TO WS-GAP-TEXTO
               STRING 'TIPO [' WS-M-TIPO '] DEL ' WS-M-FECHA
                 ' DESCONOCIDO - IGNORADO'
                 DELIMITED BY SIZE INTO WS-GAP-TEXTO
               PERFORM ADD-GAP
           END-EVALUATE.
      *--------------------------------------------------------------*
      * UNDO-ONE-MOVEMENT - POSTERIOR A LA FECHA: SE DESHACE. LA     *
      * PRIMA DE UN MOD O DE UN ALTA DESHECHOS ES LA DEL ALT/MOD     *
      * ANTERIOR, QUE SE TOMA AL LLEGAR A EL.                        *
      *--------------------------------------------------------------*
       UNDO-ONE-MOVEMENT.
           EVALUATE WS-M-TIPO
             WHEN 'MOD'
               ADD 1 TO PIT-DESHECHOS
               MOVE 'Y' TO WS-NEED-PRIMA
             WHEN 'ALT'
               ADD 1 TO PIT-DESHECHOS
               MOVE 'Y' TO WS-NEED-PRIMA
               MOVE 'Y' TO WS-BASE-OPEN
             WHEN 'BAJ'
               ADD 1 TO PIT-DESHECHOS
               MOVE 'A' TO PIT-ESTADO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *--------------------------------------------------------------*
      * KEEP-ONE-MOVEMENT - EN VIGOR A LA FECHA. SI LA BASE QUEDO    *
      * ABIERTA (SIN FILA, O UN ALTA DESHECHA) EL MOVIMIENTO MAS     *
      * NUEVO EN VIGOR DICE SI LA POLIZA ESTABA DADA DE BAJA.        *
      *--------------------------------------------------------------*
       KEEP-ONE-MOVEMENT.
           IF WS-M-TIPO = 'ALT' OR WS-M-TIPO = 'MOD'
             OR WS-M-TIPO = 'BAJ'
             ADD 1 TO PIT-MOV-TOTAL
             IF PIT-MOV-CNT < 10
               ADD 1 TO PIT-MOV-CNT
               MOVE WS-M-FECHA TO PIT-M-FECHA(PIT-MOV-CNT)
               MOVE WS-M-HORA TO PIT-M-HORA(PIT-MOV-CNT)
               MOVE WS-M-TIPO TO PIT-M-TIPO(PIT-MOV-CNT)
               MOVE WS-M-MONTO TO PIT-M-MONTO(PIT-MOV-CNT)
               MOVE WS-M-USUARIO TO PIT-M-USUARIO(PIT-MOV-CNT)
             END-IF
             IF WS-SEEN-ASOF = 'N'
               MOVE 'Y' TO WS-SEEN-ASOF
               IF WS-BASE-OPEN = 'Y'
                 IF WS-M-TIPO = 'BAJ'
                   MOVE 'C' TO PIT-ESTADO
                 ELSE
                   MOVE 'A' TO PIT-ESTADO
                 END-IF
               END-IF
             END-IF
             IF WS-M-TIPO NOT = 'BAJ' AND WS-NEED-PRIMA = 'Y'
               MOVE WS-M-MONTO TO PIT-PRIMA
               MOVE 'N' TO WS-NEED-PRIMA
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * CLOSE-ANSWER - EXISTIA O NO A LA FECHA, Y LAS LAGUNAS QUE    *
      * SOLO SE VEN CON EL RASTRO COMPLETO (F, G).                   *
      *--------------------------------------------------------------*
       CLOSE-ANSWER.
           IF WS-ROW-CNT = 0 AND PIT-EN-DB2 = 'N'
             MOVE '08' TO PIT-RC
             MOVE 'Poliza sin fila en POL_POLICY y sin movimientos'
               TO PIT-MESSAGE
           ELSE
             IF WS-BASE-OPEN = 'Y'
               IF WS-SEEN-ASOF = 'Y'
                 MOVE 'S' TO PIT-EXISTIA
               END-IF
             ELSE
               IF WS-SEEN-ASOF = 'Y'
                 OR WS-POL-EMISION NOT > PIT-FECHA
                 MOVE 'S' TO PIT-EXISTIA
               END-IF
             END-IF
             IF PIT-EXISTIA = 'N'
               MOVE '04' TO PIT-RC
               MOVE SPACE TO PIT-ESTADO
               MOVE 0 TO PIT-PRIMA
               MOVE 'La poliza no existia a esa fecha' TO PIT-MESSAGE
             ELSE
               PERFORM CHECK-LATE-GAPS
             END-IF
           END-IF.
       CHECK-LATE-GAPS.
           IF WS-NEED-PRIMA = 'Y'
             MOVE 'N' TO PIT-PRIMA-CONOC
             MOVE 0 TO PIT-PRIMA
             MOVE 'F' TO WS-GAP-CLASE
             MOVE 'SIN ALT/MOD HASTA LA FECHA: PRIMA DESCONOCIDA'
               TO WS-GAP-TEXTO
             PERFORM ADD-GAP
           END-IF.
           IF PIT-EN-DB2 = 'S' AND PIT-DESHECHOS = 0
             AND WS-POL-MODIF > PIT-FECHA
             MOVE 'G' TO WS-GAP-CLASE
             MOVE SPACES TO WS-GAP-TEXTO
             STRING 'POLIZA MODIFICADA EL ' WS-POL-MODIF
               ' SIN MOVIMIENTO QUE DESHACER'
               DELIMITED BY SIZE INTO WS-GAP-TEXTO
             PERFORM ADD-GAP
           END-IF.
           IF PIT-GAP-TOTAL = 0
             MOVE 'Estado reconstruido - rastro sin lagunas'
               TO PIT-MESSAGE
           ELSE
             MOVE 'Estado reconstruido CON LAGUNAS - ver detalle'
               TO PIT-MESSAGE
           END-IF.
       ADD-GAP.
           ADD 1 TO PIT-GAP-TOTAL.
           IF PIT-GAP-CNT < 6
             ADD 1 TO PIT-GAP-CNT
             MOVE WS-GAP-CLASE TO PIT-G-CLASE(PIT-GAP-CNT)
             MOVE WS-GAP-TEXTO TO PIT-G-TEXTO(PIT-GAP-CNT)
           END-IF.
