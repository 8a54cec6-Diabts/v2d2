      * with field name, VSAM value and DB2 value. The optional      *
      * second PARM token samples every Nth record when the batch    *
      * window is tight (blank or 1 = every record). Read-only; the  *
      * job's STATUS is never touched. A policy with no row that the  *
      * scoping rules excluded (V2D2_SCOPEX) is counted as excluded,  *
      * not as missing.                                               *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-READ-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-CMP-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-MISSING-CNT           PIC S9(9) COMP VALUE 0.
       01  WS-EXCL-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-SCX-KEY               PIC X(30) VALUE SPACES.
       01  WS-SCX-FOUND             PIC S9(9) COMP VALUE 0.
       01  WS-BADREC-CNT            PIC S9(9) COMP VALUE 0.
       01  WS-DIFF-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-REC-DIFFS             PIC S9(9) COMP VALUE 0.
           DISPLAY 'REGISTROS COMPARADOS:      ' WS-CNT-D1.
           MOVE WS-MISSING-CNT TO WS-CNT-D1.
           DISPLAY 'SIN FILA EN DB2:           ' WS-CNT-D1.
           MOVE WS-EXCL-CNT TO WS-CNT-D1.
           DISPLAY 'EXCLUIDAS POR ALCANCE:     ' WS-CNT-D1.
           MOVE WS-BADREC-CNT TO WS-CNT-D1.
           DISPLAY 'REGISTROS CON DIFERENCIAS: ' WS-CNT-D1.
           MOVE WS-DIFF-CNT TO WS-CNT-D1.
             WHERE POL_NUMERO = :POL-NUMERO
           END-EXEC.
           IF SQLCODE = 100
             PERFORM CHECK-EXCLUDED
           ELSE
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             END-IF
           END-IF
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-EXCLUDED - SIN FILA EN POL_POLICY: SI LAS REGLAS DE    *
      * ALCANCE LA DEJARON AFUERA NO ES UN FALTANTE.                 *
      *--------------------------------------------------------------*
       CHECK-EXCLUDED.
           MOVE SPACES TO WS-SCX-KEY.
           MOVE POL-NUMERO TO WS-SCX-KEY.
           MOVE 0 TO WS-SCX-FOUND.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-SCX-FOUND
             FROM IBMUSER.V2D2_SCOPEX
             WHERE JOB_ID = :DCL-JOB-ID
               AND REC_KEY = :WS-SCX-KEY
           END-EXEC.
           IF SQLCODE = 0 AND WS-SCX-FOUND > 0
             ADD 1 TO WS-EXCL-CNT
           ELSE
             ADD 1 TO WS-MISSING-CNT
             DISPLAY POL-NUMERO ' SIN FILA EN POL_POLICY'
           END-IF.
       COMPARE-COMMON-FIELDS.
           IF POL-SUCURSAL NOT = WS-DB-SUCURSAL
             MOVE 'POL-SUCURSAL' TO WS-DIF-FIELD
