      * tables, not in POL_POLICY, so a check on a subtype field is  *
      * refused for an 'S' job with an explicit notice instead of    *
      * comparing against a column that does not exist.              *
      *                                                               *
      * Policies the scoping rules kept out of DB2 (V2D2_SCOPEX) are  *
      * still swept on the VSAM side but totaled apart per group, so  *
      * a group balances when VSAM - EXCL = DB2.                      *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 15 WS-CK-GVAL      PIC X(15).
                 15 WS-CK-GSUM      PIC S9(13)V99 COMP-3.
                 15 WS-CK-GRECS     PIC S9(9) COMP.
                 15 WS-CK-GEXCL     PIC S9(13)V99 COMP-3.
       01  WS-CHK-CNT               PIC S9(4) COMP VALUE 0.
       01  CX                       PIC S9(4) COMP VALUE 0.
       01  GX                       PIC S9(4) COMP VALUE 0.
       01  WS-D-ID                  PIC S9(9) COMP VALUE 0.
       01  WS-D-DESC                PIC X(40) VALUE SPACES.
       01  WS-D-FILVAL              PIC X(15) VALUE SPACES.
      *--------------------------------------------------------------*
      * EXCLUIDAS POR ALCANCE - V2D2_SCOPEX EN ORDEN DE CLAVE SE     *
      * APAREA CON EL BARRIDO SECUENCIAL DEL KSDS.                   *
      *--------------------------------------------------------------*
       01  WS-SCX-KEY               PIC X(30) VALUE SPACES.
       01  WS-SCX-EOF               PIC X(1) VALUE 'N'.
       01  WS-REC-EXCL              PIC X(1) VALUE 'N'.
       01  WS-EXCL-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-ED-EXCL               PIC -(13)9.99.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *--------------------------------------------------------------*
      * CURSOR DINAMICO SOBRE LA SENTENCIA PREPARADA POR GRUPO -     *
               MOVE 'Y' TO WS-EOF
             END-IF
           END-IF.
           EXEC SQL DECLARE SCXCUR CURSOR FOR
             SELECT REC_KEY
             FROM IBMUSER.V2D2_SCOPEX
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY REC_KEY
           END-EXEC.
           EXEC SQL OPEN SCXCUR END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'Y' TO WS-SCX-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ POLFILE NEXT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-READ-CNT
                 MOVE POL-REGISTRO TO WS-REG
                 PERFORM FETCH-NEXT-EXCLUDED
                   UNTIL WS-SCX-EOF = 'Y'
                     OR WS-SCX-KEY(1:12) >= POL-NUMERO
                 MOVE 'N' TO WS-REC-EXCL
                 IF WS-SCX-EOF NOT = 'Y'
                   AND WS-SCX-KEY(1:12) = POL-NUMERO
                   MOVE 'Y' TO WS-REC-EXCL
                   ADD 1 TO WS-EXCL-CNT
                 END-IF
                 PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > WS-CHK-CNT
                   PERFORM APPLY-ONE-CHECK
           IF WS-FS1 = '10' OR WS-FS1 = '00'
             CLOSE POLFILE
           END-IF.
           EXEC SQL CLOSE SCXCUR END-EXEC.
           MOVE WS-READ-CNT TO WS-CNT-D1.
           DISPLAY 'REGISTROS VSAM BARRIDOS: ' WS-CNT-D1.
           IF WS-EXCL-CNT > 0
             MOVE WS-EXCL-CNT TO WS-CNT-D1
             DISPLAY 'EXCLUIDAS POR ALCANCE:   ' WS-CNT-D1
           END-IF.
       FETCH-NEXT-EXCLUDED.
           EXEC SQL
             FETCH SCXCUR INTO :WS-SCX-KEY
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'Y' TO WS-SCX-EOF
           END-IF.
       APPLY-ONE-CHECK.
           MOVE 'Y' TO WS-FIL-OK.
           IF WS-CK-FIL(CX) > 0
               PERFORM EXTRACT-NUMERIC-VALUE
               ADD WS-AMT TO WS-CK-GSUM(CX, GX)
               ADD 1 TO WS-CK-GRECS(CX, GX)
               IF WS-REC-EXCL = 'Y'
                 ADD WS-AMT TO WS-CK-GEXCL(CX, GX)
               END-IF
             END-IF
           END-IF.
      *--------------------------------------------------------------*
               MOVE WS-GVAL TO WS-CK-GVAL(CX, GX)
               MOVE 0 TO WS-CK-GSUM(CX, GX)
               MOVE 0 TO WS-CK-GRECS(CX, GX)
               MOVE 0 TO WS-CK-GEXCL(CX, GX)
             ELSE
               MOVE 0 TO GX
             END-IF
      * EN V2D2RECN COMO DIFERENCIA DE TOTALES GENERALES. UN         *
      * PREPARE QUE FALLA INVALIDA EL CHEQUE ENTERO: SE AVISA UNA    *
      * VEZ Y NADA SE CUENTA COMO DIFERENCIA - UN REPORTE DE FIRMA   *
      * NO PUEDE FABRICAR DISCREPANCIAS CONTRA UN CERO. LO EXCLUIDO  *
      * POR ALCANCE SE DESCUENTA DEL LADO VSAM Y SE MUESTRA APARTE.  *
      *--------------------------------------------------------------*
       REPORT-ONE-CHECK.
           DISPLAY '----------------------------------------------'.
             ELSE
               MOVE WS-CK-GSUM(CX, GX) TO WS-ED-VSAM
               MOVE WS-DB2-SUM TO WS-ED-DB2
               MOVE WS-CK-GEXCL(CX, GX) TO WS-ED-EXCL
               COMPUTE WS-DIF = WS-CK-GSUM(CX, GX)
                 - WS-CK-GEXCL(CX, GX) - WS-DB2-SUM
               MOVE WS-DIF TO WS-ED-DIF
               IF WS-EXCL-CNT > 0
                 DISPLAY '  [' WS-CK-GVAL(CX, GX) '] VSAM='
                   WS-ED-VSAM ' EXCL=' WS-ED-EXCL
               END-IF
               IF WS-DIF = 0
                 DISPLAY '  [' WS-CK-GVAL(CX, GX) '] VSAM='
                   WS-ED-VSAM ' DB2=' WS-ED-DB2 ' OK'
