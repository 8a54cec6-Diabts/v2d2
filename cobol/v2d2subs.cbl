       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2SUBS.
      *==============================================================*
      * V2D2SUBS - TEST-DATA SUBSET EXTRACT FOR REHEARSALS            *
      * Invoked by JCL with PARM='nnnnnnnnn[,N][,MASK]'. Reads the    *
      * job's POLFILE (POLDD) and writes a small, representative      *
      * POL-REGISTRO KSDS (SUBDD, same geometry as POLFILE) plus the  *
      * MOV-REGISTRO trail of exactly those policies from MOVFILE     *
      * (MOVDD -> SMVDD), so a rehearsal job can be registered on     *
      * the subset and run end to end in minutes instead of a night.  *
      *                                                               *
      * The sample is consistent: a first pass counts the policies    *
      * of every POL-TIPO / POL-SUCURSAL cell and the second takes N  *
      * of each (default 5) evenly spread across the key range, so    *
      * the same file always yields the same subset. On top of that,  *
      * per POL-TIPO, up to N of each edge case: the maximum number   *
      * of coverages, cancelled, suspended, and keys the V2D2VLDT     *
      * profiling flagged in V2D2_DQEXC for this job.                 *
      *                                                               *
      * The token MASK applies the same deterministic scrambling as   *
      * V2D2LOAD MASK mode (CLI-* identity fields, VIDA-BENEFICIARIO) *
      * before the write, so the subset may leave production; keys,   *
      * amounts and dates are untouched and the trail still matches.  *
      * Read-only against DB2; the job's STATUS is never touched.     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLFILE ASSIGN TO POLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-NUMERO
               FILE STATUS IS WS-FS1.
           SELECT SUBFILE ASSIGN TO SUBDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUB-NUMERO
               FILE STATUS IS WS-FS2.
           SELECT MOVFILE ASSIGN TO MOVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS3.
           SELECT SUBMOV ASSIGN TO SMVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD  POLFILE.
       COPY POLREC.
       FD  SUBFILE.
       01  SUB-REGISTRO.
           05 SUB-NUMERO            PIC X(12).
           05 FILLER                PIC X(699).
       FD  MOVFILE.
       COPY MOVREC.
       FD  SUBMOV
           RECORDING MODE IS F.
       01  SMV-REGISTRO             PIC X(97).
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-FS2                   PIC XX.
       01  WS-FS3                   PIC XX.
       01  WS-FS4                   PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-PARM-JOBID            PIC X(9)  VALUE SPACES.
       01  WS-PARM-TOK1             PIC X(9)  VALUE SPACES.
       01  WS-PARM-TOK2             PIC X(9)  VALUE SPACES.
       01  WS-TOK-SCAN              PIC X(9)  VALUE SPACES.
       01  WS-TOK-RJ                PIC X(9)  JUSTIFIED RIGHT.
       01  WS-TKX                   PIC S9(4) COMP VALUE 0.
       01  WS-MASK-MODE             PIC X VALUE 'N'.
       01  WS-SAMPLE-N              PIC S9(9) COMP VALUE 5.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
       01  WS-READ-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-PICK-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-MOV-READ              PIC S9(9) COMP VALUE 0.
       01  WS-MOV-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-CNT-D1                PIC ZZZZZZZ9.
       01  WS-CNT-D2                PIC ZZZZZZZ9.
       01  WS-SUC-D                 PIC ZZZ9.
      *--------------------------------------------------------------*
      * CELDAS POL-TIPO / POL-SUCURSAL. LA PRIMERA PASADA CUENTA, LA *
      * SEGUNDA TOMA UNA DE CADA WS-CL-STRIDE HASTA COMPLETAR N. SI  *
      * HAY MAS CELDAS QUE LUGARES, LAS QUE SOBRAN VAN A LA ULTIMA   *
      * (TIPO '*') Y SE AVISA.                                       *
      *--------------------------------------------------------------*
       01  WS-CL-TAB.
           05 WS-CL-ENTRY OCCURS 2000 TIMES.
              10 WS-CL-TIPO         PIC X(1).
              10 WS-CL-SUC          PIC 9(4) COMP.
              10 WS-CL-TOTAL        PIC S9(9) COMP.
              10 WS-CL-STRIDE       PIC S9(9) COMP.
              10 WS-CL-SEEN         PIC S9(9) COMP.
              10 WS-CL-PICKED       PIC S9(9) COMP.
       01  WS-CL-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-CL-MAX                PIC S9(4) COMP VALUE 2000.
       01  WS-CL-FULL               PIC X VALUE 'N'.
       01  CX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CASOS BORDE POR POL-TIPO (A, V, H, OTRO) Y CATEGORIA:        *
      * 1 COBERTURAS AL MAXIMO, 2 CANCELADA, 3 SUSPENDIDA, 4 DQEXC.  *
      *--------------------------------------------------------------*
       01  WS-ED-TAB.
           05 WS-ED-TIPO OCCURS 4 TIMES.
              10 WS-ED-PICKED OCCURS 4 TIMES PIC S9(9) COMP.
       01  WS-ED-NAMES.
           05 FILLER                PIC X(16) VALUE 'COBERTURAS MAX'.
           05 FILLER                PIC X(16) VALUE 'CANCELADAS'.
           05 FILLER                PIC X(16) VALUE 'SUSPENDIDAS'.
           05 FILLER                PIC X(16) VALUE 'MARCADAS DQEXC'.
       01  WS-ED-NAME-TAB REDEFINES WS-ED-NAMES.
           05 WS-ED-NAME OCCURS 4 TIMES PIC X(16).
       01  WS-TIPO-LIST             PIC X(4) VALUE 'AVH*'.
       01  TX                       PIC S9(4) COMP VALUE 0.
       01  EX                       PIC S9(4) COMP VALUE 0.
       01  WS-COB-MAX               PIC S9(4) COMP VALUE 5.
       01  WS-PICK-REASON           PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CLAVES ELEGIDAS, EN ORDEN DE CLAVE (SALEN DE UNA LECTURA     *
      * SECUENCIAL DEL KSDS) - EL MOVFILE NO ESTA ORDENADO POR       *
      * POLIZA, ASI QUE CADA MOVIMIENTO SE BUSCA POR BISECCION.      *
      *--------------------------------------------------------------*
       01  WS-KEY-TAB.
           05 WS-KEY OCCURS 20000 TIMES PIC X(12).
       01  WS-KEY-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-KEY-MAX               PIC S9(9) COMP VALUE 20000.
       01  WS-KEY-FULL              PIC X VALUE 'N'.
       01  WS-BS-LO                 PIC S9(9) COMP VALUE 0.
       01  WS-BS-HI                 PIC S9(9) COMP VALUE 0.
       01  WS-BS-MID                PIC S9(9) COMP VALUE 0.
       01  WS-BS-FOUND              PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * CLAVES DE V2D2_DQEXC: EL CURSOR VIENE EN ORDEN DE POL_NUMERO *
      * Y SE APAREA CON LA LECTURA DEL KSDS, SIN TABLA EN MEMORIA.   *
      *--------------------------------------------------------------*
       01  WS-DQ-KEY                PIC X(12) VALUE SPACES.
       01  WS-DQ-EOF                PIC X VALUE 'N'.
       01  WS-DQ-HIT                PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * MAPAS DE ENMASCARADO - LOS MISMOS DE V2D2LOAD, PARA QUE UN   *
      * DOCUMENTO ENMASCARE IGUAL EN EL SUBCONJUNTO Y EN UNA CARGA   *
      * MASK DE PRUEBA.                                              *
      *--------------------------------------------------------------*
       01  WS-MASK-UC-FROM          PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-MASK-UC-TO            PIC X(26)
           VALUE 'NOPQRSTUVWXYZABCDEFGHIJKLM'.
       01  WS-MASK-LC-FROM          PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-MASK-LC-TO            PIC X(26)
           VALUE 'nopqrstuvwxyzabcdefghijklm'.
       01  WS-MASK-DIG-FROM         PIC X(10) VALUE '0123456789'.
       01  WS-MASK-DIG-TO           PIC X(10) VALUE '3074185296'.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(30).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-PARM-JOBID WS-PARM-TOK1 WS-PARM-TOK2
           END-UNSTRING.
           MOVE WS-PARM-JOBID TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
      *    N Y MASK EN CUALQUIER ORDEN DETRAS DEL JOBID.
           PERFORM VARYING WS-TKX FROM 1 BY 1 UNTIL WS-TKX > 2
             IF WS-TKX = 1
               MOVE WS-PARM-TOK1 TO WS-TOK-SCAN
             ELSE
               MOVE WS-PARM-TOK2 TO WS-TOK-SCAN
             END-IF
             EVALUATE TRUE
               WHEN WS-TOK-SCAN = 'MASK'
                 MOVE 'Y' TO WS-MASK-MODE
               WHEN WS-TOK-SCAN NOT = SPACES
                 MOVE SPACES TO WS-TOK-RJ
                 MOVE FUNCTION TRIM(WS-TOK-SCAN) TO WS-TOK-RJ
                 INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'
                 IF WS-TOK-RJ NUMERIC
                   MOVE WS-TOK-RJ TO WS-SAMPLE-N
                 ELSE
                   DISPLAY 'V2D2SUBS: TOKEN INVALIDO EN PARM ('
                     WS-TOK-SCAN ')'
                   GOBACK
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           IF WS-SAMPLE-N < 1
             MOVE 1 TO WS-SAMPLE-N
           END-IF.
           EXEC SQL
             SELECT SOURCE_DSN, MEMBER, STATUS
             INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'V2D2SUBS: JOB NO ENCONTRADO ' WS-JOBID-DISP
             GOBACK
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2SUBS - SUBCONJUNTO DE PRUEBA PARA ENSAYOS'.
           DISPLAY 'JOB=' WS-JOBID-DISP ' DSN=' DCL-SOURCE-DSN.
           MOVE WS-SAMPLE-N TO WS-CNT-D1.
           DISPLAY 'POLIZAS POR CELDA Y POR CASO BORDE:' WS-CNT-D1.
           IF WS-MASK-MODE = 'Y'
             DISPLAY 'MODO ENMASCARADO (PUEDE SALIR DE PRODUCCION)'
           ELSE
             DISPLAY 'SIN ENMASCARAR - DATOS REALES, NO SACAR DE'
               ' PRODUCCION'
           END-IF.
           DISPLAY '=============================================='.
           OPEN INPUT POLFILE.
           IF WS-FS1 NOT = '00'
             DISPLAY 'V2D2SUBS: OPEN POLDD FALLO, FILE STATUS='
               WS-FS1
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           INITIALIZE WS-ED-TAB.
           PERFORM COUNT-CELLS.
           OPEN OUTPUT SUBFILE.
           IF WS-FS2 NOT = '00'
             DISPLAY 'V2D2SUBS: OPEN SUBDD FALLO, FILE STATUS='
               WS-FS2
             CLOSE POLFILE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM PICK-SUBSET.
           CLOSE POLFILE.
           CLOSE SUBFILE.
           IF WS-RUN-FAILED NOT = 'Y'
             PERFORM EXTRACT-TRAIL
           END-IF.
           PERFORM PRINT-SUMMARY.
           IF WS-RUN-FAILED = 'Y'
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * COUNT-CELLS - PRIMERA PASADA: POLIZAS POR TIPO/SUCURSAL, Y   *
      * EL PASO DE MUESTREO QUE REPARTE LAS N A LO LARGO DE LA CELDA.*
      *--------------------------------------------------------------*
       COUNT-CELLS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO POL-NUMERO.
           START POLFILE KEY >= POL-NUMERO.
           IF WS-FS1 NOT = '00'
             MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ POLFILE NEXT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-READ-CNT
                 PERFORM FIND-CELL
                 ADD 1 TO WS-CL-TOTAL(CX)
             END-READ
           END-PERFORM.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CL-CNT
             COMPUTE WS-CL-STRIDE(CX) = WS-CL-TOTAL(CX) / WS-SAMPLE-N
             IF WS-CL-STRIDE(CX) < 1
               MOVE 1 TO WS-CL-STRIDE(CX)
             END-IF
           END-PERFORM.
           IF WS-CL-FULL = 'Y'
             DISPLAY '** MAS DE 2000 CELDAS TIPO/SUCURSAL - LAS QUE'
               ' SOBRAN SE MUESTREAN JUNTAS (TIPO *)'
           END-IF.
       FIND-CELL.
           PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > WS-CL-CNT
                OR (WS-CL-TIPO(CX) = POL-TIPO
                    AND WS-CL-SUC(CX) = POL-SUCURSAL)
             CONTINUE
           END-PERFORM.
           IF CX > WS-CL-CNT
             IF WS-CL-CNT < WS-CL-MAX
               ADD 1 TO WS-CL-CNT
               MOVE WS-CL-CNT TO CX
               MOVE POL-TIPO TO WS-CL-TIPO(CX)
               MOVE POL-SUCURSAL TO WS-CL-SUC(CX)
               MOVE 0 TO WS-CL-TOTAL(CX) WS-CL-STRIDE(CX)
               MOVE 0 TO WS-CL-SEEN(CX) WS-CL-PICKED(CX)
               IF WS-CL-CNT = WS-CL-MAX
                 MOVE '*' TO WS-CL-TIPO(CX)
                 MOVE 0 TO WS-CL-SUC(CX)
                 MOVE 'Y' TO WS-CL-FULL
               END-IF
             ELSE
               MOVE WS-CL-MAX TO CX
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * PICK-SUBSET - SEGUNDA PASADA: CASOS BORDE PRIMERO, DESPUES   *
      * EL MUESTREO PAREJO DE LA CELDA. CADA POLIZA SE ELIGE UNA SOLA*
      * VEZ Y CUENTA PARA LA PRIMERA CATEGORIA QUE TENGA LUGAR.      *
      *--------------------------------------------------------------*
       PICK-SUBSET.
           MOVE 'N' TO WS-EOF.
           EXEC SQL DECLARE SQCUR CURSOR FOR
             SELECT DISTINCT POL_NUMERO
             FROM IBMUSER.V2D2_DQEXC
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY POL_NUMERO
           END-EXEC.
           EXEC SQL OPEN SQCUR END-EXEC.
           PERFORM FETCH-DQ-KEY.
           IF WS-DQ-EOF = 'Y'
             DISPLAY 'V2D2SUBS: SIN CLAVES EN V2D2_DQEXC PARA EL JOB'
               ' (CORRA V2D2VLDT PARA INCLUIR LOS CASOS SUCIOS)'
           END-IF.
           MOVE LOW-VALUES TO POL-NUMERO.
           START POLFILE KEY >= POL-NUMERO.
           IF WS-FS1 NOT = '00'
             MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RUN-FAILED = 'Y'
             READ POLFILE NEXT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END PERFORM PICK-ONE-POLICY
             END-READ
           END-PERFORM.
           EXEC SQL CLOSE SQCUR END-EXEC.
       FETCH-DQ-KEY.
           EXEC SQL
             FETCH SQCUR INTO :WS-DQ-KEY
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'Y' TO WS-DQ-EOF
             MOVE HIGH-VALUES TO WS-DQ-KEY
           END-IF.
       PICK-ONE-POLICY.
           PERFORM UNTIL WS-DQ-EOF = 'Y' OR WS-DQ-KEY >= POL-NUMERO
             PERFORM FETCH-DQ-KEY
           END-PERFORM.
           IF WS-DQ-KEY = POL-NUMERO
             MOVE 'Y' TO WS-DQ-HIT
           ELSE
             MOVE 'N' TO WS-DQ-HIT
           END-IF.
           PERFORM FIND-CELL.
           ADD 1 TO WS-CL-SEEN(CX).
           EVALUATE POL-TIPO
             WHEN 'A' MOVE 1 TO TX
             WHEN 'V' MOVE 2 TO TX
             WHEN 'H' MOVE 3 TO TX
             WHEN OTHER MOVE 4 TO TX
           END-EVALUATE.
           MOVE 0 TO WS-PICK-REASON.
           EVALUATE TRUE
             WHEN POL-NUM-COBERT >= WS-COB-MAX
               AND WS-ED-PICKED(TX, 1) < WS-SAMPLE-N
               MOVE 1 TO WS-PICK-REASON
             WHEN POL-CANCELADA
               AND WS-ED-PICKED(TX, 2) < WS-SAMPLE-N
               MOVE 2 TO WS-PICK-REASON
             WHEN POL-SUSPENDIDA
               AND WS-ED-PICKED(TX, 3) < WS-SAMPLE-N
               MOVE 3 TO WS-PICK-REASON
             WHEN WS-DQ-HIT = 'Y'
               AND WS-ED-PICKED(TX, 4) < WS-SAMPLE-N
               MOVE 4 TO WS-PICK-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-PICK-REASON > 0
             ADD 1 TO WS-ED-PICKED(TX, WS-PICK-REASON)
           ELSE
             IF WS-CL-PICKED(CX) < WS-SAMPLE-N
               AND FUNCTION MOD(WS-CL-SEEN(CX) - 1, WS-CL-STRIDE(CX))
                   = 0
               ADD 1 TO WS-CL-PICKED(CX)
               MOVE 9 TO WS-PICK-REASON
             END-IF
           END-IF.
           IF WS-PICK-REASON > 0
             PERFORM WRITE-SUBSET-RECORD
           END-IF.
       WRITE-SUBSET-RECORD.
           IF WS-KEY-CNT >= WS-KEY-MAX
             IF WS-KEY-FULL = 'N'
               MOVE 'Y' TO WS-KEY-FULL
               DISPLAY '** TOPE DE 20000 POLIZAS ALCANZADO EN '
                 POL-NUMERO ' - BAJE N O PARTA EL ARCHIVO'
             END-IF
           ELSE
             IF WS-MASK-MODE = 'Y'
               PERFORM MASK-PII-FIELDS
             END-IF
             WRITE SUB-REGISTRO FROM POL-REGISTRO
             IF WS-FS2 = '00'
               ADD 1 TO WS-KEY-CNT
               MOVE POL-NUMERO TO WS-KEY(WS-KEY-CNT)
               ADD 1 TO WS-PICK-CNT
             ELSE
               DISPLAY 'V2D2SUBS: WRITE SUBDD FALLO EN ' POL-NUMERO
                 ', FILE STATUS=' WS-FS2
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * MASK-PII-FIELDS - COPIA FIEL DE LA DE V2D2LOAD: SOLO LA      *
      * VISTA DEL REDEFINES EN USO; IMPORTES, FECHAS Y CLAVES NUNCA. *
      *--------------------------------------------------------------*
       MASK-PII-FIELDS.
           EVALUATE TRUE
             WHEN POL-ES-VIDA
               PERFORM MASK-VIDA-BENEF
             WHEN POL-ES-AUTO
             WHEN POL-ES-HOGAR
               CONTINUE
             WHEN OTHER
               PERFORM MASK-CLI-FIELDS
           END-EVALUATE.
       MASK-VIDA-BENEF.
           INSPECT VIDA-BENEFICIARIO
             CONVERTING WS-MASK-UC-FROM TO WS-MASK-UC-TO.
           INSPECT VIDA-BENEFICIARIO
             CONVERTING WS-MASK-LC-FROM TO WS-MASK-LC-TO.
           INSPECT VIDA-BENEFICIARIO
             CONVERTING WS-MASK-DIG-FROM TO WS-MASK-DIG-TO.
       MASK-CLI-FIELDS.
           INSPECT CLI-DOCUMENTO
             CONVERTING WS-MASK-DIG-FROM TO WS-MASK-DIG-TO.
           INSPECT CLI-DOCUMENTO
             CONVERTING WS-MASK-UC-FROM TO WS-MASK-UC-TO.
           INSPECT CLI-NOMBRE
             CONVERTING WS-MASK-UC-FROM TO WS-MASK-UC-TO.
           INSPECT CLI-NOMBRE
             CONVERTING WS-MASK-LC-FROM TO WS-MASK-LC-TO.
           INSPECT CLI-DIRECCION
             CONVERTING WS-MASK-UC-FROM TO WS-MASK-UC-TO.
           INSPECT CLI-DIRECCION
             CONVERTING WS-MASK-LC-FROM TO WS-MASK-LC-TO.
           INSPECT CLI-DIRECCION
             CONVERTING WS-MASK-DIG-FROM TO WS-MASK-DIG-TO.
           INSPECT CLI-TELEFONO
             CONVERTING WS-MASK-DIG-FROM TO WS-MASK-DIG-TO.
           INSPECT CLI-EMAIL
             CONVERTING WS-MASK-UC-FROM TO WS-MASK-UC-TO.
           INSPECT CLI-EMAIL
             CONVERTING WS-MASK-LC-FROM TO WS-MASK-LC-TO.
           INSPECT CLI-EMAIL
             CONVERTING WS-MASK-DIG-FROM TO WS-MASK-DIG-TO.
      *--------------------------------------------------------------*
      * EXTRACT-TRAIL - LOS MOVIMIENTOS DE LAS POLIZAS ELEGIDAS, EN  *
      * EL ORDEN DEL MOVFILE ORIGINAL.                               *
      *--------------------------------------------------------------*
       EXTRACT-TRAIL.
           OPEN INPUT MOVFILE.
           IF WS-FS3 NOT = '00'
             DISPLAY 'V2D2SUBS: OPEN MOVDD FALLO, FILE STATUS='
               WS-FS3
             MOVE 'Y' TO WS-RUN-FAILED
           ELSE
             OPEN OUTPUT SUBMOV
             IF WS-FS4 NOT = '00'
               DISPLAY 'V2D2SUBS: OPEN SMVDD FALLO, FILE STATUS='
                 WS-FS4
               MOVE 'Y' TO WS-RUN-FAILED
               CLOSE MOVFILE
             END-IF
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y'
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y' OR WS-RUN-FAILED = 'Y'
               READ MOVFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-MOV-READ
                   PERFORM FIND-KEY
                   IF WS-BS-FOUND = 'Y'
                     WRITE SMV-REGISTRO FROM MOV-REGISTRO
                     IF WS-FS4 = '00'
                       ADD 1 TO WS-MOV-CNT
                     ELSE
                       DISPLAY 'V2D2SUBS: WRITE SMVDD FALLO,'
                         ' FILE STATUS=' WS-FS4
                       MOVE 'Y' TO WS-RUN-FAILED
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MOVFILE
             CLOSE SUBMOV
           END-IF.
       FIND-KEY.
           MOVE 'N' TO WS-BS-FOUND.
           MOVE 1 TO WS-BS-LO.
           MOVE WS-KEY-CNT TO WS-BS-HI.
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR WS-BS-FOUND = 'Y'
             COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
             EVALUATE TRUE
               WHEN WS-KEY(WS-BS-MID) = MOV-POLIZA
                 MOVE 'Y' TO WS-BS-FOUND
               WHEN WS-KEY(WS-BS-MID) < MOV-POLIZA
                 COMPUTE WS-BS-LO = WS-BS-MID + 1
               WHEN OTHER
                 COMPUTE WS-BS-HI = WS-BS-MID - 1
             END-EVALUATE
           END-PERFORM.
      *--------------------------------------------------------------*
      * PRINT-SUMMARY - CELDAS, CASOS BORDE Y TOTALES.               *
      *--------------------------------------------------------------*
       PRINT-SUMMARY.
           DISPLAY 'TIPO SUCURSAL    TOTAL  ELEGIDAS'.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CL-CNT
             MOVE WS-CL-SUC(CX) TO WS-SUC-D
             MOVE WS-CL-TOTAL(CX) TO WS-CNT-D1
             MOVE WS-CL-PICKED(CX) TO WS-CNT-D2
             DISPLAY '  ' WS-CL-TIPO(CX) '    ' WS-SUC-D ' '
               WS-CNT-D1 '  ' WS-CNT-D2
           END-PERFORM.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'CASOS BORDE POR TIPO (A/V/H/OTRO):'.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > 4
             PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 4
               IF WS-ED-PICKED(TX, EX) > 0
                 MOVE WS-ED-PICKED(TX, EX) TO WS-CNT-D1
                 DISPLAY '  ' WS-ED-NAME(EX) ' TIPO '
                   WS-TIPO-LIST(TX:1) ':' WS-CNT-D1
               END-IF
             END-PERFORM
           END-PERFORM.
           DISPLAY '----------------------------------------------'.
           MOVE WS-READ-CNT TO WS-CNT-D1.
           DISPLAY 'POLIZAS LEIDAS (POLDD):        ' WS-CNT-D1.
           MOVE WS-PICK-CNT TO WS-CNT-D1.
           DISPLAY 'POLIZAS ESCRITAS (SUBDD):      ' WS-CNT-D1.
           MOVE WS-MOV-READ TO WS-CNT-D1.
           DISPLAY 'MOVIMIENTOS LEIDOS (MOVDD):    ' WS-CNT-D1.
           MOVE WS-MOV-CNT TO WS-CNT-D1.
           DISPLAY 'MOVIMIENTOS ESCRITOS (SMVDD):  ' WS-CNT-D1.
           IF WS-RUN-FAILED = 'Y'
             DISPLAY 'V2D2SUBS: EXTRACCION INCOMPLETA - NO USE EL'
               ' SUBCONJUNTO'
           ELSE
             DISPLAY 'REGISTRE UN JOB DE ENSAYO CON SOURCE_DSN = EL'
               ' KSDS DE SUBDD Y EL RASTRO DE SMVDD EN V2D2M08'
               ' (ROLE TRAIL)'
           END-IF.
           DISPLAY '=============================================='.
