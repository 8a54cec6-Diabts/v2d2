       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2JSCN.
      *==============================================================*
      * V2D2JSCN - PRODUCTION JCL SCAN AGAINST THE DATASET REGISTRY   *
      * Invoked by JCL with PARM='jcl.library[,source.library]'.      *
      * V2D2_DSREG knows the DSNs our analyzed programs use; the      *
      * hundreds of production jobs that also reach POLFILE and       *
      * MOVFILE through IDCAMS REPRO backups, DFSORT extracts or      *
      * programs nobody has analyzed are invisible to it and would    *
      * break silently at cutover. This scan reads every member of    *
      * a production JCL library (the directory on DIRDD, same DCB    *
      * override as V2D2MASS; each member by dynamic allocation) and  *
      * records on IBMUSER.V2D2_JCLUSE every job/step/DD that         *
      * allocates a registered DSN, with the program or utility the   *
      * step runs and the DISP as coded. Instream SYSIN data is       *
      * scanned too, so an IDCAMS REPRO INDATASET(...) or a DELETE    *
      * of the cluster is caught even without a DD for it.            *
      *                                                               *
      * The report prints, per production job, each registered DSN    *
      * it touches, the steps that touch it and "who else touches     *
      * this cluster": the other scanned jobs and the analyzed        *
      * V2D2_JOBS that registered the same DSN.                       *
      *                                                               *
      * Programs found on EXEC PGM= that are neither a system         *
      * utility nor an analyzed member are listed as not analyzed.    *
      * With the second PARM token (the source library holding them)  *
      * each one is queued the way V2D2MASS queues a PDS member: a    *
      * V2D2_JOBS row per program (a live job for the same library/   *
      * member is respected) analyzed right away by V2D2RUNA in       *
      * DIRECT mode.                                                  *
      *                                                               *
      * Limits: symbolic DSNs (&HLQ..POLFILE) and DSN referbacks      *
      * cannot be resolved from the JCL text and never match; EXEC    *
      * of a cataloged procedure is recorded as such - scan the       *
      * PROCLIB with the same program to see inside it (a member      *
      * without a JOB card reports under its member name). Each run   *
      * replaces the V2D2_JCLUSE rows of the library it scanned.      *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDSDIR ASSIGN TO DIRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIR-FS.
           SELECT JCLMBR ASSIGN TO DYNAMIC WS-MBR-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  PDSDIR
           RECORDING MODE IS F.
       01  DIR-BLOCK                PIC X(256).
       FD  JCLMBR
           RECORDING MODE IS F.
       01  JCL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DIR-FS                PIC XX.
       01  WS-MBR-FS                PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-MBR-EOF               PIC X VALUE 'N'.
       01  WS-JCL-LIB               PIC X(44) VALUE SPACES.
       01  WS-SRC-LIB               PIC X(44) VALUE SPACES.
       01  WS-MBR-DSN               PIC X(54) VALUE SPACES.
       01  WS-MEMBER                PIC X(8) VALUE SPACES.
       01  WS-HW-X                  PIC X(2).
       01  WS-HW REDEFINES WS-HW-X  PIC S9(4) COMP.
       01  WS-USED                  PIC S9(4) COMP VALUE 0.
       01  WS-POS                   PIC S9(4) COMP VALUE 0.
       01  WS-C-VAL                 PIC S9(4) COMP VALUE 0.
       01  WS-USERHW                PIC S9(4) COMP VALUE 0.
       01  WS-END-DIR               PIC X VALUE 'N'.
       01  WS-HIVAL-NAME            PIC X(8) VALUE HIGH-VALUES.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-JOB-DISP              PIC ZZZZZZZZ9.
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-CNT-D1                PIC ZZZZZZZ9.
       01  WS-MBR-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-MBR-ERR               PIC S9(9) COMP VALUE 0.
       01  WS-DD-CNT                PIC S9(9) COMP VALUE 0.
       01  WS-HIT-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-UNK-CNT               PIC S9(9) COMP VALUE 0.
       01  WS-QUE-CNT               PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * REGISTRO DE DSNS - TODO DSN NO BLANCO DE V2D2_DSREG, EN      *
      * MEMORIA PARA NO IR A DB2 POR CADA DD DE LA LIBRERIA.         *
      *--------------------------------------------------------------*
       01  WS-REG-TAB.
           05 WS-REG-DSN OCCURS 500 TIMES PIC X(44).
       01  WS-REG-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-REG-HIT               PIC X VALUE 'N'.
       01  RX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * SENTENCIA JCL EN CURSO - LOS OPERANDOS DE LAS LINEAS DE      *
      * CONTINUACION (LA ANTERIOR TERMINA EN COMA) SE ACUMULAN EN    *
      * WS-STMT-OPND ANTES DE ANALIZARLA.                            *
      *--------------------------------------------------------------*
       01  WS-LINE                  PIC X(80) VALUE SPACES.
       01  WS-LINE-NO               PIC S9(9) COMP VALUE 0.
       01  WS-LINE-DONE             PIC X VALUE 'N'.
       01  WS-STMT-LINE             PIC S9(9) COMP VALUE 0.
       01  WS-STMT-TXT              PIC X(69) VALUE SPACES.
       01  WS-STMT-NAME             PIC X(17) VALUE SPACES.
       01  WS-STMT-OP               PIC X(8) VALUE SPACES.
       01  WS-STMT-OPND             PIC X(400) VALUE SPACES.
       01  WS-OPND-PTR              PIC S9(4) COMP VALUE 1.
       01  WS-OPND-LEN              PIC S9(4) COMP VALUE 0.
       01  WS-STMT-PEND             PIC X VALUE 'N'.
       01  WS-TOK-A                 PIC X(69) VALUE SPACES.
       01  WS-NAME-P1               PIC X(8) VALUE SPACES.
       01  WS-NAME-P2               PIC X(8) VALUE SPACES.
      *    'N' = JCL; '*' = DATOS DE DD * (TERMINAN EN /* O //);
      *    'D' = DATOS DE DD DATA (SOLO TERMINAN EN /*).
       01  WS-IN-DATA               PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * CONTEXTO JOB/STEP/DD Y OPERANDOS DE LA SENTENCIA             *
      *--------------------------------------------------------------*
       01  WS-CUR-JOB               PIC X(8) VALUE SPACES.
       01  WS-CUR-STEP              PIC X(8) VALUE SPACES.
       01  WS-CUR-DD                PIC X(8) VALUE SPACES.
       01  WS-DATA-DD               PIC X(8) VALUE SPACES.
       01  WS-CUR-PGM               PIC X(8) VALUE SPACES.
           88 WS-PGM-UTILITY        VALUE 'IDCAMS' 'SORT' 'ICEMAN'
                                          'ICETOOL' 'SYNCSORT'
                                          'IEBGENER' 'ICEGENER'
                                          'IEBCOPY' 'IEFBR14'
                                          'IEBCOMPR' 'IEBPTPCH'
                                          'IEHLIST' 'IEHPROGM'
                                          'ADRDSSU' 'IKJEFT01'
                                          'IKJEFT1A' 'IKJEFT1B'
                                          'DSNUTILB' 'FILEAID'
                                          'DFSRRC00'.
       01  WS-CUR-CLASS             PIC X(1) VALUE SPACE.
       01  WS-CUR-PGMJOB            PIC S9(9) COMP VALUE 0.
       01  WS-DD-DSN                PIC X(44) VALUE SPACES.
       01  WS-DD-DISP               PIC X(20) VALUE SPACES.
       01  WS-OPND-ONE              PIC X(120) VALUE SPACES.
       01  WS-KW                    PIC X(8) VALUE SPACES.
       01  WS-VAL                   PIC X(100) VALUE SPACES.
       01  WS-EQ-POS                PIC S9(4) COMP VALUE 0.
       01  WS-PSTART                PIC S9(4) COMP VALUE 0.
       01  WS-DEPTH                 PIC S9(4) COMP VALUE 0.
       01  WS-IN-QUOTE              PIC X VALUE 'N'.
       01  CX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * TARJETAS DE CONTROL (SYSIN INSTREAM) - CADA PALABRA SE       *
      * COMPARA CONTRA EL REGISTRO; LA ANTERIOR DICE QUE SE HACE.    *
      *--------------------------------------------------------------*
       01  WS-DATA-BUF              PIC X(72) VALUE SPACES.
       01  WS-DTOK-TAB.
           05 WS-DTOK OCCURS 12 TIMES PIC X(44).
       01  WS-DTOK-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-PREV-TOK              PIC X(44) VALUE SPACES.
       01  TX                       PIC S9(4) COMP VALUE 0.
      *--------------------------------------------------------------*
      * REPORTE Y ENCOLADO                                           *
      *--------------------------------------------------------------*
       01  WS-RPT-JOB               PIC X(8) VALUE SPACES.
       01  WS-RPT-PREV-JOB          PIC X(8) VALUE SPACES.
       01  WS-RPT-DSN               PIC X(44) VALUE SPACES.
       01  WS-RPT-MBR               PIC X(8) VALUE SPACES.
       01  WS-RPT-LIB               PIC X(44) VALUE SPACES.
       01  WS-RPT-STS               PIC X(1) VALUE SPACE.
       01  WS-RPT-JOBID             PIC S9(9) COMP VALUE 0.
       01  WS-RPT-OTHERS            PIC S9(9) COMP VALUE 0.
       01  WS-RPT-JOBS              PIC S9(9) COMP VALUE 0.
       01  WS-UNK-PGM               PIC X(8) VALUE SPACES.
       01  WS-NEW-JOB               PIC S9(9) COMP VALUE 0.
       01  WS-DUP-JOB               PIC S9(9) COMP VALUE 0.
      * DEL MISMO LARGO QUE EL LK-PARM DE V2D2RUNA (X(16)), IGUAL
      * QUE EN V2D2MASS.
       01  WS-CALL-PARM             PIC X(16) VALUE SPACES.
       01  WS-RUNA-FAILED           PIC X VALUE 'N'.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JCU.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(89).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-JCL-LIB WS-SRC-LIB
           END-UNSTRING.
           IF WS-JCL-LIB = SPACES
             DISPLAY 'V2D2JSCN: FALTA EL DSN DE LA LIBRERIA JCL EN'
               ' EL PARM'
             GOBACK
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'V2D2JSCN - JCL DE PRODUCCION VS V2D2_DSREG'.
           DISPLAY 'LIBRERIA JCL: ' WS-JCL-LIB.
           IF WS-SRC-LIB NOT = SPACES
             DISPLAY 'FUENTES PARA ENCOLAR: ' WS-SRC-LIB
           END-IF.
           DISPLAY '=============================================='.
           PERFORM LOAD-REGISTRY.
           IF WS-REG-CNT = 0
             DISPLAY 'V2D2JSCN: V2D2_DSREG NO TIENE DSNS REGISTRADOS'
               ' - NADA QUE BUSCAR'
             GOBACK
           END-IF.
           MOVE WS-JCL-LIB TO DCL-JCU-LIB.
           EXEC SQL
             DELETE FROM IBMUSER.V2D2_JCLUSE
             WHERE JCL_LIB = :DCL-JCU-LIB
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           OPEN INPUT PDSDIR.
           IF WS-DIR-FS NOT = '00'
             DISPLAY 'V2D2JSCN: OPEN DIRDD FALLO, FILE STATUS='
               WS-DIR-FS ' - VERIFIQUE EL DCB DEL DD'
             GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-END-DIR = 'Y'
             READ PDSDIR
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END PERFORM PROCESS-DIR-BLOCK
             END-READ
           END-PERFORM.
           CLOSE PDSDIR.
           EXEC SQL COMMIT END-EXEC.
           PERFORM LIST-UNKNOWN-PROGRAMS.
           PERFORM REPORT-BY-JOB.
           DISPLAY '----------------------------------------------'.
           MOVE WS-MBR-CNT TO WS-CNT-D1.
           DISPLAY 'MIEMBROS LEIDOS:              ' WS-CNT-D1.
           MOVE WS-MBR-ERR TO WS-CNT-D1.
           DISPLAY 'MIEMBROS NO ABIERTOS:         ' WS-CNT-D1.
           MOVE WS-DD-CNT TO WS-CNT-D1.
           DISPLAY 'SENTENCIAS DD REVISADAS:      ' WS-CNT-D1.
           MOVE WS-HIT-CNT TO WS-CNT-D1.
           DISPLAY 'USOS DE DSN REGISTRADO:       ' WS-CNT-D1.
           MOVE WS-RPT-JOBS TO WS-CNT-D1.
           DISPLAY 'JOBS DE PRODUCCION AFECTADOS: ' WS-CNT-D1.
           MOVE WS-UNK-CNT TO WS-CNT-D1.
           DISPLAY 'PROGRAMAS NO ANALIZADOS:      ' WS-CNT-D1.
           MOVE WS-QUE-CNT TO WS-CNT-D1.
           DISPLAY 'ENCOLADOS Y ANALIZADOS:       ' WS-CNT-D1.
           DISPLAY '=============================================='.
           IF WS-QUE-CNT > 0
             DISPLAY 'V2D2JSCN: EJECUTE V2D2PIPE PARM=''ALL'' PARA'
               ' CONTINUAR LA CADENA'
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * LOAD-REGISTRY - LOS DSNS DISTINTOS DEL REGISTRO. UN DSN EN   *
      * BLANCO (TRAIL TODAVIA NO REGISTRADO EN V2D2M08) NO CUENTA.   *
      *--------------------------------------------------------------*
       LOAD-REGISTRY.
           EXEC SQL DECLARE REGCUR CURSOR FOR
             SELECT DISTINCT DSN
             FROM IBMUSER.V2D2_DSREG
             WHERE DSN NOT = ' '
             ORDER BY DSN
           END-EXEC.
           EXEC SQL OPEN REGCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH REGCUR INTO :DCL-JCU-DSN
             END-EXEC
             IF SQLCODE = 0
               IF WS-REG-CNT < 500
                 ADD 1 TO WS-REG-CNT
                 MOVE DCL-JCU-DSN TO WS-REG-DSN(WS-REG-CNT)
               ELSE
                 DISPLAY 'V2D2JSCN: MAS DE 500 DSNS REGISTRADOS -'
                   ' SE OMITE ' DCL-JCU-DSN
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE REGCUR END-EXEC.
           MOVE WS-REG-CNT TO WS-CNT-D1.
           DISPLAY 'V2D2JSCN: ' WS-CNT-D1 ' DSNS EN EL REGISTRO'.
      *--------------------------------------------------------------*
      * PROCESS-DIR-BLOCK - MISMO RECORRIDO DEL DIRECTORIO QUE       *
      * V2D2MASS: HALFWORD DE BYTES USADOS, ENTRADAS NOMBRE/TTR/C,   *
      * X'FF...' CIERRA EL DIRECTORIO Y LOS ALIAS SE SALTEAN.        *
      *--------------------------------------------------------------*
       PROCESS-DIR-BLOCK.
           MOVE DIR-BLOCK(1:2) TO WS-HW-X.
           MOVE WS-HW TO WS-USED.
           MOVE 3 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-USED - 11
             OR WS-END-DIR = 'Y'
             MOVE DIR-BLOCK(WS-POS:8) TO WS-MEMBER
             IF WS-MEMBER = WS-HIVAL-NAME
               MOVE 'Y' TO WS-END-DIR
             ELSE
               MOVE LOW-VALUES TO WS-HW-X(1:1)
               MOVE DIR-BLOCK(WS-POS + 11 : 1) TO WS-HW-X(2:1)
               MOVE WS-HW TO WS-C-VAL
               COMPUTE WS-USERHW = FUNCTION MOD(WS-C-VAL, 32)
               IF WS-C-VAL < 128
                 PERFORM SCAN-ONE-MEMBER
               END-IF
               COMPUTE WS-POS = WS-POS + 12 + WS-USERHW * 2
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * SCAN-ONE-MEMBER - UN MIEMBRO PUEDE TENER VARIOS JOBS; SIN    *
      * TARJETA JOB (PROCLIB) SE INFORMA BAJO EL NOMBRE DEL MIEMBRO. *
      *--------------------------------------------------------------*
       SCAN-ONE-MEMBER.
           MOVE SPACES TO WS-MBR-DSN.
           STRING FUNCTION TRIM(WS-JCL-LIB) '('
             FUNCTION TRIM(WS-MEMBER) ')'
             DELIMITED BY SIZE INTO WS-MBR-DSN.
           OPEN INPUT JCLMBR.
           IF WS-MBR-FS NOT = '00'
             ADD 1 TO WS-MBR-ERR
             DISPLAY 'V2D2JSCN: ' WS-MEMBER ' NO SE PUDO ABRIR'
               ' (STATUS=' WS-MBR-FS ') - SE OMITE'
           ELSE
             ADD 1 TO WS-MBR-CNT
             MOVE WS-MEMBER TO WS-CUR-JOB
             MOVE SPACES TO WS-CUR-STEP WS-CUR-DD WS-CUR-PGM
               WS-DATA-DD
             MOVE SPACE TO WS-CUR-CLASS
             MOVE 0 TO WS-LINE-NO WS-CUR-PGMJOB
             MOVE 'N' TO WS-IN-DATA WS-STMT-PEND WS-MBR-EOF
             PERFORM UNTIL WS-MBR-EOF = 'Y'
               READ JCLMBR
                 AT END MOVE 'Y' TO WS-MBR-EOF
                 NOT AT END
                   MOVE JCL-LINE TO WS-LINE
                   PERFORM PROCESS-JCL-LINE
               END-READ
             END-PERFORM
      *      UNA SENTENCIA CONTINUADA HASTA EL FIN DEL MIEMBRO SE
      *      ANALIZA CON LO QUE HAYA.
             IF WS-STMT-PEND = 'Y'
               MOVE 'N' TO WS-STMT-PEND
               PERFORM PROCESS-STATEMENT
             END-IF
             CLOSE JCLMBR
             EXEC SQL COMMIT END-EXEC
           END-IF.
      *--------------------------------------------------------------*
      * PROCESS-JCL-LINE - LOS DATOS INSTREAM SE REVISAN COMO        *
      * TARJETAS DE CONTROL; EL RESTO SON SENTENCIAS JCL.            *
      *--------------------------------------------------------------*
       PROCESS-JCL-LINE.
           ADD 1 TO WS-LINE-NO.
           MOVE 'N' TO WS-LINE-DONE.
           IF WS-IN-DATA NOT = 'N'
             IF WS-LINE(1:2) = '/*'
               MOVE 'N' TO WS-IN-DATA
               MOVE 'Y' TO WS-LINE-DONE
             ELSE
               IF WS-LINE(1:2) = '//' AND WS-IN-DATA = '*'
                 MOVE 'N' TO WS-IN-DATA
               ELSE
                 PERFORM SCAN-INSTREAM-LINE
                 MOVE 'Y' TO WS-LINE-DONE
               END-IF
             END-IF
           END-IF.
           IF WS-LINE-DONE = 'N'
             AND WS-LINE(1:2) = '//' AND WS-LINE(3:1) NOT = '*'
             IF WS-STMT-PEND = 'Y'
               PERFORM CONTINUE-STATEMENT
             ELSE
               PERFORM START-STATEMENT
             END-IF
           END-IF.
       START-STATEMENT.
           MOVE WS-LINE-NO TO WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-NAME WS-STMT-OP WS-STMT-OPND
             WS-TOK-A.
           MOVE 1 TO WS-OPND-PTR.
           MOVE WS-LINE(3:69) TO WS-STMT-TXT.
           IF WS-STMT-TXT(1:1) NOT = SPACE
             UNSTRING WS-STMT-TXT DELIMITED BY ALL SPACE
               INTO WS-STMT-NAME WS-STMT-OP WS-TOK-A
             END-UNSTRING
           ELSE
             MOVE FUNCTION TRIM(WS-STMT-TXT LEADING) TO WS-STMT-TXT
             UNSTRING WS-STMT-TXT DELIMITED BY ALL SPACE
               INTO WS-STMT-OP WS-TOK-A
             END-UNSTRING
           END-IF.
           PERFORM APPEND-OPERANDS.
       CONTINUE-STATEMENT.
           MOVE SPACES TO WS-TOK-A.
           MOVE FUNCTION TRIM(WS-LINE(3:69) LEADING) TO WS-STMT-TXT.
           UNSTRING WS-STMT-TXT DELIMITED BY ALL SPACE
             INTO WS-TOK-A
           END-UNSTRING.
           PERFORM APPEND-OPERANDS.
      *    EL CAMPO DE OPERANDOS TERMINA EN EL PRIMER BLANCO (LO QUE
      *    SIGUE ES COMENTARIO); SI TERMINA EN COMA CONTINUA EN LA
      *    LINEA SIGUIENTE.
       APPEND-OPERANDS.
           IF WS-TOK-A NOT = SPACES
             STRING WS-TOK-A DELIMITED BY SPACE
               INTO WS-STMT-OPND WITH POINTER WS-OPND-PTR
               ON OVERFLOW
                 DISPLAY 'V2D2JSCN: ' WS-MEMBER ' LINEA '
                   WS-LINE-NO ' - OPERANDOS DEMASIADO LARGOS'
             END-STRING
           END-IF.
           COMPUTE WS-OPND-LEN = WS-OPND-PTR - 1.
           IF WS-OPND-LEN > 0
             AND WS-STMT-OPND(WS-OPND-LEN:1) = ','
             AND WS-OPND-PTR <= 400
             MOVE 'Y' TO WS-STMT-PEND
           ELSE
             MOVE 'N' TO WS-STMT-PEND
             PERFORM PROCESS-STATEMENT
           END-IF.
       PROCESS-STATEMENT.
           EVALUATE WS-STMT-OP
             WHEN 'JOB'
               MOVE WS-STMT-NAME TO WS-CUR-JOB
               MOVE SPACES TO WS-CUR-STEP WS-CUR-DD WS-CUR-PGM
               MOVE SPACE TO WS-CUR-CLASS
             WHEN 'EXEC'
               MOVE WS-STMT-NAME TO WS-CUR-STEP
               MOVE SPACES TO WS-CUR-DD WS-CUR-PGM
               MOVE SPACE TO WS-CUR-CLASS
               MOVE 0 TO WS-CUR-PGMJOB
               PERFORM SPLIT-OPERANDS
               PERFORM CLASSIFY-PROGRAM
             WHEN 'DD'
               ADD 1 TO WS-DD-CNT
      *        //PASO.DDNAME (OVERRIDE DE UN PROC) - VALE EL DDNAME;
      *        SIN NOMBRE ES UNA CONCATENACION DEL DD ANTERIOR.
               IF WS-STMT-NAME NOT = SPACES
                 MOVE SPACES TO WS-NAME-P1 WS-NAME-P2
                 UNSTRING WS-STMT-NAME DELIMITED BY '.'
                   INTO WS-NAME-P1 WS-NAME-P2
                 END-UNSTRING
                 IF WS-NAME-P2 NOT = SPACES
                   MOVE WS-NAME-P2 TO WS-CUR-DD
                 ELSE
                   MOVE WS-NAME-P1 TO WS-CUR-DD
                 END-IF
               END-IF
               MOVE SPACES TO WS-DD-DSN WS-DD-DISP
               PERFORM SPLIT-OPERANDS
               IF WS-DD-DSN NOT = SPACES
                 PERFORM CHECK-DD-DSN
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *--------------------------------------------------------------*
      * SPLIT-OPERANDS - SEPARA POR LAS COMAS DE NIVEL 0 (FUERA DE   *
      * PARENTESIS Y DE APOSTROFOS): DISP=(NEW,CATLG) ES UN SOLO     *
      * OPERANDO.                                                    *
      *--------------------------------------------------------------*
       SPLIT-OPERANDS.
           MOVE 0 TO WS-DEPTH.
           MOVE 'N' TO WS-IN-QUOTE.
           MOVE 1 TO WS-PSTART.
           PERFORM VARYING CX FROM 1 BY 1
             UNTIL CX > WS-OPND-LEN
             EVALUATE TRUE
               WHEN WS-STMT-OPND(CX:1) = "'"
                 IF WS-IN-QUOTE = 'Y'
                   MOVE 'N' TO WS-IN-QUOTE
                 ELSE
                   MOVE 'Y' TO WS-IN-QUOTE
                 END-IF
               WHEN WS-IN-QUOTE = 'Y'
                 CONTINUE
               WHEN WS-STMT-OPND(CX:1) = '('
                 ADD 1 TO WS-DEPTH
               WHEN WS-STMT-OPND(CX:1) = ')'
                 SUBTRACT 1 FROM WS-DEPTH
               WHEN WS-STMT-OPND(CX:1) = ',' AND WS-DEPTH = 0
                 PERFORM TAKE-OPERAND
                 COMPUTE WS-PSTART = CX + 1
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           IF WS-PSTART <= WS-OPND-LEN
             PERFORM TAKE-OPERAND
           END-IF.
       TAKE-OPERAND.
           MOVE SPACES TO WS-OPND-ONE WS-KW WS-VAL.
           IF CX > WS-PSTART
             MOVE WS-STMT-OPND(WS-PSTART : CX - WS-PSTART)
               TO WS-OPND-ONE
           END-IF.
           MOVE 0 TO WS-EQ-POS.
           INSPECT WS-OPND-ONE TALLYING WS-EQ-POS
             FOR CHARACTERS BEFORE INITIAL '='.
           IF WS-EQ-POS < 120 AND WS-EQ-POS > 0
             MOVE WS-OPND-ONE(1:WS-EQ-POS) TO WS-KW
             IF WS-EQ-POS < 119
               MOVE WS-OPND-ONE(WS-EQ-POS + 2:) TO WS-VAL
             END-IF
           ELSE
             MOVE WS-OPND-ONE TO WS-VAL
           END-IF.
           EVALUATE WS-STMT-OP
             WHEN 'EXEC'
               EVALUATE TRUE
                 WHEN WS-KW = 'PGM'
                   MOVE WS-VAL TO WS-CUR-PGM
                   MOVE 'P' TO WS-CUR-CLASS
                 WHEN WS-KW = 'PROC'
                   OR (WS-KW = SPACES AND WS-CUR-PGM = SPACES)
                   MOVE WS-VAL TO WS-CUR-PGM
                   MOVE 'C' TO WS-CUR-CLASS
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN 'DD'
               EVALUATE TRUE
                 WHEN WS-KW = 'DSN' OR WS-KW = 'DSNAME'
      *            A.B.C(+1) / A.B.C(MIEMBRO) - VALE EL DSN BASE.
                   UNSTRING WS-VAL DELIMITED BY '('
                     INTO WS-DD-DSN
                   END-UNSTRING
                 WHEN WS-KW = 'DISP'
                   MOVE WS-VAL TO WS-DD-DISP
                 WHEN WS-KW = SPACES AND WS-VAL = '*'
                   MOVE '*' TO WS-IN-DATA
                   MOVE WS-CUR-DD TO WS-DATA-DD
                 WHEN WS-KW = SPACES AND WS-VAL = 'DATA'
                   MOVE 'D' TO WS-IN-DATA
                   MOVE WS-CUR-DD TO WS-DATA-DD
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *--------------------------------------------------------------*
      * CLASSIFY-PROGRAM - UTILITARIO DEL SISTEMA, PROCEDIMIENTO     *
      * CATALOGADO, MIEMBRO YA ANALIZADO (JOB VIVO EN V2D2_JOBS) O   *
      * PROGRAMA DESCONOCIDO QUE HAY QUE ANALIZAR.                   *
      *--------------------------------------------------------------*
       CLASSIFY-PROGRAM.
           EVALUATE TRUE
             WHEN WS-CUR-CLASS = 'C'
               CONTINUE
             WHEN WS-PGM-UTILITY
               MOVE 'U' TO WS-CUR-CLASS
             WHEN WS-CUR-PGM = SPACES OR WS-CUR-PGM(1:1) = '*'
               MOVE 'U' TO WS-CUR-CLASS
             WHEN OTHER
               MOVE 0 TO WS-CUR-PGMJOB
               MOVE WS-CUR-PGM TO DCL-JCU-PROGRAM
               EXEC SQL
                 SELECT JOB_ID INTO :WS-CUR-PGMJOB
                 FROM IBMUSER.V2D2_JOBS
                 WHERE MEMBER = :DCL-JCU-PROGRAM
                   AND STATUS NOT = 'E'
                 ORDER BY JOB_ID DESC
                 FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0 AND WS-CUR-PGMJOB NOT = 0
                 MOVE 'A' TO WS-CUR-CLASS
               ELSE
                 MOVE 0 TO WS-CUR-PGMJOB
                 MOVE 'N' TO WS-CUR-CLASS
               END-IF
           END-EVALUATE.
      *--------------------------------------------------------------*
      * CHECK-DD-DSN - TEMPORALES (&&), SIMBOLICOS (&) Y REFERBACKS  *
      * (*.PASO.DD) NO SE PUEDEN RESOLVER DESDE EL TEXTO.            *
      *--------------------------------------------------------------*
       CHECK-DD-DSN.
           IF WS-DD-DSN(1:1) NOT = '&' AND WS-DD-DSN(1:1) NOT = '*'
             PERFORM FIND-REG-DSN
             IF WS-REG-HIT = 'Y'
               IF WS-DD-DISP = SPACES
                 MOVE 'NEW' TO WS-DD-DISP
               END-IF
               MOVE WS-STMT-LINE TO DCL-JCU-LINE
               MOVE WS-CUR-DD TO DCL-JCU-DDNAME
               PERFORM SAVE-HIT
             END-IF
           END-IF.
       FIND-REG-DSN.
           MOVE 'N' TO WS-REG-HIT.
           PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > WS-REG-CNT OR WS-REG-HIT = 'Y'
             IF WS-REG-DSN(RX) = WS-DD-DSN
               MOVE 'Y' TO WS-REG-HIT
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * SCAN-INSTREAM-LINE - IDCAMS/DFSORT/IEBGENER CONTROL CARDS.   *
      * LA PALABRA ANTERIOR AL DSN DICE EL USO: OUTDATASET/ODS =     *
      * SALIDA, DELETE = BORRADO, NAME = DEFINE; EL RESTO ENTRADA.   *
      *--------------------------------------------------------------*
       SCAN-INSTREAM-LINE.
           MOVE WS-LINE(1:72) TO WS-DATA-BUF.
           INSPECT WS-DATA-BUF REPLACING ALL '(' BY SPACE
             ALL ')' BY SPACE ALL ',' BY SPACE ALL "'" BY SPACE
             ALL '=' BY SPACE.
           MOVE SPACES TO WS-DTOK-TAB.
           MOVE 0 TO WS-DTOK-CNT.
           UNSTRING WS-DATA-BUF DELIMITED BY ALL SPACE
             INTO WS-DTOK(1) WS-DTOK(2) WS-DTOK(3) WS-DTOK(4)
                  WS-DTOK(5) WS-DTOK(6) WS-DTOK(7) WS-DTOK(8)
                  WS-DTOK(9) WS-DTOK(10) WS-DTOK(11) WS-DTOK(12)
             TALLYING IN WS-DTOK-CNT
           END-UNSTRING.
           MOVE SPACES TO WS-PREV-TOK.
           PERFORM VARYING TX FROM 1 BY 1
             UNTIL TX > WS-DTOK-CNT OR TX > 12
             IF WS-DTOK(TX) NOT = SPACES
               MOVE WS-DTOK(TX) TO WS-DD-DSN
               PERFORM FIND-REG-DSN
               IF WS-REG-HIT = 'Y'
                 EVALUATE WS-PREV-TOK
                   WHEN 'OUTDATASET' WHEN 'ODS'
                     MOVE 'CTL-OUT' TO WS-DD-DISP
                   WHEN 'DELETE' WHEN 'DEL'
                     MOVE 'CTL-DEL' TO WS-DD-DISP
                   WHEN 'NAME'
                     MOVE 'CTL-DEF' TO WS-DD-DISP
                   WHEN OTHER
                     MOVE 'CTL-IN' TO WS-DD-DISP
                 END-EVALUATE
                 MOVE WS-LINE-NO TO DCL-JCU-LINE
                 MOVE WS-DATA-DD TO DCL-JCU-DDNAME
                 PERFORM SAVE-HIT
               END-IF
               MOVE WS-DTOK(TX) TO WS-PREV-TOK
             END-IF
           END-PERFORM.
      *    EL MISMO DSN DOS VECES EN UNA TARJETA (REPRO DE UN GDG A
      *    SI MISMO) DA -803 Y SE IGNORA: YA QUEDO REGISTRADO.
       SAVE-HIT.
           MOVE WS-JCL-LIB TO DCL-JCU-LIB.
           MOVE WS-MEMBER TO DCL-JCU-MEMBER.
           MOVE WS-CUR-JOB TO DCL-JCU-JOB.
           MOVE WS-CUR-STEP TO DCL-JCU-STEP.
           MOVE WS-DD-DSN TO DCL-JCU-DSN.
           MOVE WS-CUR-PGM TO DCL-JCU-PROGRAM.
           MOVE WS-CUR-CLASS TO DCL-JCU-PGM-CLASS.
           MOVE WS-CUR-PGMJOB TO DCL-JCU-PGM-JOB.
           MOVE WS-DD-DISP TO DCL-JCU-DISP.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_JCLUSE
             (JCL_LIB, JCL_MEMBER, LINE_NO, JCL_JOB, STEP_NAME,
              DD_NAME, DSN, PROGRAM, PGM_CLASS, PGM_JOB_ID, DISP,
              SCAN_TS)
             VALUES (:DCL-JCU-LIB, :DCL-JCU-MEMBER, :DCL-JCU-LINE,
              :DCL-JCU-JOB, :DCL-JCU-STEP, :DCL-JCU-DDNAME,
              :DCL-JCU-DSN, :DCL-JCU-PROGRAM, :DCL-JCU-PGM-CLASS,
              :DCL-JCU-PGM-JOB, :DCL-JCU-DISP, CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-HIT-CNT
             WHEN -803
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               DISPLAY 'V2D2JSCN: INSERT V2D2_JCLUSE FALLO ('
                 WS-MEMBER '), SQLCODE=' WS-SQLCD
           END-EVALUATE.
      *--------------------------------------------------------------*
      * LIST-UNKNOWN-PROGRAMS - PROGRAMAS QUE TOCAN UN DSN           *
      * REGISTRADO Y NO TIENEN JOB VIVO. CON LIBRERIA DE FUENTES EN  *
      * EL PARM SE ENCOLAN COMO EN V2D2MASS. WITH HOLD: V2D2RUNA     *
      * HACE COMMIT Y EL CURSOR TIENE QUE SOBREVIVIRLO.              *
      *--------------------------------------------------------------*
       LIST-UNKNOWN-PROGRAMS.
           MOVE WS-JCL-LIB TO DCL-JCU-LIB.
           EXEC SQL DECLARE UNKCUR CURSOR WITH HOLD FOR
             SELECT DISTINCT PROGRAM
             FROM IBMUSER.V2D2_JCLUSE
             WHERE JCL_LIB = :DCL-JCU-LIB
               AND PGM_CLASS = 'N'
             ORDER BY PROGRAM
           END-EXEC.
           EXEC SQL OPEN UNKCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-EOF = 'S'
             EXEC SQL
               FETCH UNKCUR INTO :WS-UNK-PGM
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-UNK-CNT
               IF WS-UNK-CNT = 1
                 DISPLAY ' '
                 DISPLAY 'PROGRAMAS SIN ANALIZAR QUE USAN DSNS'
                   ' REGISTRADOS:'
               END-IF
               IF WS-SRC-LIB = SPACES
                 DISPLAY '  ' WS-UNK-PGM
               ELSE
                 PERFORM QUEUE-PROGRAM
               END-IF
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE UNKCUR END-EXEC.
           IF WS-UNK-CNT > 0 AND WS-SRC-LIB = SPACES
             DISPLAY 'V2D2JSCN: INDIQUE LA LIBRERIA DE FUENTES EN EL'
               ' PARM PARA ENCOLARLOS'
           END-IF.
      *--------------------------------------------------------------*
      * QUEUE-PROGRAM - MISMA REGLA QUE V2D2MASS: UN JOB VIVO PARA   *
      * ESTA LIBRERIA/MIEMBRO SE RESPETA; SI NO, JOB NUEVO Y         *
      * V2D2RUNA EN MODO DIRECT (UN MIEMBRO INEXISTENTE DEJA EL JOB  *
      * EN 'E' CON SU ERROR, COMO CUALQUIER ANALISIS FALLIDO).       *
      *--------------------------------------------------------------*
       QUEUE-PROGRAM.
           MOVE 0 TO WS-DUP-JOB.
           EXEC SQL
             SELECT JOB_ID INTO :WS-DUP-JOB
             FROM IBMUSER.V2D2_JOBS
             WHERE SOURCE_DSN = :WS-SRC-LIB
               AND MEMBER = :WS-UNK-PGM
               AND STATUS NOT = 'E'
             ORDER BY JOB_ID DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0 AND WS-DUP-JOB NOT = 0
             MOVE WS-DUP-JOB TO WS-JOB-DISP
             DISPLAY '  ' WS-UNK-PGM ' YA TIENE EL JOB' WS-JOB-DISP
             MOVE WS-DUP-JOB TO WS-NEW-JOB
             PERFORM MARK-PROGRAM-ANALYZED
           ELSE
             EXEC SQL
               INSERT INTO IBMUSER.V2D2_JOBS
               (SOURCE_DSN, MEMBER, STATUS, VSAM_COUNT,
                CREATED_TS)
               VALUES (:WS-SRC-LIB, :WS-UNK-PGM, 'A', 0,
                CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCD
               DISPLAY '  ' WS-UNK-PGM ' - INSERT V2D2_JOBS FALLO,'
                 ' SQLCODE=' WS-SQLCD
             ELSE
               EXEC SQL
                 VALUES IDENTITY_VAL_LOCAL()
                 INTO :WS-NEW-JOB
               END-EXEC
               PERFORM MARK-PROGRAM-ANALYZED
               EXEC SQL COMMIT END-EXEC
               MOVE WS-NEW-JOB TO WS-JOBID-DISP
               DISPLAY '  ' WS-UNK-PGM ' -> JOB ' WS-JOBID-DISP
                 ' - ANALIZANDO'
               PERFORM RUN-ANALYZER
             END-IF
           END-IF.
       MARK-PROGRAM-ANALYZED.
           MOVE WS-UNK-PGM TO DCL-JCU-PROGRAM.
           MOVE WS-NEW-JOB TO DCL-JCU-PGM-JOB.
           EXEC SQL
             UPDATE IBMUSER.V2D2_JCLUSE
               SET PGM_CLASS = 'A',
                   PGM_JOB_ID = :DCL-JCU-PGM-JOB
             WHERE JCL_LIB = :DCL-JCU-LIB
               AND PROGRAM = :DCL-JCU-PROGRAM
               AND PGM_CLASS = 'N'
           END-EXEC.
      *    MISMO PATRON QUE V2D2MASS: CANCEL PARA WORKING-STORAGE
      *    LIMPIO EN LA PROXIMA LLAMADA.
       RUN-ANALYZER.
           MOVE 'N' TO WS-RUNA-FAILED.
           MOVE SPACES TO WS-CALL-PARM.
           STRING WS-JOBID-DISP ',DIRECT' DELIMITED BY SIZE
             INTO WS-CALL-PARM.
           CALL 'V2D2RUNA' USING WS-CALL-PARM
             ON EXCEPTION
               DISPLAY 'V2D2JSCN: MODULO V2D2RUNA NO DISPONIBLE'
                 ' - NO SE ENCOLAN MAS PROGRAMAS'
               MOVE 'Y' TO WS-RUNA-FAILED
               MOVE 'S' TO WS-EOF
           END-CALL.
           IF WS-RUNA-FAILED NOT = 'Y'
             CANCEL 'V2D2RUNA'
             ADD 1 TO WS-QUE-CNT
           END-IF.
      *--------------------------------------------------------------*
      * REPORT-BY-JOB - POR CADA JOB DE PRODUCCION, CADA DSN         *
      * REGISTRADO QUE TOCA, LOS PASOS QUE LO TOCAN Y QUIEN MAS LO   *
      * TOCA: OTROS JOBS ESCANEADOS (DE CUALQUIER LIBRERIA) Y LOS    *
      * JOBS ANALIZADOS QUE LO TIENEN EN V2D2_DSREG.                 *
      *--------------------------------------------------------------*
       REPORT-BY-JOB.
           MOVE WS-JCL-LIB TO DCL-JCU-LIB.
           MOVE SPACES TO WS-RPT-PREV-JOB.
           EXEC SQL DECLARE RPTCUR CURSOR FOR
             SELECT JCL_JOB, DSN, MIN(JCL_MEMBER)
             FROM IBMUSER.V2D2_JCLUSE
             WHERE JCL_LIB = :DCL-JCU-LIB
             GROUP BY JCL_JOB, DSN
             ORDER BY JCL_JOB, DSN
           END-EXEC.
           EXEC SQL OPEN RPTCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH RPTCUR INTO :WS-RPT-JOB, :WS-RPT-DSN,
                 :WS-RPT-MBR
             END-EXEC
             IF SQLCODE = 0
               IF WS-RPT-JOB NOT = WS-RPT-PREV-JOB
                 ADD 1 TO WS-RPT-JOBS
                 DISPLAY ' '
                 DISPLAY '============================================'
                 DISPLAY 'JOB ' WS-RPT-JOB ' (MIEMBRO ' WS-RPT-MBR ')'
                 MOVE WS-RPT-JOB TO WS-RPT-PREV-JOB
               END-IF
               DISPLAY '  DSN ' WS-RPT-DSN
               PERFORM REPORT-JOB-STEPS
               PERFORM REPORT-OTHER-JOBS
               PERFORM REPORT-ANALYZED-JOBS
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE RPTCUR END-EXEC.
       REPORT-JOB-STEPS.
           EXEC SQL DECLARE STPCUR CURSOR FOR
             SELECT STEP_NAME, DD_NAME, PROGRAM, PGM_CLASS,
               PGM_JOB_ID, DISP
             FROM IBMUSER.V2D2_JCLUSE
             WHERE JCL_LIB = :DCL-JCU-LIB
               AND JCL_JOB = :WS-RPT-JOB
               AND DSN = :WS-RPT-DSN
             ORDER BY JCL_MEMBER, LINE_NO
           END-EXEC.
           EXEC SQL OPEN STPCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH STPCUR INTO :DCL-JCU-STEP, :DCL-JCU-DDNAME,
                 :DCL-JCU-PROGRAM, :DCL-JCU-PGM-CLASS,
                 :DCL-JCU-PGM-JOB, :DCL-JCU-DISP
             END-EXEC
             IF SQLCODE = 0
               EVALUATE DCL-JCU-PGM-CLASS
                 WHEN 'A'
                   MOVE DCL-JCU-PGM-JOB TO WS-JOB-DISP
                   DISPLAY '    PASO ' DCL-JCU-STEP ' DD '
                     DCL-JCU-DDNAME ' PGM ' DCL-JCU-PROGRAM
                     ' DISP ' DCL-JCU-DISP ' ANALIZADO JOB'
                     WS-JOB-DISP
                 WHEN 'N'
                   DISPLAY '    PASO ' DCL-JCU-STEP ' DD '
                     DCL-JCU-DDNAME ' PGM ' DCL-JCU-PROGRAM
                     ' DISP ' DCL-JCU-DISP ' ** SIN ANALIZAR **'
                 WHEN 'C'
                   DISPLAY '    PASO ' DCL-JCU-STEP ' DD '
                     DCL-JCU-DDNAME ' PROC ' DCL-JCU-PROGRAM
                     ' DISP ' DCL-JCU-DISP
                 WHEN OTHER
                   DISPLAY '    PASO ' DCL-JCU-STEP ' DD '
                     DCL-JCU-DDNAME ' UTIL ' DCL-JCU-PROGRAM
                     ' DISP ' DCL-JCU-DISP
               END-EVALUATE
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE STPCUR END-EXEC.
       REPORT-OTHER-JOBS.
           MOVE 0 TO WS-RPT-OTHERS.
           EXEC SQL DECLARE OTHCUR CURSOR FOR
             SELECT JCL_JOB, MIN(JCL_LIB)
             FROM IBMUSER.V2D2_JCLUSE
             WHERE DSN = :WS-RPT-DSN
               AND NOT (JCL_LIB = :DCL-JCU-LIB
                        AND JCL_JOB = :WS-RPT-JOB)
             GROUP BY JCL_JOB
             ORDER BY JCL_JOB
           END-EXEC.
           EXEC SQL OPEN OTHCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH OTHCUR INTO :DCL-JCU-JOB, :WS-RPT-LIB
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RPT-OTHERS
               DISPLAY '    TAMBIEN LO TOCA EL JOB ' DCL-JCU-JOB
                 ' (' FUNCTION TRIM(WS-RPT-LIB) ')'
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE OTHCUR END-EXEC.
           IF WS-RPT-OTHERS = 0
             DISPLAY '    NINGUN OTRO JOB ESCANEADO LO TOCA'
           END-IF.
       REPORT-ANALYZED-JOBS.
           EXEC SQL DECLARE ANLCUR CURSOR FOR
             SELECT J.JOB_ID, J.MEMBER, J.STATUS, R.DDNAME
             FROM IBMUSER.V2D2_DSREG R, IBMUSER.V2D2_JOBS J
             WHERE R.JOB_ID = J.JOB_ID
               AND R.DSN = :WS-RPT-DSN
             ORDER BY J.JOB_ID
           END-EXEC.
           EXEC SQL OPEN ANLCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH ANLCUR INTO :WS-RPT-JOBID, :WS-RPT-MBR,
                 :WS-RPT-STS, :DCL-JCU-DDNAME
             END-EXEC
             IF SQLCODE = 0
               MOVE WS-RPT-JOBID TO WS-JOB-DISP
               DISPLAY '    REGISTRADO EN V2D2: JOB' WS-JOB-DISP
                 ' ' WS-RPT-MBR ' DD ' DCL-JCU-DDNAME
                 ' STATUS ' WS-RPT-STS
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ANLCUR END-EXEC.
