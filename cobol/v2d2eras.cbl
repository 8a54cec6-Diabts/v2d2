       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2ERAS.
      *==============================================================*
      * V2D2ERAS - CUSTOMER DATA ERASURE BY CLI-DOCUMENTO             *
      * Invoked by JCL with PARM='m,operador,jobid,documento' where   *
      * m is L (list only - prints the certificate draft, changes     *
      * nothing) or E (erase). The operator must be listed in         *
      * IBMUSER.V2D2_OPERS, the same list that gates V2D2UNLD.        *
      *                                                               *
      * Every policy of the customer is found - POL_POLICY rows with  *
      * that CLI_DOCUMENTO plus, when a JOB_ID is given, the generic  *
      * CLI-* records of that job's POLFILE still live in the         *
      * parallel run (POLDD) - and the personal fields are replaced   *
      * the same way on both sides: the document by a pseudonym ('#'  *
      * plus the customer's lowest POL-NUMERO, so the V2D2CLIM link   *
      * still groups the policies), the name by 'BORRADO', address,   *
      * phone and email by blanks. Keys, amounts and dates are never  *
      * touched, so V2D2RECN, V2D2BCMP and V2D2BCHK still balance.    *
      * POL_CLIENTE moves to the pseudonym, MOV_DESCRIPCION of the    *
      * policies' movements is blanked in POL_MOVIMIENTOS and, when   *
      * MOVDD is given, in the job's MOVFILE; the old/new CLI-*       *
      * values in V2D2_CLEANSE are overwritten; quarantined records   *
      * on REJDD are rewritten. V2D2_DQEXC and V2D2_REJECTS hold only *
      * keys and rule texts and are listed, not changed.              *
      *                                                               *
      * DB2 is changed in one unit of work and committed before any   *
      * dataset is rewritten, so a failure never leaves the two sides *
      * different. The certificate lists every place touched with     *
      * its count, and what still holds the data: jobs archived in    *
      * the V2D2PURG GDG (ARCDD, read only - the archive is audit     *
      * evidence), cold-archive datasets of policies the scoping      *
      * rules excluded, and other live VSAM masters not processed in  *
      * this run. The run is stamped on V2D2_ACTLOG with the          *
      * pseudonym, never with the document.                           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLFILE ASSIGN TO POLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO
               FILE STATUS IS WS-FS1.
           SELECT MOVFILE ASSIGN TO MOVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS2.
           SELECT REJFILE ASSIGN TO REJDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS3.
           SELECT ARCFILE ASSIGN TO ARCDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD  POLFILE.
       01  PF-REGISTRO.
           05 PF-NUMERO             PIC X(12).
           05 FILLER                PIC X(699).
       FD  MOVFILE
           RECORDING MODE IS F.
       COPY MOVREC.
       FD  REJFILE
           RECORDING MODE IS F.
       01  RJ-REGISTRO              PIC X(711).
       FD  ARCFILE
           RECORDING MODE IS F.
       01  ARC-RECORD.
           05 ARC-TAG               PIC X(8).
           05 ARC-JOBID             PIC 9(9).
           05 FILLER                PIC X(283).
       WORKING-STORAGE SECTION.
       01  WS-FS1                   PIC XX.
       01  WS-FS2                   PIC XX.
       01  WS-FS3                   PIC XX.
       01  WS-FS4                   PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-MODE                  PIC X(1) VALUE SPACE.
       01  WS-OPER-ID               PIC X(8) VALUE SPACES.
       01  WS-OPER-CNT              PIC S9(4) COMP VALUE 0.
       01  WS-PARM-JOBID            PIC X(9) VALUE SPACES.
       01  WS-TOK-RJ                PIC X(9) JUSTIFIED RIGHT.
       01  WS-DOC                   PIC X(15) VALUE SPACES.
       01  WS-DOC-SHOWN             PIC X(15) VALUE SPACES.
       01  WS-PSEUDO                PIC X(15) VALUE SPACES.
       01  WS-BORRADO               PIC X(40) VALUE 'BORRADO'.
       01  WS-MOV-BORRADO           PIC X(50)
           VALUE 'DATOS PERSONALES BORRADOS'.
       01  WS-JOBID-DISP            PIC 9(9).
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-CNT-D1                PIC ZZZZZZZ9.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
       01  WS-ACT-DETAIL            PIC X(40) VALUE SPACES.
      *--------------------------------------------------------------*
      * POLIZAS DEL CLIENTE, EN ORDEN DE CLAVE. WS-PK-SIDE: 'D' SOLO *
      * EN DB2, 'V' SOLO EN EL KSDS, 'B' EN LOS DOS.                 *
      *--------------------------------------------------------------*
       01  WS-PK-TAB.
           05 WS-PK-ENTRY OCCURS 500 TIMES.
              10 WS-PK-KEY          PIC X(12).
              10 WS-PK-SIDE         PIC X(1).
       01  WS-PK-CNT                PIC S9(4) COMP VALUE 0.
       01  WS-PK-MAX                PIC S9(4) COMP VALUE 500.
       01  PX                       PIC S9(4) COMP VALUE 0.
       01  QX                       PIC S9(4) COMP VALUE 0.
       01  WS-NEW-KEY               PIC X(12) VALUE SPACES.
       01  WS-NEW-SIDE              PIC X(1) VALUE SPACE.
       01  WS-BS-LO                 PIC S9(4) COMP VALUE 0.
       01  WS-BS-HI                 PIC S9(4) COMP VALUE 0.
       01  WS-BS-MID                PIC S9(4) COMP VALUE 0.
       01  WS-BS-FOUND              PIC X VALUE 'N'.
       01  WS-BS-KEY                PIC X(12) VALUE SPACES.
       01  WS-Q-KEY                 PIC X(12) VALUE SPACES.
       01  WS-Q-KEY30               PIC X(30) VALUE SPACES.
       01  WS-Q-CNT                 PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CONTADORES DEL CERTIFICADO, UNO POR LUGAR                    *
      *--------------------------------------------------------------*
       01  WS-N-POLICY              PIC S9(9) COMP VALUE 0.
       01  WS-N-CLIENTE             PIC S9(9) COMP VALUE 0.
       01  WS-N-MOVS                PIC S9(9) COMP VALUE 0.
       01  WS-N-CLEANSE             PIC S9(9) COMP VALUE 0.
       01  WS-N-DQEXC               PIC S9(9) COMP VALUE 0.
       01  WS-N-REJECTS             PIC S9(9) COMP VALUE 0.
       01  WS-N-VSAM                PIC S9(9) COMP VALUE 0.
       01  WS-N-MOVF                PIC S9(9) COMP VALUE 0.
       01  WS-N-REJF                PIC S9(9) COMP VALUE 0.
       01  WS-VSAM-USED             PIC X VALUE 'N'.
       01  WS-MOVF-USED             PIC X VALUE 'N'.
       01  WS-REJF-USED             PIC X VALUE 'N'.
       01  WS-ARCF-USED             PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * ARCHIVO DE V2D2PURG: POR JOB Y TABLA, CUANTAS FILAS DE LAS   *
      * POLIZAS DEL CLIENTE QUEDAN EN LAS GENERACIONES DEL GDG. LA   *
      * CLAVE VA EN LA POSICION 18 SALVO EN POLMOVS (45).            *
      *--------------------------------------------------------------*
       01  WS-AH-TAB.
           05 WS-AH-ENTRY OCCURS 200 TIMES.
              10 WS-AH-JOB          PIC 9(9).
              10 WS-AH-TAG          PIC X(8).
              10 WS-AH-CNT          PIC S9(9) COMP.
       01  WS-AH-CNT-TOT            PIC S9(4) COMP VALUE 0.
       01  WS-AH-DSN-TAB.
           05 WS-AH-DSN-ENTRY OCCURS 200 TIMES.
              10 WS-AJ-JOB          PIC 9(9).
              10 WS-AJ-DSN          PIC X(44).
       01  WS-AJ-CNT                PIC S9(4) COMP VALUE 0.
       01  AX                       PIC S9(4) COMP VALUE 0.
       01  WS-ARC-KEY               PIC X(12) VALUE SPACES.
       01  WS-ARC-READ              PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * OTRAS COPIAS QUE QUEDAN                                      *
      *--------------------------------------------------------------*
       01  WS-L-JOB                 PIC S9(9) COMP VALUE 0.
       01  WS-L-MEMBER              PIC X(8) VALUE SPACES.
       01  WS-L-STATUS              PIC X(1) VALUE SPACE.
       01  WS-L-DSN                 PIC X(44) VALUE SPACES.
       01  WS-L-CNT                 PIC S9(4) COMP VALUE 0.
       01  WS-CLOCK.
           05 WS-CLK-DATE           PIC 9(8).
           05 WS-CLK-TIME.
              10 WS-CLK-HH          PIC 99.
              10 WS-CLK-MI          PIC 99.
              10 WS-CLK-SS          PIC 99.
              10 WS-CLK-CC          PIC 99.
       COPY POLREC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       LINKAGE SECTION.
       01  LK-PARM                   PIC X(50).
       PROCEDURE DIVISION USING LK-PARM.
       MAIN-PARA.
           UNSTRING LK-PARM DELIMITED BY ','
             INTO WS-MODE WS-OPER-ID WS-PARM-JOBID WS-DOC
           END-UNSTRING.
           IF (WS-MODE NOT = 'L' AND WS-MODE NOT = 'E')
             OR WS-OPER-ID = SPACES OR WS-DOC = SPACES
             DISPLAY 'V2D2ERAS: USE PARM=''L|E,OPERADOR,JOBID,'
               'DOCUMENTO'' (JOBID 0 = SOLO DB2)'
             GOBACK
           END-IF.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-OPER-CNT
             FROM IBMUSER.V2D2_OPERS
             WHERE USERID = :WS-OPER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OPER-CNT = 0
             DISPLAY 'V2D2ERAS: ' WS-OPER-ID
               ' NO ESTA EN V2D2_OPERS - NO AUTORIZADO'
             GOBACK
           END-IF.
           MOVE SPACES TO WS-TOK-RJ.
           MOVE FUNCTION TRIM(WS-PARM-JOBID) TO WS-TOK-RJ.
           INSPECT WS-TOK-RJ REPLACING LEADING SPACE BY '0'.
           IF WS-TOK-RJ NOT NUMERIC
             DISPLAY 'V2D2ERAS: JOBID INVALIDO (' WS-PARM-JOBID ')'
             GOBACK
           END-IF.
           MOVE WS-TOK-RJ TO WS-JOBID-DISP.
           MOVE WS-JOBID-DISP TO DCL-JOB-ID.
           IF DCL-JOB-ID > 0
             EXEC SQL
               SELECT SOURCE_DSN, MEMBER, STATUS
               INTO :DCL-SOURCE-DSN, :DCL-MEMBER, :DCL-STATUS
               FROM IBMUSER.V2D2_JOBS
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY 'V2D2ERAS: JOB NO ENCONTRADO ' WS-JOBID-DISP
               GOBACK
             END-IF
           END-IF.
      *    EL DOCUMENTO NO SE IMPRIME COMPLETO EN NINGUN LADO.
           MOVE ALL '*' TO WS-DOC-SHOWN.
           MOVE WS-DOC(1:3) TO WS-DOC-SHOWN(1:3).
           PERFORM COLLECT-DB2-KEYS.
           IF DCL-JOB-ID > 0
             PERFORM SCAN-VSAM-KEYS
           END-IF.
           IF WS-RUN-FAILED = 'Y'
             PERFORM CLOSE-VSAM
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-PK-CNT = 0
             DISPLAY 'V2D2ERAS: NINGUNA POLIZA CON EL DOCUMENTO '
               WS-DOC-SHOWN ' - NADA QUE BORRAR'
             PERFORM CLOSE-VSAM
             GOBACK
           END-IF.
           MOVE SPACES TO WS-PSEUDO.
           STRING '#' WS-PK-KEY(1) DELIMITED BY SIZE INTO WS-PSEUDO.
           PERFORM COUNT-DB2-COPIES.
           IF WS-MODE = 'E'
             PERFORM ERASE-DB2
             IF WS-RUN-FAILED = 'Y'
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'V2D2ERAS: BORRADO DB2 DESHECHO - NO SE TOCO'
                 ' NINGUN DATASET'
               PERFORM CLOSE-VSAM
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM STAMP-ACTLOG
             EXEC SQL COMMIT END-EXEC
           END-IF.
           IF WS-VSAM-USED = 'Y'
             PERFORM ERASE-VSAM
           END-IF.
           PERFORM CLOSE-VSAM.
           IF DCL-JOB-ID > 0
             PERFORM ERASE-TRAIL
             PERFORM ERASE-REJECTS
           END-IF.
           PERFORM SCAN-ARCHIVE.
           PERFORM PRINT-CERTIFICATE.
           IF WS-RUN-FAILED = 'Y'
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *--------------------------------------------------------------*
      * COLLECT-DB2-KEYS - LAS POLIZAS QUE DB2 LE ATRIBUYE.          *
      *--------------------------------------------------------------*
       COLLECT-DB2-KEYS.
           EXEC SQL DECLARE EKCUR CURSOR FOR
             SELECT POL_NUMERO
             FROM IBMUSER.POL_POLICY
             WHERE CLI_DOCUMENTO = :WS-DOC
             ORDER BY POL_NUMERO
           END-EXEC.
           EXEC SQL OPEN EKCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH EKCUR INTO :WS-NEW-KEY
             END-EXEC
             IF SQLCODE = 0
               MOVE 'D' TO WS-NEW-SIDE
               PERFORM ADD-KEY
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ERAS: FETCH POL_POLICY FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           EXEC SQL CLOSE EKCUR END-EXEC.
      *--------------------------------------------------------------*
      * SCAN-VSAM-KEYS - PASADA COMPLETA DEL KSDS DEL JOB: SOLO LA   *
      * VISTA GENERICA LLEVA CLI-* (AUTO, VIDA Y HOGAR REDEFINEN EL  *
      * BLOQUE). SIN POLDD EN EL JCL EL LADO VSAM NO SE TOCA.        *
      *--------------------------------------------------------------*
       SCAN-VSAM-KEYS.
           IF WS-MODE = 'E'
             OPEN I-O POLFILE
           ELSE
             OPEN INPUT POLFILE
           END-IF.
           IF WS-FS1 NOT = '00'
             DISPLAY 'V2D2ERAS: POLDD NO DISPONIBLE (FILE STATUS='
               WS-FS1 ') - EL KSDS NO SE REVISA'
           ELSE
             MOVE 'Y' TO WS-VSAM-USED
             MOVE 'N' TO WS-EOF
             MOVE LOW-VALUES TO PF-NUMERO
             START POLFILE KEY >= PF-NUMERO
             IF WS-FS1 NOT = '00'
               MOVE 'Y' TO WS-EOF
             END-IF
             PERFORM UNTIL WS-EOF = 'Y' OR WS-RUN-FAILED = 'Y'
               READ POLFILE NEXT INTO POL-REGISTRO
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   IF NOT POL-ES-AUTO AND NOT POL-ES-VIDA
                     AND NOT POL-ES-HOGAR
                     AND CLI-DOCUMENTO = WS-DOC
                     MOVE POL-NUMERO TO WS-NEW-KEY
                     MOVE 'V' TO WS-NEW-SIDE
                     PERFORM ADD-KEY
                   END-IF
               END-READ
             END-PERFORM
           END-IF.
      *    ALTA ORDENADA; SI LA CLAVE YA ESTABA DEL OTRO LADO QUEDA 'B'.
       ADD-KEY.
           MOVE WS-NEW-KEY TO WS-BS-KEY.
           PERFORM FIND-KEY.
           IF WS-BS-FOUND = 'Y'
             IF WS-PK-SIDE(WS-BS-MID) NOT = WS-NEW-SIDE
               MOVE 'B' TO WS-PK-SIDE(WS-BS-MID)
             END-IF
           ELSE
             IF WS-PK-CNT >= WS-PK-MAX
               DISPLAY 'V2D2ERAS: MAS DE 500 POLIZAS PARA EL'
                 ' DOCUMENTO - REVISE EL DOCUMENTO'
               MOVE 'Y' TO WS-RUN-FAILED
             ELSE
               PERFORM VARYING PX FROM WS-PK-CNT BY -1
                 UNTIL PX < 1 OR WS-PK-KEY(PX) < WS-NEW-KEY
                 COMPUTE QX = PX + 1
                 MOVE WS-PK-ENTRY(PX) TO WS-PK-ENTRY(QX)
               END-PERFORM
               COMPUTE QX = PX + 1
               MOVE WS-NEW-KEY TO WS-PK-KEY(QX)
               MOVE WS-NEW-SIDE TO WS-PK-SIDE(QX)
               ADD 1 TO WS-PK-CNT
             END-IF
           END-IF.
       FIND-KEY.
           MOVE 'N' TO WS-BS-FOUND.
           MOVE 1 TO WS-BS-LO.
           MOVE WS-PK-CNT TO WS-BS-HI.
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR WS-BS-FOUND = 'Y'
             COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
             EVALUATE TRUE
               WHEN WS-PK-KEY(WS-BS-MID) = WS-BS-KEY
                 MOVE 'Y' TO WS-BS-FOUND
               WHEN WS-PK-KEY(WS-BS-MID) < WS-BS-KEY
                 COMPUTE WS-BS-LO = WS-BS-MID + 1
               WHEN OTHER
                 COMPUTE WS-BS-HI = WS-BS-MID - 1
             END-EVALUATE
           END-PERFORM.
      *--------------------------------------------------------------*
      * COUNT-DB2-COPIES - LO QUE HAY, EN AMBOS MODOS (EN L ES TODO  *
      * EL CERTIFICADO; EN E SON LAS FILAS QUE SE VAN A CAMBIAR).    *
      *--------------------------------------------------------------*
       COUNT-DB2-COPIES.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-N-POLICY
             FROM IBMUSER.POL_POLICY
             WHERE CLI_DOCUMENTO = :WS-DOC
           END-EXEC.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-N-CLIENTE
             FROM IBMUSER.POL_CLIENTE
             WHERE CLI_DOCUMENTO = :WS-DOC
           END-EXEC.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PK-CNT
             MOVE WS-PK-KEY(PX) TO WS-Q-KEY
             EXEC SQL
               SELECT COUNT(*) INTO :WS-Q-CNT
               FROM IBMUSER.POL_MOVIMIENTOS
               WHERE MOV_POLIZA = :WS-Q-KEY
                 AND MOV_DESCRIPCION IS NOT NULL
             END-EXEC
             ADD WS-Q-CNT TO WS-N-MOVS
             EXEC SQL
               SELECT COUNT(*) INTO :WS-Q-CNT
               FROM IBMUSER.V2D2_CLEANSE
               WHERE POL_NUMERO = :WS-Q-KEY
                 AND FIELD_NAME LIKE 'CLI-%'
             END-EXEC
             ADD WS-Q-CNT TO WS-N-CLEANSE
             EXEC SQL
               SELECT COUNT(*) INTO :WS-Q-CNT
               FROM IBMUSER.V2D2_DQEXC
               WHERE POL_NUMERO = :WS-Q-KEY
             END-EXEC
             ADD WS-Q-CNT TO WS-N-DQEXC
             EXEC SQL
               SELECT COUNT(*) INTO :WS-Q-CNT
               FROM IBMUSER.V2D2_REJECTS
               WHERE POL_NUMERO = :WS-Q-KEY
             END-EXEC
             ADD WS-Q-CNT TO WS-N-REJECTS
           END-PERFORM.
      *--------------------------------------------------------------*
      * ERASE-DB2 - UNA SOLA UNIDAD DE TRABAJO. UN SEUDONIMO QUE YA  *
      * EXISTE EN POL_CLIENTE ES DE UNA CORRIDA ANTERIOR INTERRUMPIDA*
      * Y SE REEMPLAZA.                                              *
      *--------------------------------------------------------------*
       ERASE-DB2.
           EXEC SQL
             UPDATE IBMUSER.POL_POLICY
               SET CLI_DOCUMENTO = :WS-PSEUDO,
                   CLI_NOMBRE = :WS-BORRADO,
                   CLI_DIRECCION = ' ',
                   CLI_TELEFONO = ' ',
                   CLI_EMAIL = ' '
             WHERE CLI_DOCUMENTO = :WS-DOC
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO WS-SQLCD
             DISPLAY 'V2D2ERAS: UPDATE POL_POLICY FALLO, SQLCODE='
               WS-SQLCD
             MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-RUN-FAILED NOT = 'Y' AND WS-N-CLIENTE > 0
             EXEC SQL
               DELETE FROM IBMUSER.POL_CLIENTE
               WHERE CLI_DOCUMENTO = :WS-PSEUDO
             END-EXEC
             EXEC SQL
               UPDATE IBMUSER.POL_CLIENTE
                 SET CLI_DOCUMENTO = :WS-PSEUDO,
                     CLI_NOMBRE = :WS-BORRADO,
                     CLI_DIRECCION = ' ',
                     CLI_TELEFONO = ' ',
                     CLI_EMAIL = ' ',
                     CONFLICT_FLAG = 'N',
                     UPDATED_TS = CURRENT TIMESTAMP
               WHERE CLI_DOCUMENTO = :WS-DOC
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCD
               DISPLAY 'V2D2ERAS: UPDATE POL_CLIENTE FALLO, SQLCODE='
                 WS-SQLCD
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
           END-IF.
           PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > WS-PK-CNT OR WS-RUN-FAILED = 'Y'
             MOVE WS-PK-KEY(PX) TO WS-Q-KEY
             EXEC SQL
               UPDATE IBMUSER.POL_MOVIMIENTOS
                 SET MOV_DESCRIPCION = :WS-MOV-BORRADO
               WHERE MOV_POLIZA = :WS-Q-KEY
                 AND MOV_DESCRIPCION IS NOT NULL
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCD
               DISPLAY 'V2D2ERAS: UPDATE POL_MOVIMIENTOS FALLO EN '
                 WS-Q-KEY ', SQLCODE=' WS-SQLCD
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
             EXEC SQL
               UPDATE IBMUSER.V2D2_CLEANSE
                 SET OLD_VALUE = :WS-BORRADO,
                     NEW_VALUE = :WS-BORRADO
               WHERE POL_NUMERO = :WS-Q-KEY
                 AND FIELD_NAME LIKE 'CLI-%'
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCD
               DISPLAY 'V2D2ERAS: UPDATE V2D2_CLEANSE FALLO EN '
                 WS-Q-KEY ', SQLCODE=' WS-SQLCD
               MOVE 'Y' TO WS-RUN-FAILED
             END-IF
           END-PERFORM.
       STAMP-ACTLOG.
           MOVE SPACES TO WS-ACT-DETAIL.
           MOVE WS-PK-CNT TO WS-CNT-D1.
           STRING 'BORRADO ' WS-PSEUDO ' ' WS-CNT-D1 ' POL'
             DELIMITED BY SIZE INTO WS-ACT-DETAIL.
           EXEC SQL
             INSERT INTO IBMUSER.V2D2_ACTLOG
             (ACTION_TS, USERID, TERMINAL, ACTION, JOB_ID, DETAIL)
             VALUES (CURRENT TIMESTAMP, :WS-OPER-ID, 'BTCH',
              'ERASE', NULLIF(:DCL-JOB-ID, 0), :WS-ACT-DETAIL)
           END-EXEC.
      *--------------------------------------------------------------*
      * ERASE-VSAM - MISMOS VALORES QUE DB2, CLAVE POR CLAVE.        *
      *--------------------------------------------------------------*
       ERASE-VSAM.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PK-CNT
             IF WS-PK-SIDE(PX) NOT = 'D'
               ADD 1 TO WS-N-VSAM
               IF WS-MODE = 'E'
                 MOVE WS-PK-KEY(PX) TO PF-NUMERO
                 READ POLFILE INTO POL-REGISTRO
                   KEY IS PF-NUMERO
                 END-READ
                 IF WS-FS1 = '00'
                   MOVE WS-PSEUDO TO CLI-DOCUMENTO
                   MOVE WS-BORRADO TO CLI-NOMBRE
                   MOVE SPACES TO CLI-DIRECCION CLI-TELEFONO
                     CLI-EMAIL
                   REWRITE PF-REGISTRO FROM POL-REGISTRO
                 END-IF
                 IF WS-FS1 NOT = '00'
                   DISPLAY 'V2D2ERAS: REWRITE POLDD FALLO EN '
                     WS-PK-KEY(PX) ', FILE STATUS=' WS-FS1
                   MOVE 'Y' TO WS-RUN-FAILED
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       CLOSE-VSAM.
           IF WS-VSAM-USED = 'Y'
             CLOSE POLFILE
           END-IF.
      *--------------------------------------------------------------*
      * ERASE-TRAIL / ERASE-REJECTS - EL MOVFILE Y EL ARCHIVO DE     *
      * CUARENTENA DEL JOB SE REESCRIBEN EN SU LUGAR (OPEN I-O +     *
      * REWRITE); SIN EL DD EN EL JCL QUEDAN COMO NO REVISADOS.      *
      *--------------------------------------------------------------*
       ERASE-TRAIL.
           IF WS-MODE = 'E'
             OPEN I-O MOVFILE
           ELSE
             OPEN INPUT MOVFILE
           END-IF.
           IF WS-FS2 = '00'
             MOVE 'Y' TO WS-MOVF-USED
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ MOVFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   MOVE MOV-POLIZA TO WS-BS-KEY
                   PERFORM FIND-KEY
                   IF WS-BS-FOUND = 'Y'
                     ADD 1 TO WS-N-MOVF
                     IF WS-MODE = 'E'
                       MOVE WS-MOV-BORRADO TO MOV-DESCRIPCION
                       REWRITE MOV-REGISTRO
                       IF WS-FS2 NOT = '00'
                         DISPLAY 'V2D2ERAS: REWRITE MOVDD FALLO,'
                           ' FILE STATUS=' WS-FS2
                         MOVE 'Y' TO WS-RUN-FAILED WS-EOF
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MOVFILE
           END-IF.
       ERASE-REJECTS.
           IF WS-MODE = 'E'
             OPEN I-O REJFILE
           ELSE
             OPEN INPUT REJFILE
           END-IF.
           IF WS-FS3 = '00'
             MOVE 'Y' TO WS-REJF-USED
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ REJFILE INTO POL-REGISTRO
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                   MOVE POL-NUMERO TO WS-BS-KEY
                   PERFORM FIND-KEY
                   IF WS-BS-FOUND = 'Y'
                     AND NOT POL-ES-AUTO AND NOT POL-ES-VIDA
                     AND NOT POL-ES-HOGAR
                     ADD 1 TO WS-N-REJF
                     IF WS-MODE = 'E'
                       MOVE WS-PSEUDO TO CLI-DOCUMENTO
                       MOVE WS-BORRADO TO CLI-NOMBRE
                       MOVE SPACES TO CLI-DIRECCION CLI-TELEFONO
                         CLI-EMAIL
                       REWRITE RJ-REGISTRO FROM POL-REGISTRO
                       IF WS-FS3 NOT = '00'
                         DISPLAY 'V2D2ERAS: REWRITE REJDD FALLO,'
                           ' FILE STATUS=' WS-FS3
                         MOVE 'Y' TO WS-RUN-FAILED WS-EOF
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REJFILE
           END-IF.
      *--------------------------------------------------------------*
      * SCAN-ARCHIVE - ARCDD ES LA BASE DEL GDG (TODAS LAS           *
      * GENERACIONES CONCATENADAS). SOLO LECTURA: EL ARCHIVO ES      *
      * EVIDENCIA DE AUDITORIA Y LEGALES DECIDE SOBRE EL.            *
      *--------------------------------------------------------------*
       SCAN-ARCHIVE.
           OPEN INPUT ARCFILE.
           IF WS-FS4 = '00'
             MOVE 'Y' TO WS-ARCF-USED
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ ARCFILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM CHECK-ARCHIVE-RECORD
               END-READ
             END-PERFORM
             CLOSE ARCFILE
           END-IF.
       CHECK-ARCHIVE-RECORD.
           ADD 1 TO WS-ARC-READ.
           MOVE SPACES TO WS-ARC-KEY.
           EVALUATE ARC-TAG
             WHEN 'POLMOVS '
               MOVE ARC-RECORD(45:12) TO WS-ARC-KEY
             WHEN 'V2D2REJ '
             WHEN 'V2D2DQEX'
             WHEN 'V2D2CLEA'
               MOVE ARC-RECORD(18:12) TO WS-ARC-KEY
             WHEN 'V2D2JOBS'
               IF WS-AJ-CNT < 200
                 ADD 1 TO WS-AJ-CNT
                 MOVE ARC-JOBID TO WS-AJ-JOB(WS-AJ-CNT)
                 MOVE ARC-RECORD(18:44) TO WS-AJ-DSN(WS-AJ-CNT)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-ARC-KEY NOT = SPACES
             MOVE WS-ARC-KEY TO WS-BS-KEY
             PERFORM FIND-KEY
             IF WS-BS-FOUND = 'Y'
               PERFORM VARYING AX FROM 1 BY 1
                 UNTIL AX > WS-AH-CNT-TOT
                    OR (WS-AH-JOB(AX) = ARC-JOBID
                        AND WS-AH-TAG(AX) = ARC-TAG)
                 CONTINUE
               END-PERFORM
               IF AX > WS-AH-CNT-TOT AND WS-AH-CNT-TOT < 200
                 ADD 1 TO WS-AH-CNT-TOT
                 MOVE WS-AH-CNT-TOT TO AX
                 MOVE ARC-JOBID TO WS-AH-JOB(AX)
                 MOVE ARC-TAG TO WS-AH-TAG(AX)
                 MOVE 0 TO WS-AH-CNT(AX)
               END-IF
               IF AX <= WS-AH-CNT-TOT
                 ADD 1 TO WS-AH-CNT(AX)
               END-IF
             END-IF
           END-IF.
      *--------------------------------------------------------------*
      * PRINT-CERTIFICATE                                            *
      *--------------------------------------------------------------*
       PRINT-CERTIFICATE.
           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLK-TIME FROM TIME.
           DISPLAY '=============================================='.
           IF WS-MODE = 'E'
             DISPLAY 'V2D2ERAS - CERTIFICADO DE BORRADO DE DATOS'
               ' PERSONALES'
           ELSE
             DISPLAY 'V2D2ERAS - BORRADOR DE CERTIFICADO (MODO L:'
               ' NADA FUE MODIFICADO)'
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'FECHA:       ' WS-CLK-DATE(1:4) '-'
             WS-CLK-DATE(5:2) '-' WS-CLK-DATE(7:2) ' '
             WS-CLK-HH ':' WS-CLK-MI.
           DISPLAY 'OPERADOR:    ' WS-OPER-ID.
           DISPLAY 'DOCUMENTO:   ' WS-DOC-SHOWN.
           DISPLAY 'SEUDONIMO:   ' WS-PSEUDO.
           MOVE WS-PK-CNT TO WS-CNT-D1.
           DISPLAY 'POLIZAS:    ' WS-CNT-D1.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PK-CNT
             EVALUATE WS-PK-SIDE(PX)
               WHEN 'D'
                 DISPLAY '  ' WS-PK-KEY(PX) '  DB2'
               WHEN 'V'
                 DISPLAY '  ' WS-PK-KEY(PX) '  KSDS (NO ESTA EN'
                   ' POL_POLICY CON ESTE DOCUMENTO)'
               WHEN OTHER
                 DISPLAY '  ' WS-PK-KEY(PX) '  DB2 Y KSDS'
             END-EVALUATE
           END-PERFORM.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'LUGARES REVISADOS              FILAS/REGISTROS'.
           MOVE WS-N-POLICY TO WS-CNT-D1.
           DISPLAY 'POL_POLICY CLI_*               ' WS-CNT-D1
             '  SEUDONIMO + BORRADO'.
           MOVE WS-N-CLIENTE TO WS-CNT-D1.
           DISPLAY 'POL_CLIENTE                    ' WS-CNT-D1
             '  SEUDONIMO + BORRADO'.
           MOVE WS-N-MOVS TO WS-CNT-D1.
           DISPLAY 'POL_MOVIMIENTOS.MOV_DESCRIPCION' WS-CNT-D1
             '  TEXTO REEMPLAZADO'.
           MOVE WS-N-CLEANSE TO WS-CNT-D1.
           DISPLAY 'V2D2_CLEANSE VALORES CLI-*     ' WS-CNT-D1
             '  VIEJO/NUEVO BORRADOS'.
           MOVE WS-N-DQEXC TO WS-CNT-D1.
           DISPLAY 'V2D2_DQEXC                     ' WS-CNT-D1
             '  SOLO CLAVE Y REGLA - SIN CAMBIOS'.
           MOVE WS-N-REJECTS TO WS-CNT-D1.
           DISPLAY 'V2D2_REJECTS                   ' WS-CNT-D1
             '  SOLO CLAVE Y SQLCODE - SIN CAMBIOS'.
           IF DCL-JOB-ID > 0
             DISPLAY 'JOB ' WS-JOBID-DISP ' ' DCL-MEMBER ' DSN='
               DCL-SOURCE-DSN
             IF WS-VSAM-USED = 'Y'
               MOVE WS-N-VSAM TO WS-CNT-D1
               DISPLAY 'POLFILE KSDS (POLDD)           ' WS-CNT-D1
                 '  SEUDONIMO + BORRADO'
             ELSE
               DISPLAY 'POLFILE KSDS (POLDD)           NO REVISADO'
             END-IF
             IF WS-MOVF-USED = 'Y'
               MOVE WS-N-MOVF TO WS-CNT-D1
               DISPLAY 'MOVFILE (MOVDD)                ' WS-CNT-D1
                 '  TEXTO REEMPLAZADO'
             ELSE
               DISPLAY 'MOVFILE (MOVDD)                NO REVISADO'
             END-IF
             IF WS-REJF-USED = 'Y'
               MOVE WS-N-REJF TO WS-CNT-D1
               DISPLAY 'CUARENTENA (REJDD)             ' WS-CNT-D1
                 '  SEUDONIMO + BORRADO'
             ELSE
               DISPLAY 'CUARENTENA (REJDD)             NO REVISADO'
             END-IF
           END-IF.
           DISPLAY 'CLAVES, IMPORTES Y FECHAS NO SE MODIFICAN: LAS'
             ' RECONCILIACIONES SIGUEN CUADRANDO.'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'COPIAS QUE SIGUEN CONTENIENDO LOS DATOS:'.
           MOVE 0 TO WS-L-CNT.
           IF WS-ARCF-USED = 'Y'
             PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-AH-CNT-TOT
               ADD 1 TO WS-L-CNT
               MOVE WS-AH-CNT(AX) TO WS-CNT-D1
               MOVE SPACES TO WS-L-DSN
               PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-AJ-CNT
                 IF WS-AJ-JOB(QX) = WS-AH-JOB(AX)
                   MOVE WS-AJ-DSN(QX) TO WS-L-DSN
                 END-IF
               END-PERFORM
               DISPLAY '  ARCHIVO V2D2PURG (GDG) JOB ' WS-AH-JOB(AX)
                 ' ' WS-AH-TAG(AX) WS-CNT-D1 ' FILAS  ' WS-L-DSN
             END-PERFORM
           ELSE
             DISPLAY '  ARCHIVO V2D2PURG (ARCDD) NO REVISADO - ASIGNE'
               ' LA BASE DEL GDG'
           END-IF.
           PERFORM LIST-COLD-ARCHIVES.
           PERFORM LIST-LIVE-MASTERS.
           IF WS-L-CNT = 0
             DISPLAY '  NINGUNA'
           END-IF.
           IF WS-RUN-FAILED = 'Y'
             DISPLAY '** CORRIDA CON ERRORES - CERTIFICADO NO VALIDO'
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'FIRMA OPERADOR:   ______________________________'.
           DISPLAY 'FIRMA LEGALES:    ______________________________'.
           DISPLAY '=============================================='.
      *    POLIZAS QUE LAS REGLAS DE ALCANCE DEJARON AFUERA: LA IMAGEN
      *    COMPLETA ESTA EN EL ARCHIVO FRIO (ARCHDD) DE ESE JOB.
       LIST-COLD-ARCHIVES.
           EXEC SQL DECLARE ESCUR CURSOR FOR
             SELECT JOB_ID
             FROM IBMUSER.V2D2_SCOPEX
             WHERE REC_KEY = :WS-Q-KEY30
             ORDER BY JOB_ID
           END-EXEC.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PK-CNT
             MOVE WS-PK-KEY(PX) TO WS-Q-KEY30
             EXEC SQL OPEN ESCUR END-EXEC
             PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                 FETCH ESCUR INTO :WS-L-JOB
               END-EXEC
               IF SQLCODE = 0
                 ADD 1 TO WS-L-CNT
                 MOVE WS-L-JOB TO WS-JOBID-DISP
                 DISPLAY '  ARCHIVO FRIO (ARCHDD) JOB ' WS-JOBID-DISP
                   ' POLIZA ' WS-PK-KEY(PX) ' EXCLUIDA POR ALCANCE'
               END-IF
             END-PERFORM
             EXEC SQL CLOSE ESCUR END-EXEC
           END-PERFORM.
      *    OTROS MAESTROS VSAM TODAVIA VIVOS: NO SE LEYERON EN ESTA
      *    CORRIDA; SE REPITE CON CADA JOB QUE PUEDA TENER AL CLIENTE.
       LIST-LIVE-MASTERS.
           EXEC SQL DECLARE ELCUR CURSOR FOR
             SELECT JOB_ID, MEMBER, STATUS, SOURCE_DSN
             FROM IBMUSER.V2D2_JOBS
             WHERE STATUS IN ('C', 'E', 'M')
               AND JOB_ID <> :DCL-JOB-ID
             ORDER BY JOB_ID
           END-EXEC.
           EXEC SQL OPEN ELCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH ELCUR INTO :WS-L-JOB, :WS-L-MEMBER,
                 :WS-L-STATUS, :WS-L-DSN
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-L-CNT
               MOVE WS-L-JOB TO WS-JOBID-DISP
               DISPLAY '  KSDS VIVO NO REVISADO JOB ' WS-JOBID-DISP
                 ' ' WS-L-MEMBER ' (' WS-L-STATUS ') ' WS-L-DSN
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ELCUR END-EXEC.
