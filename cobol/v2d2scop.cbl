       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2D2SCOP.
      *==============================================================*
      * V2D2SCOP - MIGRATION SCOPING-RULE EVALUATOR                   *
      * CALLed by every loader (V2D2LOAD, V2D2ULOD, V2D2GLOD) through *
      * the V2D2SCP parameter area, so the three of them leave out    *
      * exactly the same records. SCP-OP 'INIT' reads the active      *
      * rows of IBMUSER.V2D2_SCOPE (one condition per row - field,    *
      * operator, value - maintained by SPUFI like V2D2_CHECKS) and   *
      * resolves each field name against the job's V2D2_FIELDS       *
      * catalog: offset, length, usage, scale and record type.        *
      * SCP-OP 'TEST' slices the record in SCP-REGISTRO with that map *
      * and answers whether it is out of scope. A caller that reads   *
      * several record types names the one in hand in SCP-REC-NAME;   *
      * a rule with a condition on another type's field does not      *
      * apply to it. Blank = every rule applies (one-type layouts).   *
      *                                                               *
      * The conditions of one RULE_ID are ANDed; a record that meets  *
      * every condition of ANY active rule is excluded. Operators:    *
      * =, <>, <, <=, >, >=. Character fields compare as text against *
      * the value padded with spaces ('YYYY-MM-DD' dates therefore    *
      * compare as dates); numeric fields (COMP, COMP-3, unsigned     *
      * DISPLAY) compare by value, the rule value read with the       *
      * field's catalog scale.                                        *
      *                                                               *
      * A rule is skipped whole, with a notice on SYSOUT, when one of *
      * its conditions cannot be resolved for this file: field not in *
      * the catalog, inside an OCCURS or at/after the variable group  *
      * (its offset floats per record), inside a REDEFINES view (its  *
      * bytes only mean something under one subtype), signed DISPLAY  *
      * (overpunch), text longer than 60, a non-numeric value for a   *
      * numeric field or an unknown operator. Applying the rest of    *
      * the rule would exclude far more than the business asked for.  *
      * A packed field that does not hold valid packed data makes its *
      * condition false - the record loads and the loader's own       *
      * validation deals with it. 40 active conditions max.; a 41st   *
      * fails the INIT (status '90') instead of being ignored.        *
      *==============================================================*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INIT-DONE             PIC X VALUE 'N'.
       01  WS-SQLCD                 PIC -(8)9.
       01  WS-RL-SQLCD              PIC S9(9) COMP VALUE 0.
       01  WS-JOBID-DISP            PIC 9(9).
      *--------------------------------------------------------------*
      * CONDICIONES EN VIGOR, ORDENADAS POR RULE_ID/RULE_SEQ TAL     *
      * COMO SALEN DEL CURSOR. WS-RL-OK = 'N' DEJA AFUERA LA         *
      * CONDICION Y, POR ARRASTRE, TODA SU REGLA.                    *
      *--------------------------------------------------------------*
       01  WS-RL-TAB.
           05 WS-RL-ENTRY OCCURS 40 TIMES.
              10 WS-RL-ID           PIC S9(9) COMP.
              10 WS-RL-FIELD        PIC X(30).
              10 WS-RL-OP           PIC X(2).
              10 WS-RL-VALUE        PIC X(60).
              10 WS-RL-NUMVAL       PIC S9(18) COMP.
              10 WS-RL-OFS          PIC S9(9) COMP.
              10 WS-RL-LEN          PIC S9(9) COMP.
              10 WS-RL-SCALE        PIC S9(4) COMP.
              10 WS-RL-USAGE        PIC X(8).
              10 WS-RL-NUMERIC      PIC X(1).
              10 WS-RL-OK           PIC X(1).
              10 WS-RL-RECNAME      PIC X(30).
       01  WS-RL-CNT                PIC S9(4) COMP VALUE 0.
       01  RX                       PIC S9(4) COMP VALUE 0.
       01  RY                       PIC S9(4) COMP VALUE 0.
       01  WS-D-ID                  PIC S9(9) COMP VALUE 0.
       01  WS-D-FIELD               PIC X(30) VALUE SPACES.
       01  WS-D-OP                  PIC X(2) VALUE SPACES.
       01  WS-D-VALUE               PIC X(15) VALUE SPACES.
       01  WS-F-USAGE               PIC X(8) VALUE SPACES.
       01  WS-F-OFS                 PIC S9(9) COMP VALUE 0.
       01  WS-F-LEN                 PIC S9(9) COMP VALUE 0.
       01  WS-F-SCALE               PIC S9(9) COMP VALUE 0.
       01  WS-F-PIC                 PIC X(14) VALUE SPACES.
       01  WS-F-REDEF               PIC X(1) VALUE SPACE.
       01  WS-F-RECNAME             PIC X(30) VALUE SPACES.
       01  WS-BAD-REASON            PIC X(40) VALUE SPACES.
       01  WS-LAST-ID               PIC S9(9) COMP VALUE 0.
      *--------------------------------------------------------------*
      * GRUPO VARIABLE DEL ARCHIVO (SI LO HAY): DESDE SU INICIO LOS  *
      * OFFSETS DEL CATALOGO YA NO SON FIJOS.                        *
      *--------------------------------------------------------------*
       01  WS-ODO-START             PIC S9(9) COMP VALUE 0.
       01  WS-ODO-PRESENT           PIC X VALUE 'N'.
      *--------------------------------------------------------------*
      * PRIMA DEL REGISTRO (POL-PRIMA-TOTAL SI EL LAYOUT LA TIENE) - *
      * SE DEVUELVE CON CADA TEST PARA QUE EL CARGADOR LA ANOTE EN   *
      * V2D2_SCOPEX SIN CONOCER EL LAYOUT.                           *
      *--------------------------------------------------------------*
       01  WS-PR-PRESENT            PIC X VALUE 'N'.
       01  WS-PR-OFS                PIC S9(9) COMP VALUE 0.
       01  WS-PR-LEN                PIC S9(9) COMP VALUE 0.
       01  WS-PR-SCALE              PIC S9(4) COMP VALUE 0.
       01  WS-PR-USAGE              PIC X(8) VALUE SPACES.
       01  WS-PR-RECNAME            PIC X(30) VALUE SPACES.
      *--------------------------------------------------------------*
      * EVALUACION DEL REGISTRO EN CURSO.                            *
      *--------------------------------------------------------------*
       01  WS-CUR-RULE              PIC S9(9) COMP VALUE 0.
       01  WS-RULE-MATCH            PIC X VALUE 'N'.
       01  WS-COND-TRUE             PIC X VALUE 'N'.
       01  WS-CMP                   PIC X(1) VALUE SPACE.
       01  WS-TXT                   PIC X(60) VALUE SPACES.
       01  WS-CUR-OFS               PIC S9(9) COMP VALUE 0.
       01  WS-CUR-LEN               PIC S9(9) COMP VALUE 0.
       01  WS-CUR-USAGE             PIC X(8) VALUE SPACES.
       01  WS-REC-BAD               PIC X VALUE 'N'.
       01  WS-B2-X                  PIC X(2).
       01  WS-B2 REDEFINES WS-B2-X  PIC S9(4) COMP.
       01  WS-B4-X                  PIC X(4).
       01  WS-B4 REDEFINES WS-B4-X  PIC S9(9) COMP.
       01  WS-B8-X                  PIC X(8).
       01  WS-B8 REDEFINES WS-B8-X  PIC S9(18) COMP.
       01  WS-PK-X                  PIC X(10).
       01  WS-PK REDEFINES WS-PK-X  PIC S9(18)V9 COMP-3.
       01  WS-NUM                   PIC S9(18) COMP VALUE 0.
       01  WS-POW                   PIC S9(18) COMP VALUE 1.
       01  WS-SX                    PIC S9(4) COMP VALUE 0.
       01  WS-CX                    PIC S9(4) COMP VALUE 0.
       01  WS-CH                    PIC X(1).
       01  WS-VAL-OK                PIC X VALUE 'Y'.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2ODO.
       LINKAGE SECTION.
       01  LK-PARAM.
           COPY V2D2SCP.
       PROCEDURE DIVISION USING LK-PARAM.
       MAIN-PARA.
           MOVE '00' TO SCP-STATUS.
           MOVE SPACES TO SCP-MESSAGE.
           EVALUATE SCP-OP
             WHEN 'INIT'
               PERFORM DO-INIT
             WHEN 'TEST'
               IF WS-INIT-DONE NOT = 'Y'
                 MOVE '90' TO SCP-STATUS
                 MOVE 'V2D2SCOP: TEST SIN INIT PREVIO'
                   TO SCP-MESSAGE
               ELSE
                 PERFORM DO-TEST
               END-IF
             WHEN OTHER
               MOVE '90' TO SCP-STATUS
               STRING 'V2D2SCOP: OPERACION DESCONOCIDA ' SCP-OP
                 DELIMITED BY SIZE INTO SCP-MESSAGE
           END-EVALUATE.
           GOBACK.
      *--------------------------------------------------------------*
      * DO-INIT - ARCHIVO DEL JOB (SI EL LLAMADOR NO LO NOMBRA, EL   *
      * MISMO QUE ELIGE V2D2GLOD: INDEXADO, RELATIVO, SECUENCIAL),   *
      * GRUPO VARIABLE, CAMPO DE PRIMA Y LAS REGLAS ACTIVAS.         *
      *--------------------------------------------------------------*
       DO-INIT.
           MOVE 0 TO WS-RL-CNT SCP-RULE-CNT.
           MOVE 'N' TO WS-ODO-PRESENT WS-PR-PRESENT.
           IF SCP-FILE-NAME = SPACES
             EXEC SQL
               SELECT FILE_NAME
               INTO :SCP-FILE-NAME
               FROM IBMUSER.V2D2_FILES
               WHERE JOB_ID = :SCP-JOB-ID
               ORDER BY CASE ORGANIZATION
                          WHEN 'I' THEN 1
                          WHEN 'R' THEN 2
                          ELSE 3
                        END, FILE_NAME
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SPACES TO SCP-FILE-NAME
             END-IF
           END-IF.
           IF SCP-FILE-NAME = SPACES
             MOVE '90' TO SCP-STATUS
             MOVE 'V2D2SCOP: JOB SIN ARCHIVO CATALOGADO - REANALICE'
               TO SCP-MESSAGE
           ELSE
             PERFORM LOAD-ODO-START
             PERFORM LOAD-PRIMA-FIELD
             PERFORM LOAD-RULES
             IF SCP-STATUS = '00'
               PERFORM DROP-BROKEN-RULES
               PERFORM COUNT-RULES
               MOVE 'Y' TO WS-INIT-DONE
             END-IF
           END-IF.
       LOAD-ODO-START.
           MOVE SCP-JOB-ID TO DCL-ODO-JOB-ID.
           MOVE SCP-FILE-NAME TO DCL-ODO-FILE.
           EXEC SQL
             SELECT MIN(START_OFFSET)
             INTO :WS-ODO-START
             FROM IBMUSER.V2D2_ODO
             WHERE JOB_ID = :DCL-ODO-JOB-ID
               AND FILE_NAME = :DCL-ODO-FILE
             HAVING COUNT(*) > 0
           END-EXEC.
           IF SQLCODE = 0
             MOVE 'Y' TO WS-ODO-PRESENT
           END-IF.
       LOAD-PRIMA-FIELD.
           MOVE 'POL-PRIMA-TOTAL' TO WS-D-FIELD.
           PERFORM FETCH-CATALOG-FIELD.
           IF SQLCODE = 0
             AND WS-F-REDEF = 'N'
             AND NOT (WS-F-USAGE = 'DISPLAY'
                      AND WS-F-PIC(1:1) = 'S')
             AND (WS-ODO-PRESENT NOT = 'Y'
                  OR WS-F-OFS < WS-ODO-START)
             MOVE 'Y' TO WS-PR-PRESENT
             MOVE WS-F-OFS TO WS-PR-OFS
             MOVE WS-F-LEN TO WS-PR-LEN
             MOVE WS-F-SCALE TO WS-PR-SCALE
             MOVE WS-F-USAGE TO WS-PR-USAGE
             MOVE WS-F-RECNAME TO WS-PR-RECNAME
           END-IF.
      *    EL MISMO NOMBRE PUEDE ESTAR EN LA VISTA BASE Y EN UNA VISTA
      *    REDEFINES: GANA SIEMPRE LA BASE (IN_REDEF 'N'). SI SOLO
      *    EXISTE EN UNA VISTA REDEFINES, CHECK-FIELD-USABLE LO
      *    RECHAZA CON AVISO.
       FETCH-CATALOG-FIELD.
           EXEC SQL
             SELECT FIELD_USAGE, FIELD_OFFSET, FIELD_LENGTH,
               FIELD_SCALE, PIC_CLAUSE, COALESCE(IN_REDEF, 'N'),
               COALESCE(REC_NAME, ' ')
             INTO :WS-F-USAGE, :WS-F-OFS, :WS-F-LEN,
               :WS-F-SCALE, :WS-F-PIC, :WS-F-REDEF, :WS-F-RECNAME
             FROM IBMUSER.V2D2_FIELDS
             WHERE JOB_ID = :SCP-JOB-ID
               AND FILE_NAME = :SCP-FILE-NAME
               AND FIELD_NAME = :WS-D-FIELD
               AND OCCURS_CNT = 1
             ORDER BY CASE COALESCE(IN_REDEF, 'N')
                        WHEN 'N' THEN 0
                        ELSE 1
                      END, FIELD_SEQ
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *--------------------------------------------------------------*
      * LOAD-RULES - UNA FILA DE V2D2_SCOPE POR CONDICION. CADA UNA  *
      * SE RESUELVE CONTRA EL CATALOGO AL LEERLA; LA QUE NO RESUELVE *
      * QUEDA MARCADA Y SE AVISA EL MOTIVO. EL FETCH LLEVA SU PROPIO *
      * SQLCODE: LA BUSQUEDA EN EL CATALOGO PISA EL DEL SQLCA. UNA   *
      * CONDICION QUE NO ENTRA EN LA TABLA NO SE DEJA AFUERA CALLADA *
      * (SE CARGARIA LO QUE EL NEGOCIO PIDIO EXCLUIR): EL INIT CAE.  *
      *--------------------------------------------------------------*
       LOAD-RULES.
           EXEC SQL DECLARE SCPCUR CURSOR FOR
             SELECT RULE_ID, FIELD_NAME, OPERATOR, RULE_VALUE
             FROM IBMUSER.V2D2_SCOPE
             WHERE ACTIVE = 'S'
             ORDER BY RULE_ID, RULE_SEQ
           END-EXEC.
           EXEC SQL OPEN SCPCUR END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-SQLCD
             MOVE '90' TO SCP-STATUS
             STRING 'V2D2SCOP: OPEN V2D2_SCOPE FALLO, SQLCODE='
               WS-SQLCD DELIMITED BY SIZE INTO SCP-MESSAGE
           ELSE
             MOVE 0 TO WS-RL-SQLCD
             PERFORM UNTIL WS-RL-SQLCD NOT = 0 OR WS-RL-CNT >= 40
               EXEC SQL
                 FETCH SCPCUR
                 INTO :WS-D-ID, :WS-D-FIELD, :WS-D-OP, :WS-D-VALUE
               END-EXEC
               MOVE SQLCODE TO WS-RL-SQLCD
               IF WS-RL-SQLCD = 0
                 PERFORM ADD-ONE-CONDITION
               END-IF
             END-PERFORM
             IF WS-RL-SQLCD = 0
               EXEC SQL
                 FETCH SCPCUR
                 INTO :WS-D-ID, :WS-D-FIELD, :WS-D-OP, :WS-D-VALUE
               END-EXEC
               MOVE SQLCODE TO WS-RL-SQLCD
               IF WS-RL-SQLCD = 0
                 MOVE SCP-JOB-ID TO WS-JOBID-DISP
                 MOVE '90' TO SCP-STATUS
                 STRING 'V2D2SCOP: MAS DE 40 CONDICIONES EN V2D2_SCOPE'
                   ' - JOB ' WS-JOBID-DISP ' ARCHIVO ' SCP-FILE-NAME
                   DELIMITED BY SIZE INTO SCP-MESSAGE
               END-IF
             END-IF
             IF WS-RL-SQLCD NOT = 0 AND WS-RL-SQLCD NOT = 100
               MOVE WS-RL-SQLCD TO WS-SQLCD
               MOVE '90' TO SCP-STATUS
               STRING 'V2D2SCOP: FETCH V2D2_SCOPE FALLO, SQLCODE='
                 WS-SQLCD DELIMITED BY SIZE INTO SCP-MESSAGE
             END-IF
             EXEC SQL CLOSE SCPCUR END-EXEC
           END-IF.
       ADD-ONE-CONDITION.
           ADD 1 TO WS-RL-CNT.
           MOVE WS-D-ID TO WS-RL-ID(WS-RL-CNT).
           MOVE WS-D-FIELD TO WS-RL-FIELD(WS-RL-CNT).
           MOVE WS-D-OP TO WS-RL-OP(WS-RL-CNT).
           MOVE WS-D-VALUE TO WS-RL-VALUE(WS-RL-CNT).
           MOVE 0 TO WS-RL-NUMVAL(WS-RL-CNT).
           MOVE 'Y' TO WS-RL-OK(WS-RL-CNT).
           MOVE SPACES TO WS-RL-RECNAME(WS-RL-CNT).
           MOVE SPACES TO WS-BAD-REASON.
           IF WS-D-OP NOT = '= ' AND WS-D-OP NOT = '<>'
             AND WS-D-OP NOT = '< ' AND WS-D-OP NOT = '<='
             AND WS-D-OP NOT = '> ' AND WS-D-OP NOT = '>='
             MOVE 'OPERADOR DESCONOCIDO' TO WS-BAD-REASON
           ELSE
             PERFORM FETCH-CATALOG-FIELD
             IF SQLCODE NOT = 0
               MOVE 'CAMPO FUERA DEL CATALOGO' TO WS-BAD-REASON
             ELSE
               PERFORM CHECK-FIELD-USABLE
             END-IF
           END-IF.
           IF WS-BAD-REASON NOT = SPACES
             MOVE 'N' TO WS-RL-OK(WS-RL-CNT)
             DISPLAY 'V2D2SCOP: REGLA ' WS-D-ID ' CAMPO '
               WS-D-FIELD ' - ' WS-BAD-REASON
           END-IF.
      *--------------------------------------------------------------*
      * CHECK-FIELD-USABLE - MISMO CRITERIO NUMERICO QUE V2D2GLOD    *
      * (USAGE BINARIA/EMPAQUETADA O PIC QUE EMPIEZA CON 9/S). EL    *
      * VALOR DE LA REGLA PARA UN CAMPO NUMERICO SE LLEVA A ENTERO   *
      * EN LA ESCALA DEL CATALOGO, QUE ES COMO SALE DEL REGISTRO.    *
      * UN CAMPO DE VISTA REDEFINES SE RECHAZA COMO EN V2D2GLOD Y    *
      * V2D2VLDT: SUS BYTES SON OTRO CAMPO EN LOS DEMAS SUBTIPOS.    *
      *--------------------------------------------------------------*
       CHECK-FIELD-USABLE.
           IF WS-F-REDEF = 'S'
             MOVE 'CAMPO DE UNA VISTA REDEFINES' TO WS-BAD-REASON
           ELSE
           IF WS-ODO-PRESENT = 'Y'
             AND WS-F-OFS >= WS-ODO-START
             MOVE 'CAMPO EN/TRAS EL GRUPO VARIABLE' TO WS-BAD-REASON
           ELSE
           IF WS-F-USAGE = 'DISPLAY' AND WS-F-PIC(1:1) = 'S'
             MOVE 'DISPLAY CON SIGNO NO SOPORTADO' TO WS-BAD-REASON
           ELSE
             MOVE WS-F-OFS TO WS-RL-OFS(WS-RL-CNT)
             MOVE WS-F-LEN TO WS-RL-LEN(WS-RL-CNT)
             MOVE WS-F-SCALE TO WS-RL-SCALE(WS-RL-CNT)
             MOVE WS-F-USAGE TO WS-RL-USAGE(WS-RL-CNT)
             MOVE WS-F-RECNAME TO WS-RL-RECNAME(WS-RL-CNT)
             IF WS-F-USAGE NOT = 'DISPLAY'
               OR WS-F-PIC(1:1) = '9'
               MOVE 'Y' TO WS-RL-NUMERIC(WS-RL-CNT)
               PERFORM SET-NUMERIC-VALUE
             ELSE
               MOVE 'N' TO WS-RL-NUMERIC(WS-RL-CNT)
               IF WS-F-LEN > 60
                 MOVE 'TEXTO DE MAS DE 60 POSICIONES'
                   TO WS-BAD-REASON
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF.
       SET-NUMERIC-VALUE.
           MOVE 'Y' TO WS-VAL-OK.
           IF WS-D-VALUE = SPACES
             MOVE 'N' TO WS-VAL-OK
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 15
             MOVE WS-D-VALUE(WS-CX:1) TO WS-CH
             IF (WS-CH < '0' OR WS-CH > '9')
               AND WS-CH NOT = '.' AND WS-CH NOT = '-'
               AND WS-CH NOT = '+' AND WS-CH NOT = SPACE
               MOVE 'N' TO WS-VAL-OK
             END-IF
           END-PERFORM.
           IF WS-VAL-OK NOT = 'Y'
             MOVE 'VALOR NO NUMERICO PARA CAMPO NUMERICO'
               TO WS-BAD-REASON
           ELSE
             MOVE 1 TO WS-POW
             PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-F-SCALE
               COMPUTE WS-POW = WS-POW * 10
             END-PERFORM
             COMPUTE WS-RL-NUMVAL(WS-RL-CNT) =
               FUNCTION NUMVAL(WS-D-VALUE) * WS-POW
           END-IF.
      *--------------------------------------------------------------*
      * DROP-BROKEN-RULES - UNA CONDICION CAIDA TUMBA TODA SU REGLA: *
      * EVALUAR EL RESTO SERIA EXCLUIR MAS DE LO PEDIDO.             *
      *--------------------------------------------------------------*
       DROP-BROKEN-RULES.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RL-CNT
             IF WS-RL-OK(RX) = 'N'
               PERFORM VARYING RY FROM 1 BY 1 UNTIL RY > WS-RL-CNT
                 IF WS-RL-ID(RY) = WS-RL-ID(RX)
                   MOVE 'N' TO WS-RL-OK(RY)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
       COUNT-RULES.
           MOVE 0 TO WS-LAST-ID.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RL-CNT
             IF WS-RL-OK(RX) = 'Y'
               AND WS-RL-ID(RX) NOT = WS-LAST-ID
               ADD 1 TO SCP-RULE-CNT
               MOVE WS-RL-ID(RX) TO WS-LAST-ID
             END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
      * DO-TEST - LAS CONDICIONES VIENEN AGRUPADAS POR REGLA; AL     *
      * CAMBIAR DE REGLA SE CIERRA LA ANTERIOR. LA PRIMERA REGLA QUE *
      * SE CUMPLE ENTERA DECIDE LA EXCLUSION. CON SCP-REC-NAME, UNA  *
      * CONDICION SOBRE UN CAMPO DE OTRO TIPO DE REGISTRO NO SE      *
      * EVALUA: SU REGLA NO ALCANZA A ESTE REGISTRO.                 *
      *--------------------------------------------------------------*
       DO-TEST.
           MOVE 'N' TO SCP-EXCLUDED.
           MOVE 0 TO SCP-RULE-ID WS-CUR-RULE.
           MOVE 'N' TO WS-RULE-MATCH.
           PERFORM VARYING RX FROM 1 BY 1
             UNTIL RX > WS-RL-CNT OR SCP-EXCLUDED = 'S'
             IF WS-RL-OK(RX) = 'Y'
               IF WS-RL-ID(RX) NOT = WS-CUR-RULE
                 PERFORM CLOSE-RULE
                 MOVE WS-RL-ID(RX) TO WS-CUR-RULE
                 MOVE 'Y' TO WS-RULE-MATCH
               END-IF
               IF WS-RULE-MATCH = 'Y'
                 IF SCP-REC-NAME NOT = SPACES
                   AND WS-RL-RECNAME(RX) NOT = SPACES
                   AND WS-RL-RECNAME(RX) NOT = SCP-REC-NAME
                   MOVE 'N' TO WS-RULE-MATCH
                 ELSE
                   PERFORM TEST-CONDITION
                   IF WS-COND-TRUE NOT = 'Y'
                     MOVE 'N' TO WS-RULE-MATCH
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF SCP-EXCLUDED NOT = 'S'
             PERFORM CLOSE-RULE
           END-IF.
           MOVE 0 TO SCP-PRIMA.
           IF WS-PR-PRESENT = 'Y'
             AND (SCP-REC-NAME = SPACES OR WS-PR-RECNAME = SPACES
                  OR WS-PR-RECNAME = SCP-REC-NAME)
             MOVE WS-PR-OFS TO WS-CUR-OFS
             MOVE WS-PR-LEN TO WS-CUR-LEN
             MOVE WS-PR-USAGE TO WS-CUR-USAGE
             PERFORM DECODE-NUMERIC
             IF WS-REC-BAD NOT = 'Y'
               MOVE 1 TO WS-POW
               PERFORM VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > WS-PR-SCALE
                 COMPUTE WS-POW = WS-POW * 10
               END-PERFORM
               COMPUTE SCP-PRIMA = WS-NUM / WS-POW
             END-IF
           END-IF.
       CLOSE-RULE.
           IF WS-CUR-RULE NOT = 0
             AND WS-RULE-MATCH = 'Y'
             MOVE 'S' TO SCP-EXCLUDED
             MOVE WS-CUR-RULE TO SCP-RULE-ID
           END-IF.
       TEST-CONDITION.
           MOVE 'N' TO WS-COND-TRUE.
           MOVE WS-RL-OFS(RX) TO WS-CUR-OFS.
           MOVE WS-RL-LEN(RX) TO WS-CUR-LEN.
           MOVE WS-RL-USAGE(RX) TO WS-CUR-USAGE.
           MOVE SPACE TO WS-CMP.
           IF WS-RL-NUMERIC(RX) = 'Y'
             PERFORM DECODE-NUMERIC
             IF WS-REC-BAD NOT = 'Y'
               EVALUATE TRUE
                 WHEN WS-NUM < WS-RL-NUMVAL(RX)
                   MOVE '<' TO WS-CMP
                 WHEN WS-NUM > WS-RL-NUMVAL(RX)
                   MOVE '>' TO WS-CMP
                 WHEN OTHER
                   MOVE '=' TO WS-CMP
               END-EVALUATE
             END-IF
           ELSE
             MOVE SPACES TO WS-TXT
             MOVE SCP-REGISTRO(WS-CUR-OFS + 1 : WS-CUR-LEN)
               TO WS-TXT
             EVALUATE TRUE
               WHEN WS-TXT < WS-RL-VALUE(RX)
                 MOVE '<' TO WS-CMP
               WHEN WS-TXT > WS-RL-VALUE(RX)
                 MOVE '>' TO WS-CMP
               WHEN OTHER
                 MOVE '=' TO WS-CMP
             END-EVALUATE
           END-IF.
           IF WS-CMP NOT = SPACE
             EVALUATE WS-RL-OP(RX)
               WHEN '= '
                 IF WS-CMP = '='
                   MOVE 'Y' TO WS-COND-TRUE
                 END-IF
               WHEN '<>'
                 IF WS-CMP NOT = '='
                   MOVE 'Y' TO WS-COND-TRUE
                 END-IF
               WHEN '< '
                 IF WS-CMP = '<'
                   MOVE 'Y' TO WS-COND-TRUE
                 END-IF
               WHEN '<='
                 IF WS-CMP NOT = '>'
                   MOVE 'Y' TO WS-COND-TRUE
                 END-IF
               WHEN '> '
                 IF WS-CMP = '>'
                   MOVE 'Y' TO WS-COND-TRUE
                 END-IF
               WHEN '>='
                 IF WS-CMP NOT = '<'
                   MOVE 'Y' TO WS-COND-TRUE
                 END-IF
             END-EVALUATE
           END-IF.
      *--------------------------------------------------------------*
      * DECODE-NUMERIC - EL VALOR COMO ENTERO EN LA ESCALA DEL       *
      * CATALOGO (LAS MISMAS CONVERSIONES QUE V2D2GLOD). EMPAQUETADO *
      * INVALIDO MARCA WS-REC-BAD EN VEZ DE ARRIESGAR UN 0C7.        *
      *--------------------------------------------------------------*
       DECODE-NUMERIC.
           MOVE 'N' TO WS-REC-BAD.
           MOVE 0 TO WS-NUM.
           EVALUATE WS-CUR-USAGE
             WHEN 'COMP'
               EVALUATE WS-CUR-LEN
                 WHEN 2
                   MOVE SCP-REGISTRO(WS-CUR-OFS + 1 : 2) TO WS-B2-X
                   MOVE WS-B2 TO WS-NUM
                 WHEN 4
                   MOVE SCP-REGISTRO(WS-CUR-OFS + 1 : 4) TO WS-B4-X
                   MOVE WS-B4 TO WS-NUM
                 WHEN OTHER
                   MOVE SCP-REGISTRO(WS-CUR-OFS + 1 : 8) TO WS-B8-X
                   MOVE WS-B8 TO WS-NUM
               END-EVALUATE
             WHEN 'COMP-3'
               MOVE LOW-VALUES TO WS-PK-X
               MOVE SCP-REGISTRO(WS-CUR-OFS + 1 : WS-CUR-LEN)
                 TO WS-PK-X(11 - WS-CUR-LEN : WS-CUR-LEN)
               IF WS-PK NOT NUMERIC
                 MOVE 'Y' TO WS-REC-BAD
               ELSE
                 COMPUTE WS-NUM = WS-PK * 10
               END-IF
             WHEN OTHER
               PERFORM VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > WS-CUR-LEN
                 MOVE SCP-REGISTRO(WS-CUR-OFS + WS-CX : 1) TO WS-CH
                 IF WS-CH >= '0' AND WS-CH <= '9'
                   COMPUTE WS-NUM = WS-NUM * 10
                     + FUNCTION NUMVAL(WS-CH)
                 END-IF
               END-PERFORM
           END-EVALUATE.
