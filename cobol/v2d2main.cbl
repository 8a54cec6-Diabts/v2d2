       01  WS-AIX-CNT      PIC S9(9) COMP VALUE 0.
       01  WS-CLAIM-STEP   PIC X(8)  VALUE SPACES.
       01  WS-CLAIM-HHMM   PIC X(5)  VALUE SPACES.
       01  WS-THR-RATE     PIC S9(9) COMP VALUE 0.
       01  WS-THR-RECS     PIC S9(9) COMP VALUE 0.
       01  WS-THR-TOTAL    PIC S9(9) COMP VALUE 0.
       01  WS-THR-LATE     PIC X(1)  VALUE SPACE.
       01  WS-THR-PROJ     PIC X(26) VALUE SPACES.
       01  WS-THR-TOPE     PIC X(26) VALUE SPACES.
       01  WS-THR-RD       PIC Z(8)9.
       01  WS-THR-ND       PIC Z(8)9.
       01  WS-THR-TD       PIC Z(8)9.
       01  WS-THR-FIN      PIC X(11) VALUE SPACES.
       01  WS-JOBID-PARM   PIC 9(9)  VALUE 0.
       01  WS-JOBID-QUAL   PIC 9(7)  VALUE 0.
       01  WS-USERID       PIC X(8)  VALUE SPACES.
       01  WS-CERT-REJ     PIC S9(9) COMP VALUE 0.
       01  WS-CERT-RDY     PIC X(1)  VALUE 'N'.
       01  WS-CERT-WHY     PIC X(40) VALUE SPACES.
       01  WS-WAVE-JOB     PIC S9(9) COMP VALUE 0.
       01  WS-WAVE-MBR     PIC X(8)  VALUE SPACES.
       01  WS-WAVE-JD      PIC ZZZZZZZZ9.
       01  WS-DRIFT-FLAG   PIC X(1)  VALUE SPACE.
       01  WS-ACP-TOT      PIC S9(9) COMP VALUE 0.
       01  WS-ACP-PEND     PIC S9(9) COMP VALUE 0.
       01  WS-ACP-ACC      PIC S9(9) COMP VALUE 0.
       01  WS-ACP-TD       PIC Z(8)9.
       01  WS-ACP-PD       PIC Z(8)9.
       01  WS-SPOOL-TOKEN  PIC X(8)  VALUE SPACES.
       01  WS-JCL-LINE     PIC X(80) VALUE SPACES.
       01  WS-REG-DSN      PIC X(44) VALUE SPACES.
           COPY V2D2MCK.
       01  WS-CMPR-COMM.
           COPY V2D2CMP.
       01  WS-PIT-COMM.
           COPY V2D2PIT.
       01  WS-PIT-LINE     PIC X(79) VALUE SPACES.
       01  WS-PIT-LX       PIC S9(4) COMP VALUE 0.
       01  WS-PIT-IX       PIC S9(4) COMP VALUE 0.
       01  WS-PIT-MONTO-D  PIC -(9)9.99.
       01  WS-PIT-PRIMA-D  PIC -(9)9.99.
       01  WS-PIT-CNT-D    PIC ZZZ9.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2ERR.
       COPY V2D2DSR.
             WHEN 'I'
             WHEN 'i'
               GO TO ALTKEY-PARA
             WHEN 'P'
             WHEN 'p'
               GO TO PITINQ-PARA
             WHEN 'X'
               GO TO EXIT-PARA
             WHEN 'x'
           PERFORM GET-PARTITIONS.
           PERFORM GET-REJECTS.
           PERFORM GET-CLAIM.
           PERFORM GET-THRUPUT.
           PERFORM GET-ACCPATH.
           MOVE WS-LAST-DSN TO M02DSNO.
           MOVE WS-LAST-MBR TO M02MBRO.
           MOVE WS-LAST-JOB TO WS-JOB-DISP.
             MOVE '//            DCB=(RECFM=FB,LRECL=711)'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE SPACES TO WS-JCL-LINE
             STRING '//ARCHDD   DD DSN=IBMUSER.V2D2.ARC.J'
               WS-JOBID-QUAL ','
               DELIMITED BY SIZE INTO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//            DISP=(MOD,CATLG,CATLG),UNIT=SYSDA,'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//            SPACE=(TRK,(15,15),RLSE),'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//            DCB=(RECFM=FB,LRECL=711)'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//SYSOUT   DD SYSOUT=*'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
      * (UNA PARADA POR TOPE DE VENTANA TERMINA CON RC=4).
      *==========================================================
             PERFORM WRITE-RUNSTATS-STEP
      *==========================================================
      * CRONOGRAMA DE CUOTAS (POL_CUOTAS) COMO EN V2D2LOAD.JCL:
      * V2D2CUOT SOLO ACTUA CON EL JOB YA EN 'M'. VA DESPUES DEL
      * RUNSTATS: SU RC=4 (POLIZAS LISTADAS) LO SALTEARIA.
      *==========================================================
             MOVE SPACES TO WS-JCL-LINE
             STRING '//CUOT    EXEC PGM=V2D2CUOT,PARM='''
               WS-JOBID-PARM ''',COND=(4,LT,LOAD)'
               DELIMITED BY SIZE INTO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//STEPLIB  DD DSN=IBMUSER.V2D2.LOADLIB,DISP=SHR'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//SYSOUT   DD SYSOUT=*'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             EXEC CICS SPOOL CLOSE
                 TOKEN(WS-SPOOL-TOKEN)
                 RESP(WS-RESP)
      * POR TABLA DESTINO MAS LAS FICHAS DE CONTROL); PASO 2 =
      * DSNUTILB QUE LOS TRAGA, COND=(0,NE) PARA NO CARGAR UNA
      * SALIDA A MEDIO GENERAR. LOS DATASETS VAN CALIFICADOS POR
      * JOB (7 DIGITOS BAJOS, COMO EL REJDD DEL PASO L). SIGUEN
      * EL RUNSTATS Y EL CRONOGRAMA DE CUOTAS, IGUAL QUE EN EL
      * PASO L.
      *==========================================================
       BUILD-ULOD-JCL.
           IF WS-LAST-STS NOT = 'C'
             MOVE '//            DCB=(RECFM=FB,LRECL=711)'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE SPACES TO WS-JCL-LINE
             STRING '//ARCHDD   DD DSN=IBMUSER.V2D2.ARC.J'
               WS-JOBID-QUAL ','
               DELIMITED BY SIZE INTO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//            DISP=(MOD,CATLG,CATLG),UNIT=SYSDA,'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//            SPACE=(TRK,(15,15),RLSE),'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//            DCB=(RECFM=FB,LRECL=711)'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//SYSOUT   DD SYSOUT=*'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
               DELIMITED BY SIZE INTO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             PERFORM WRITE-RUNSTATS-STEP
      *    V2D2ULOD YA DEJO EL JOB EN 'M' PERO LAS FILAS LAS CARGA
      *    LOADUTIL: EL CRONOGRAMA VA DESPUES DE ESE PASO (Y DEL
      *    RUNSTATS), Y SOLO SI LOS DOS ANTERIORES TERMINARON BIEN.
             MOVE SPACES TO WS-JCL-LINE
             STRING '//CUOT    EXEC PGM=V2D2CUOT,PARM='''
               WS-JOBID-PARM ''','
               DELIMITED BY SIZE INTO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//             COND=((0,NE,ULOD),(4,LT,LOADUTIL))'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//STEPLIB  DD DSN=IBMUSER.V2D2.LOADLIB,DISP=SHR'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             MOVE '//SYSOUT   DD SYSOUT=*'
               TO WS-JCL-LINE
             PERFORM WRITE-JCL-LINE
             EXEC CICS SPOOL CLOSE
                 TOKEN(WS-SPOOL-TOKEN)
                 RESP(WS-RESP)
      * UN SUPERVISOR (V2D2_OPERS) CIERRA FORMALMENTE UN JOB: SOLO
      * CON RECON_FLAG='S', MOVIMIENTOS CARGADOS Y SIN RECHAZOS
      * PENDIENTES EL STATUS PASA AL TERMINAL 'F' (FINALIZADO), CON
      * USERID Y TIMESTAMP EN V2D2_JOBS. SI EL JOB COMPARTE DATASETS
      * CON OTROS (OLA DE V2D2WAVE O DSN EN COMUN), TODOS ELLOS
      * TIENEN QUE ESTAR LISTOS ('M' RECONCILIADO O YA 'F'): SIN ESO
      * LOS DEMAS SEGUIRIAN ESCRIBIENDO UN VSAM QUE YA NO ES EL
      * MAESTRO. UN JOB CUYO LAYOUT CAMBIO EN EL FUENTE DESDE EL
      * ANALISIS (DRIFT_FLAG='S' DE V2D2DRFT) TAMPOCO SE CERTIFICA
      * HASTA RE-ANALIZARLO. NI UNO SIN LA REVISION DE CAMINOS DE
      * ACCESO DE V2D2ACCP O CON ALGUN SCAN DE TABLESPACE / INDICE
      * NO COINCIDENTE DONDE VSAM LEIA POR CLAVE SIN ACEPTAR.
      * UN JOB 'F' NO ADMITE
      * ROLLBACK NI RECARGA (NINGUN RUNNER ACEPTA ESE STATUS). EL
      * REPORTE IMPRIMIBLE DE CIERRE LO ARMA V2D2CERT POR BATCH.
      *==========================================================
           MOVE 'N' TO WS-CERT-RDY.
           MOVE SPACES TO WS-CERT-WHY.
           PERFORM GET-RECON-FLAG.
           MOVE SPACE TO WS-DRIFT-FLAG.
           EXEC SQL
             SELECT COALESCE(DRIFT_FLAG, ' ') INTO :WS-DRIFT-FLAG
             FROM IBMUSER.V2D2_JOBS
             WHERE JOB_ID = :WS-LAST-JOB
           END-EXEC.
           EVALUATE TRUE
             WHEN WS-LAST-STS = 'F'
               MOVE 'ya esta Finalizado' TO WS-CERT-WHY
               MOVE 'no esta Migrado' TO WS-CERT-WHY
             WHEN WS-RECON-FLAG NOT = 'S'
               MOVE 'reconciliacion no OK' TO WS-CERT-WHY
             WHEN WS-DRIFT-FLAG = 'S'
               MOVE 'layout cambio (ver V2D2DRFT)' TO WS-CERT-WHY
             WHEN WS-LAST-AUDIT = SPACES
               MOVE 'movimientos sin cargar' TO WS-CERT-WHY
             WHEN OTHER
               IF WS-CERT-REJ > 0
                 MOVE 'rechazos pendientes' TO WS-CERT-WHY
               ELSE
                 PERFORM COUNT-ACCPATH
                 IF WS-ACP-TOT = 0
                   MOVE 'accesos DB2 sin revisar (V2D2ACCP)'
                     TO WS-CERT-WHY
                 ELSE
                   IF WS-ACP-PEND > 0
                     MOVE 'accesos DB2 pendientes (V2D2ACCP)'
                       TO WS-CERT-WHY
                   ELSE
                     PERFORM CHECK-WAVE-READY
                   END-IF
                 END-IF
               END-IF
           END-EVALUATE.
      *    OTRO JOB VIGENTE (EL MAS NUEVO DE SU SOURCE_DSN/MEMBER) DE
      *    LA MISMA OLA SEGUN EL ULTIMO V2D2WAVE, O QUE COMPARTE HOY
      *    UN DSN CON ESTE (ANALIZADO DESPUES DEL PLAN), Y QUE NO ESTA
      *    LISTO. EL PRIMERO POR JOB_ID ES EL QUE SE NOMBRA.
       CHECK-WAVE-READY.
           MOVE 0 TO WS-WAVE-JOB.
           MOVE SPACES TO WS-WAVE-MBR.
           EXEC SQL
             SELECT J.JOB_ID, J.MEMBER
             INTO :WS-WAVE-JOB, :WS-WAVE-MBR
             FROM IBMUSER.V2D2_JOBS J
             WHERE J.JOB_ID <> :WS-LAST-JOB
               AND J.STATUS <> 'F'
               AND NOT (J.STATUS = 'M'
                        AND COALESCE(J.RECON_FLAG, ' ') = 'S')
               AND NOT EXISTS
                 (SELECT 1 FROM IBMUSER.V2D2_JOBS N
                  WHERE N.SOURCE_DSN = J.SOURCE_DSN
                    AND N.MEMBER = J.MEMBER
                    AND N.JOB_ID > J.JOB_ID)
               AND (J.JOB_ID IN
                     (SELECT W2.JOB_ID
                      FROM IBMUSER.V2D2_WAVES W1,
                           IBMUSER.V2D2_WAVES W2
                      WHERE W1.JOB_ID = :WS-LAST-JOB
                        AND W2.WAVE_ID = W1.WAVE_ID)
                 OR J.SOURCE_DSN IN
                     (SELECT T.SOURCE_DSN FROM IBMUSER.V2D2_JOBS T
                      WHERE T.JOB_ID = :WS-LAST-JOB
                        AND T.SOURCE_DSN <> ' '
                      UNION
                      SELECT R.DSN FROM IBMUSER.V2D2_DSREG R
                      WHERE R.JOB_ID = :WS-LAST-JOB
                        AND R.DSN <> ' ')
                 OR EXISTS
                     (SELECT 1 FROM IBMUSER.V2D2_DSREG S
                      WHERE S.JOB_ID = J.JOB_ID
                        AND S.DSN <> ' '
                        AND S.DSN IN
                          (SELECT T.SOURCE_DSN
                           FROM IBMUSER.V2D2_JOBS T
                           WHERE T.JOB_ID = :WS-LAST-JOB
                           UNION
                           SELECT R.DSN FROM IBMUSER.V2D2_DSREG R
                           WHERE R.JOB_ID = :WS-LAST-JOB)))
             ORDER BY J.JOB_ID
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-WAVE-JOB TO WS-WAVE-JD
               STRING 'ola: job' WS-WAVE-JD ' '
                 WS-WAVE-MBR ' no listo'
                 DELIMITED BY SIZE
                 INTO WS-CERT-WHY
             WHEN 100
               MOVE 'Y' TO WS-CERT-RDY
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCD
               STRING 'error DB2 verificando ola ' WS-SQLCD
                 DELIMITED BY SIZE
                 INTO WS-CERT-WHY
           END-EVALUATE.
      *==========================================================
      * OPTION 0: ROLLBACK A JOB THAT FAILED TESTING AFTER COMPILE
      *==========================================================
           END-EXEC.
           GO TO COMPARE-STEP.
      *==========================================================
      * OPTION P: POLIZA A UNA FECHA - V2D2PITQ REHACE EL ESTADO
      * DESHACIENDO EL RASTRO DE MOVIMIENTOS DESDE LA FILA ACTUAL
      * DE POL_POLICY; LA PANTALLA MUESTRA LOS MOVIMIENTOS EN VIGOR
      * (EL MAS NUEVO ARRIBA) Y DEBAJO LAS LAGUNAS DEL RASTRO.
      *==========================================================
       PITINQ-PARA.
           EXEC CICS HANDLE AID
               PF3(MAIN-PARA)
           END-EXEC.
           MOVE SPACES TO M11POLI M11FECI M11ESTO.
           PERFORM CLEAR-PIT-LINES.
           MOVE 'Poliza y fecha (AAAA-MM-DD):' TO M11MSGO.
           EXEC CICS SEND MAP('V2D2M11')
               MAPSET('V2D2MAP') ERASE
           END-EXEC.
       PITINQ-RECEIVE.
           EXEC CICS RECEIVE MAP('V2D2M11')
               MAPSET('V2D2MAP')
           END-EXEC.
           MOVE SPACES TO M11ESTO.
           PERFORM CLEAR-PIT-LINES.
           IF M11POLI = SPACES
             MOVE 'Ingrese un numero de poliza' TO M11MSGO
             EXEC CICS SEND MAP('V2D2M11')
                 MAPSET('V2D2MAP') ERASE
             END-EXEC
             GO TO PITINQ-RECEIVE
           END-IF.
           MOVE M11POLI TO PIT-POLIZA.
           MOVE M11FECI TO PIT-FECHA.
           EXEC CICS LINK PROGRAM('V2D2PITQ')
               COMMAREA(WS-PIT-COMM)
               LENGTH(LENGTH OF WS-PIT-COMM)
           END-EXEC.
           MOVE PIT-MESSAGE TO M11MSGO.
           IF PIT-RC = '00'
             PERFORM FORMAT-PIT-STATE
           END-IF.
           IF PIT-RC = '00' OR PIT-RC = '04'
             PERFORM FORMAT-PIT-LINES
           END-IF.
           EXEC CICS SEND MAP('V2D2M11')
               MAPSET('V2D2MAP') ERASE
           END-EXEC.
           GO TO PITINQ-RECEIVE.
       CLEAR-PIT-LINES.
           MOVE SPACES TO M11L01 M11L02 M11L03 M11L04 M11L05
             M11L06 M11L07 M11L08 M11L09 M11L10.
           MOVE 0 TO WS-PIT-LX.
       FORMAT-PIT-STATE.
           MOVE PIT-PRIMA-ACT TO WS-PIT-MONTO-D.
           MOVE PIT-DESHECHOS TO WS-PIT-CNT-D.
           IF PIT-PRIMA-CONOC = 'S'
             MOVE PIT-PRIMA TO WS-PIT-PRIMA-D
             STRING 'Al ' PIT-FECHA ': ESTADO=' PIT-ESTADO
               ' PRIMA=' WS-PIT-PRIMA-D
               DELIMITED BY SIZE INTO M11ESTO
           ELSE
             STRING 'Al ' PIT-FECHA ': ESTADO=' PIT-ESTADO
               ' PRIMA=(desconocida)'
               DELIMITED BY SIZE INTO M11ESTO
           END-IF.
           MOVE SPACES TO WS-PIT-LINE.
           IF PIT-EN-DB2 = 'S'
             STRING 'Hoy: ESTADO=' PIT-ESTADO-ACT
               ' PRIMA=' WS-PIT-MONTO-D
               '  movimientos deshechos:' WS-PIT-CNT-D
               DELIMITED BY SIZE INTO WS-PIT-LINE
           ELSE
             STRING 'Hoy: SIN FILA EN POL_POLICY'
               '  movimientos deshechos:' WS-PIT-CNT-D
               DELIMITED BY SIZE INTO WS-PIT-LINE
           END-IF.
           PERFORM ADD-PIT-LINE.
      *    LOS MOVIMIENTOS EN VIGOR PRIMERO; LAS LAGUNAS OCUPAN LO
      *    QUE QUEDA DE PANTALLA (EL RESTO SE AVISA EN EL CONTADOR).
       FORMAT-PIT-LINES.
           PERFORM VARYING WS-PIT-IX FROM 1 BY 1
             UNTIL WS-PIT-IX > PIT-MOV-CNT
               OR WS-PIT-LX > 10 - PIT-GAP-CNT - 1
             MOVE PIT-M-MONTO(WS-PIT-IX) TO WS-PIT-MONTO-D
             MOVE SPACES TO WS-PIT-LINE
             STRING PIT-M-FECHA(WS-PIT-IX) ' '
               PIT-M-HORA(WS-PIT-IX) ' '
               PIT-M-TIPO(WS-PIT-IX) ' '
               WS-PIT-MONTO-D ' '
               PIT-M-USUARIO(WS-PIT-IX)
               DELIMITED BY SIZE INTO WS-PIT-LINE
             PERFORM ADD-PIT-LINE
           END-PERFORM.
           IF PIT-GAP-TOTAL > 0
             MOVE PIT-GAP-TOTAL TO WS-PIT-CNT-D
             MOVE SPACES TO WS-PIT-LINE
             STRING 'LAGUNAS EN EL RASTRO:' WS-PIT-CNT-D
               DELIMITED BY SIZE INTO WS-PIT-LINE
             PERFORM ADD-PIT-LINE
           END-IF.
           PERFORM VARYING WS-PIT-IX FROM 1 BY 1
             UNTIL WS-PIT-IX > PIT-GAP-CNT
             MOVE SPACES TO WS-PIT-LINE
             STRING ' ' PIT-G-CLASE(WS-PIT-IX) ' '
               PIT-G-TEXTO(WS-PIT-IX)
               DELIMITED BY SIZE INTO WS-PIT-LINE
             PERFORM ADD-PIT-LINE
           END-PERFORM.
       ADD-PIT-LINE.
           ADD 1 TO WS-PIT-LX.
           EVALUATE WS-PIT-LX
             WHEN 1  MOVE WS-PIT-LINE TO M11L01
             WHEN 2  MOVE WS-PIT-LINE TO M11L02
             WHEN 3  MOVE WS-PIT-LINE TO M11L03
             WHEN 4  MOVE WS-PIT-LINE TO M11L04
             WHEN 5  MOVE WS-PIT-LINE TO M11L05
             WHEN 6  MOVE WS-PIT-LINE TO M11L06
             WHEN 7  MOVE WS-PIT-LINE TO M11L07
             WHEN 8  MOVE WS-PIT-LINE TO M11L08
             WHEN 9  MOVE WS-PIT-LINE TO M11L09
             WHEN 10 MOVE WS-PIT-LINE TO M11L10
             WHEN OTHER CONTINUE
           END-EVALUATE.
      *==========================================================
      * COMMON PARAGRAPHS
      *==========================================================
       RESOLVE-TARGET-JOB.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-CLAIM-STEP WS-CLAIM-HHMM
           END-IF.
      *==========================================================
      * RITMO DE CARGA: LA MUESTRA MAS NUEVA DE V2D2_THRUPUT (EN
      * UNA CARGA PARTICIONADA YA TRAE EL RITMO Y EL AVANCE DEL
      * JOB ENTERO) CON EL FIN PROYECTADO CONTRA EL CONTEO DE
      * ORIGEN. SOLO MIENTRAS EL JOB NO ESTA MIGRADO: UNA CARGA
      * TERMINADA YA NO TIENE NADA QUE PROYECTAR.
      *==========================================================
       GET-THRUPUT.
           MOVE SPACES TO M02THRO.
           IF WS-LAST-STS = 'C' OR WS-LAST-STS = 'E'
             EXEC SQL
               SELECT JOB_RATE, JOB_RECORDS, TOTAL_EXP, LATE_FLAG,
                 COALESCE(CHAR(PROJ_END), ' '),
                 COALESCE(CHAR(DEADLINE_TS), ' ')
               INTO :WS-THR-RATE, :WS-THR-RECS, :WS-THR-TOTAL,
                 :WS-THR-LATE, :WS-THR-PROJ, :WS-THR-TOPE
               FROM IBMUSER.V2D2_THRUPUT
               WHERE JOB_ID = :WS-LAST-JOB
               ORDER BY SAMPLE_TS DESC
               FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0
               PERFORM FORMAT-THRUPUT
             END-IF
           END-IF.
       FORMAT-THRUPUT.
           MOVE WS-THR-RATE TO WS-THR-RD.
           MOVE WS-THR-RECS TO WS-THR-ND.
           MOVE WS-THR-TOTAL TO WS-THR-TD.
           MOVE SPACES TO WS-THR-FIN.
           IF WS-THR-PROJ NOT = SPACES
             STRING WS-THR-PROJ(9:2) '/' WS-THR-PROJ(6:2) ' '
               WS-THR-PROJ(12:2) ':' WS-THR-PROJ(15:2)
               DELIMITED BY SIZE INTO WS-THR-FIN
           END-IF.
           EVALUATE TRUE
             WHEN WS-THR-TOTAL = 0
               STRING 'Ritmo ' FUNCTION TRIM(WS-THR-RD)
                 '/min Avance ' FUNCTION TRIM(WS-THR-ND)
                 ' - sin conteo de origen para proyectar'
                 DELIMITED BY SIZE INTO M02THRO
             WHEN WS-THR-FIN = SPACES
               STRING 'Ritmo ' FUNCTION TRIM(WS-THR-RD)
                 '/min Avance ' FUNCTION TRIM(WS-THR-ND)
                 '/' FUNCTION TRIM(WS-THR-TD)
                 ' - sin ritmo para proyectar'
                 DELIMITED BY SIZE INTO M02THRO
             WHEN WS-THR-LATE = 'S'
               STRING 'Ritmo ' FUNCTION TRIM(WS-THR-RD)
                 '/min Avance ' FUNCTION TRIM(WS-THR-ND)
                 '/' FUNCTION TRIM(WS-THR-TD)
                 ' Fin ' WS-THR-FIN ' PASA EL TOPE '
                 WS-THR-TOPE(12:2) ':' WS-THR-TOPE(15:2)
                 DELIMITED BY SIZE INTO M02THRO
             WHEN WS-THR-TOPE NOT = SPACES
               STRING 'Ritmo ' FUNCTION TRIM(WS-THR-RD)
                 '/min Avance ' FUNCTION TRIM(WS-THR-ND)
                 '/' FUNCTION TRIM(WS-THR-TD)
                 ' Fin ' WS-THR-FIN ' tope '
                 WS-THR-TOPE(12:2) ':' WS-THR-TOPE(15:2)
                 DELIMITED BY SIZE INTO M02THRO
             WHEN OTHER
               STRING 'Ritmo ' FUNCTION TRIM(WS-THR-RD)
                 '/min Avance ' FUNCTION TRIM(WS-THR-ND)
                 '/' FUNCTION TRIM(WS-THR-TD)
                 ' Fin estimado ' WS-THR-FIN
                 DELIMITED BY SIZE INTO M02THRO
           END-EVALUATE.
      *==========================================================
      * CAMINOS DE ACCESO DEL PROGRAMA CONVERTIDO (V2D2ACCP): DESDE
      * QUE EL JOB ESTA COMPILADO SE MUESTRA SI FALTA LA REVISION O
      * CUANTOS ACCESOS CON CLAVE EN VSAM QUEDARON COMO SCAN SIN
      * ACEPTAR. LA OPCION F NO CERTIFICA CON PENDIENTES.
      *==========================================================
       GET-ACCPATH.
           MOVE SPACES TO M02ACPO.
           PERFORM COUNT-ACCPATH.
           IF WS-ACP-TOT > 0 OR WS-LAST-STS = 'X'
             OR WS-LAST-STS = 'M' OR WS-LAST-STS = 'F'
             MOVE WS-ACP-TOT TO WS-ACP-TD
             EVALUATE TRUE
               WHEN WS-ACP-TOT = 0
                 MOVE 'Accesos DB2: sin revisar - ejecute V2D2ACCP'
                   TO M02ACPO
               WHEN WS-ACP-PEND > 0
                 MOVE WS-ACP-PEND TO WS-ACP-PD
                 STRING 'Accesos DB2: ' FUNCTION TRIM(WS-ACP-TD)
                   ' filas, ' FUNCTION TRIM(WS-ACP-PD)
                   ' scan(s) pendientes de aceptar (V2D2ACCP)'
                   DELIMITED BY SIZE INTO M02ACPO
               WHEN OTHER
                 MOVE WS-ACP-ACC TO WS-ACP-PD
                 STRING 'Accesos DB2: ' FUNCTION TRIM(WS-ACP-TD)
                   ' filas revisadas, ' FUNCTION TRIM(WS-ACP-PD)
                   ' scan(s) aceptados'
                   DELIMITED BY SIZE INTO M02ACPO
             END-EVALUATE
           END-IF.
       COUNT-ACCPATH.
           MOVE 0 TO WS-ACP-TOT WS-ACP-PEND WS-ACP-ACC.
           EXEC SQL
             SELECT COUNT(*),
               COALESCE(SUM(CASE WHEN REVIEW_STS = 'P'
                 THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN REVIEW_STS = 'A'
                 THEN 1 ELSE 0 END), 0)
             INTO :WS-ACP-TOT, :WS-ACP-PEND, :WS-ACP-ACC
             FROM IBMUSER.V2D2_ACCPATH
             WHERE JOB_ID = :WS-LAST-JOB
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-ACP-TOT WS-ACP-PEND WS-ACP-ACC
           END-IF.
       GET-RECON-FLAG.
           MOVE SPACE TO WS-RECON-FLAG.
           EXEC SQL
