      * mismos patrones de cursor y escape de HTML de WEBDB2,         *
      * apuntados a nuestras tablas. Cada fila enlaza al detalle      *
      * (WEBV2D2D: historial de V2D2_ERRORS, filas de V2D2_RECON y    *
      * resumen de calidad de datos). Un formulario en la cabecera    *
      * lleva a WEBV2D2P, la poliza reconstruida a una fecha. Un job  *
      * cargando muestra el ritmo y el fin proyectado de su muestra   *
      * mas nueva en V2D2_THRUPUT.                                    *
      * Compatible: CICS TS 2.2 + COBOL v3.2 + DB2 v7                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
           05 WS-UPD-TS       PIC X(19).
           05 WS-FMIG         PIC S9(9) COMP.
           05 WS-FTOT         PIC S9(9) COMP.
           05 WS-THR-RATE     PIC S9(9) COMP.
           05 WS-THR-PROJ     PIC X(26).
           05 WS-THR-LATE     PIC X(1).
       01  WS-THR-RD          PIC Z(8)9.
       01  WS-THR-TXT         PIC X(60) VALUE SPACES.
       01  WS-JOBID-DISP      PIC Z(8)9.
       01  WS-JOBID-9         PIC 9(9).
       01  WS-VCOUNT-DISP     PIC Z(8)9.
                        AND F.MIG_STATUS = 'M'),
                    (SELECT COUNT(*)
                       FROM IBMUSER.V2D2_FILES F
                      WHERE F.JOB_ID = J.JOB_ID),
                    COALESCE((SELECT MAX(T.JOB_RATE)
                       FROM IBMUSER.V2D2_THRUPUT T
                      WHERE T.JOB_ID = J.JOB_ID
                        AND J.STATUS IN ('C', 'E')
                        AND T.SAMPLE_TS =
                            (SELECT MAX(S.SAMPLE_TS)
                               FROM IBMUSER.V2D2_THRUPUT S
                              WHERE S.JOB_ID = J.JOB_ID)), -1),
                    COALESCE((SELECT MAX(CHAR(T.PROJ_END))
                       FROM IBMUSER.V2D2_THRUPUT T
                      WHERE T.JOB_ID = J.JOB_ID
                        AND T.SAMPLE_TS =
                            (SELECT MAX(S.SAMPLE_TS)
                               FROM IBMUSER.V2D2_THRUPUT S
                              WHERE S.JOB_ID = J.JOB_ID)), ' '),
                    COALESCE((SELECT MAX(T.LATE_FLAG)
                       FROM IBMUSER.V2D2_THRUPUT T
                      WHERE T.JOB_ID = J.JOB_ID
                        AND T.SAMPLE_TS =
                            (SELECT MAX(S.SAMPLE_TS)
                               FROM IBMUSER.V2D2_THRUPUT S
                              WHERE S.JOB_ID = J.JOB_ID)), 'N')
               FROM IBMUSER.V2D2_JOBS J
              WHERE (:WS-STATUS-FILT = ' '
                     OR J.STATUS = :WS-STATUS-FILT)
             '<a href="/cics/cwba/webv2d2?status=M">migrados</a> '
             '<a href="/cics/cwba/webv2d2?status=C">convertidos'
             '</a></p>'
             '<form action="/cics/cwba/webv2d2p" method="get">'
             'Poliza a una fecha: <input name="poliza" size="12">'
             ' <input name="fecha" size="10" value="AAAA-MM-DD">'
             ' <input type="submit" value="Consultar"></form>'
             '<table border=1>'
             '<tr><th>JOB</th><th>MEMBER</th>'
             '<th>STATUS</th><th>VSAM</th>'
             '<th>PROCESADOS</th><th>ARCH</th><th>RECON</th>'
             '<th>RECHAZOS</th><th>ULT.CAMBIO</th>'
             '<th>RITMO / FIN</th></tr>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           EXEC SQL FETCH JOBCUR
             INTO :WS-JOBID, :WS-MEMBER, :WS-STATUS,
                  :WS-VCOUNT, :WS-RPROC, :WS-RECON,
                  :WS-REJCNT, :WS-UPD-TS, :WS-FMIG, :WS-FTOT,
                  :WS-THR-RATE, :WS-THR-PROJ, :WS-THR-LATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE = 0
             PERFORM ESCAPE-HTML-FIELD
             MOVE WS-ESC-DST(1:48) TO WS-MEMBER-ESC
             PERFORM DECODE-STATUS
             PERFORM FORMAT-THRUPUT
             ADD 1 TO WS-RESP-LEN
               GIVING WS-RESP-PTR
             STRING
               '<td>' WS-FMIG-DISP '/' WS-FTOT-DISP '</td>'
               '<td>' WS-RECON '</td>'
               '<td>' WS-REJ-DISP '</td>'
               '<td>' WS-UPD-TS '</td>'
               '<td>' FUNCTION TRIM(WS-THR-TXT) '</td></tr>'
               DELIMITED BY SIZE
               INTO WS-RESPONSE
               WITH POINTER WS-RESP-PTR
             SUBTRACT 1 FROM WS-RESP-PTR
               GIVING WS-RESP-LEN
           END-IF.
      *--------------------------------------------------------------*
      * FORMAT-THRUPUT - RITMO DEL JOB (REG/MIN) Y FIN PROYECTADO DE *
      * LA MUESTRA MAS NUEVA; SOLO PARA JOBS 'C'/'E' (RITMO -1 = NO  *
      * APLICA). EL FIN QUE PASA EL TOPE UNTIL= VA MARCADO.          *
      *--------------------------------------------------------------*
       FORMAT-THRUPUT.
           MOVE SPACES TO WS-THR-TXT.
           IF WS-THR-RATE >= 0
             MOVE WS-THR-RATE TO WS-THR-RD
             EVALUATE TRUE
               WHEN WS-THR-PROJ = SPACES
                 STRING FUNCTION TRIM(WS-THR-RD) '/min'
                   DELIMITED BY SIZE INTO WS-THR-TXT
               WHEN WS-THR-LATE = 'S'
                 STRING FUNCTION TRIM(WS-THR-RD) '/min fin '
                   WS-THR-PROJ(9:2) '/' WS-THR-PROJ(6:2) ' '
                   WS-THR-PROJ(12:2) ':' WS-THR-PROJ(15:2)
                   ' <b>PASA EL TOPE</b>'
                   DELIMITED BY SIZE INTO WS-THR-TXT
               WHEN OTHER
                 STRING FUNCTION TRIM(WS-THR-RD) '/min fin '
                   WS-THR-PROJ(9:2) '/' WS-THR-PROJ(6:2) ' '
                   WS-THR-PROJ(12:2) ':' WS-THR-PROJ(15:2)
                   DELIMITED BY SIZE INTO WS-THR-TXT
             END-EVALUATE
           END-IF.
       DECODE-STATUS.
           EVALUATE WS-STATUS
             WHEN 'A' MOVE 'Analizado  ' TO WS-STS-DESC
