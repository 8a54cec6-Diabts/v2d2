       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBV2D2P.
      *==============================================================*
      * CICS WEB PROGRAM - POLIZA A UNA FECHA                         *
      * URL: /cics/cwba/webv2d2p?poliza=xxxxxxxxxxxx&fecha=AAAA-MM-DD *
      * Invocado desde el formulario del tablero WEBV2D2. Enlaza a    *
      * V2D2PITQ (el mismo motor que la opcion P de V2D2MAIN), que    *
      * rehace el estado de la poliza en la fecha deshaciendo el      *
      * rastro de IBMUSER.POL_MOVIMIENTOS desde la fila actual de     *
      * IBMUSER.POL_POLICY, y muestra el estado, los movimientos en   *
      * vigor con su usuario y hora, y las lagunas del rastro.        *
      * Compatible: CICS TS 2.2 + COBOL v3.2 + DB2 v7                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESPONSE        PIC X(8000) VALUE SPACES.
       01  WS-RESP-LEN        PIC S9(8) COMP VALUE 0.
       01  WS-RESP-PTR        PIC S9(8) COMP VALUE 1.
       01  WS-DOCTOKEN        PIC X(16).
       01  WS-QP-LEN          PIC S9(4) COMP.
       01  WS-QP-RESP         PIC S9(8) COMP.
       01  WS-POL-RAW         PIC X(12) VALUE SPACES.
       01  WS-FEC-RAW         PIC X(10) VALUE SPACES.
       01  WS-PIT-COMM.
           COPY V2D2PIT.
       01  WS-IX              PIC S9(4) COMP VALUE 0.
       01  WS-MONTO-DISP      PIC -(9)9.99.
       01  WS-PRIMA-DISP      PIC -(9)9.99.
       01  WS-CNT-DISP        PIC ZZZ9.
       01  WS-POL-ESC          PIC X(72) VALUE SPACES.
       01  WS-FEC-ESC          PIC X(60) VALUE SPACES.
       01  WS-USR-ESC          PIC X(48) VALUE SPACES.
       01  WS-TEXT-ESC         PIC X(474) VALUE SPACES.
       01  WS-ESC-SRC          PIC X(79)  VALUE SPACES.
       01  WS-ESC-DST          PIC X(474) VALUE SPACES.
       01  WS-ESC-IDX          PIC S9(4) COMP.
       01  WS-ESC-PTR          PIC S9(4) COMP.
       01  WS-ESC-CH           PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-QUERY-PARMS.
           MOVE SPACES TO WS-ESC-SRC.
           MOVE WS-POL-RAW TO WS-ESC-SRC.
           PERFORM ESCAPE-HTML-FIELD.
           MOVE WS-ESC-DST(1:72) TO WS-POL-ESC.
           MOVE SPACES TO WS-ESC-SRC.
           MOVE WS-FEC-RAW TO WS-ESC-SRC.
           PERFORM ESCAPE-HTML-FIELD.
           MOVE WS-ESC-DST(1:60) TO WS-FEC-ESC.
           MOVE 1 TO WS-RESP-PTR.
           STRING
             '<html><head>'
             '<title>V2D2 Poliza a una fecha</title>'
             '</head><body>'
             '<p><a href="/cics/cwba/webv2d2">&lt; tablero</a></p>'
             '<h1>Poliza a una fecha</h1>'
             '<form action="/cics/cwba/webv2d2p" method="get">'
             'POLIZA <input name="poliza" size="12" value="'
             FUNCTION TRIM(WS-POL-ESC) '"> '
             'FECHA <input name="fecha" size="10" value="'
             FUNCTION TRIM(WS-FEC-ESC) '"> '
             '<input type="submit" value="Consultar"></form>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-RESP-PTR
             GIVING WS-RESP-LEN.
           IF WS-POL-RAW = SPACES
             GO TO CLOSE-PAGE
           END-IF.
           MOVE WS-POL-RAW TO PIT-POLIZA.
           MOVE WS-FEC-RAW TO PIT-FECHA.
           EXEC CICS LINK PROGRAM('V2D2PITQ')
               COMMAREA(WS-PIT-COMM)
               LENGTH(LENGTH OF WS-PIT-COMM)
           END-EXEC.
           PERFORM APPEND-MESSAGE.
           IF PIT-RC = '00'
             PERFORM APPEND-STATE
           END-IF.
           IF PIT-RC = '00' OR PIT-RC = '04'
             PERFORM APPEND-MOVEMENTS
           END-IF.
           IF PIT-GAP-TOTAL > 0
             PERFORM APPEND-GAPS
           END-IF.
       CLOSE-PAGE.
           ADD 1 TO WS-RESP-LEN
             GIVING WS-RESP-PTR.
           STRING
             '</body></html>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-RESP-PTR
             GIVING WS-RESP-LEN.
       SEND-RESPONSE.
           EXEC CICS DOCUMENT CREATE
             DOCTOKEN(WS-DOCTOKEN)
             TEXT(WS-RESPONSE)
             LENGTH(WS-RESP-LEN)
           END-EXEC.
           EXEC CICS WEB SEND
             DOCTOKEN(WS-DOCTOKEN)
             CLNTCODEPAGE('iso-8859-1')
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           STOP RUN.
       APPEND-MESSAGE.
           MOVE SPACES TO WS-ESC-SRC.
           MOVE PIT-MESSAGE TO WS-ESC-SRC.
           PERFORM ESCAPE-HTML-FIELD.
           MOVE WS-ESC-DST(1:474) TO WS-TEXT-ESC.
           ADD 1 TO WS-RESP-LEN
             GIVING WS-RESP-PTR.
           STRING
             '<p><b>' FUNCTION TRIM(WS-TEXT-ESC) '</b></p>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-RESP-PTR
             GIVING WS-RESP-LEN.
       APPEND-STATE.
           MOVE PIT-PRIMA-ACT TO WS-MONTO-DISP.
           MOVE PIT-DESHECHOS TO WS-CNT-DISP.
           IF PIT-PRIMA-CONOC = 'S'
             MOVE PIT-PRIMA TO WS-PRIMA-DISP
           END-IF.
           ADD 1 TO WS-RESP-LEN
             GIVING WS-RESP-PTR.
           STRING
             '<table border=1>'
             '<tr><th></th><th>ESTADO</th><th>PRIMA</th></tr>'
             '<tr><td>Al ' PIT-FECHA '</td>'
             '<td>' PIT-ESTADO '</td><td>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           IF PIT-PRIMA-CONOC = 'S'
             STRING WS-PRIMA-DISP
               DELIMITED BY SIZE
               INTO WS-RESPONSE
               WITH POINTER WS-RESP-PTR
             END-STRING
           ELSE
             STRING '(desconocida)'
               DELIMITED BY SIZE
               INTO WS-RESPONSE
               WITH POINTER WS-RESP-PTR
             END-STRING
           END-IF.
           IF PIT-EN-DB2 = 'S'
             STRING
               '</td></tr><tr><td>Hoy</td>'
               '<td>' PIT-ESTADO-ACT '</td>'
               '<td>' WS-MONTO-DISP '</td></tr></table>'
               DELIMITED BY SIZE
               INTO WS-RESPONSE
               WITH POINTER WS-RESP-PTR
             END-STRING
           ELSE
             STRING
               '</td></tr><tr><td>Hoy</td>'
               '<td colspan=2>sin fila en POL_POLICY</td></tr>'
               '</table>'
               DELIMITED BY SIZE
               INTO WS-RESPONSE
               WITH POINTER WS-RESP-PTR
             END-STRING
           END-IF.
           STRING
             '<p>Movimientos deshechos: ' WS-CNT-DISP '</p>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-RESP-PTR
             GIVING WS-RESP-LEN.
      *--------------------------------------------------------------*
      * APPEND-MOVEMENTS - LOS MOVIMIENTOS EN VIGOR A LA FECHA, EL   *
      * MAS NUEVO ARRIBA (V2D2PITQ DEVUELVE HASTA 10).               *
      *--------------------------------------------------------------*
       APPEND-MOVEMENTS.
           MOVE PIT-MOV-TOTAL TO WS-CNT-DISP.
           ADD 1 TO WS-RESP-LEN
             GIVING WS-RESP-PTR.
           STRING
             '<h2>Movimientos en vigor (' WS-CNT-DISP ')</h2>'
             '<table border=1>'
             '<tr><th>FECHA</th><th>HORA</th><th>TIPO</th>'
             '<th>MONTO</th><th>USUARIO</th></tr>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-RESP-PTR
             GIVING WS-RESP-LEN.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > PIT-MOV-CNT
             MOVE PIT-M-MONTO(WS-IX) TO WS-MONTO-DISP
             MOVE SPACES TO WS-ESC-SRC
             MOVE PIT-M-USUARIO(WS-IX) TO WS-ESC-SRC
             PERFORM ESCAPE-HTML-FIELD
             MOVE WS-ESC-DST(1:48) TO WS-USR-ESC
             ADD 1 TO WS-RESP-LEN
               GIVING WS-RESP-PTR
             STRING
               '<tr><td>' PIT-M-FECHA(WS-IX) '</td>'
               '<td>' PIT-M-HORA(WS-IX) '</td>'
               '<td>' PIT-M-TIPO(WS-IX) '</td>'
               '<td>' WS-MONTO-DISP '</td>'
               '<td>' FUNCTION TRIM(WS-USR-ESC) '</td></tr>'
               DELIMITED BY SIZE
               INTO WS-RESPONSE
               WITH POINTER WS-RESP-PTR
             END-STRING
             SUBTRACT 1 FROM WS-RESP-PTR
               GIVING WS-RESP-LEN
           END-PERFORM.
           PERFORM APPEND-TABLE-END.
       APPEND-GAPS.
           MOVE PIT-GAP-TOTAL TO WS-CNT-DISP.
           ADD 1 TO WS-RESP-LEN
             GIVING WS-RESP-PTR.
           STRING
             '<h2>Lagunas en el rastro (' WS-CNT-DISP ')</h2>'
             '<table border=1>'
             '<tr><th>CLASE</th><th>DETALLE</th></tr>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-RESP-PTR
             GIVING WS-RESP-LEN.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > PIT-GAP-CNT
             MOVE SPACES TO WS-ESC-SRC
             MOVE PIT-G-TEXTO(WS-IX) TO WS-ESC-SRC
             PERFORM ESCAPE-HTML-FIELD
             MOVE WS-ESC-DST(1:474) TO WS-TEXT-ESC
             ADD 1 TO WS-RESP-LEN
               GIVING WS-RESP-PTR
             STRING
               '<tr><td>' PIT-G-CLASE(WS-IX) '</td>'
               '<td>' FUNCTION TRIM(WS-TEXT-ESC) '</td></tr>'
               DELIMITED BY SIZE
               INTO WS-RESPONSE
               WITH POINTER WS-RESP-PTR
             END-STRING
             SUBTRACT 1 FROM WS-RESP-PTR
               GIVING WS-RESP-LEN
           END-PERFORM.
           PERFORM APPEND-TABLE-END.
       APPEND-TABLE-END.
           ADD 1 TO WS-RESP-LEN
             GIVING WS-RESP-PTR.
           STRING
             '</table>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-RESP-PTR
             GIVING WS-RESP-LEN.
       READ-QUERY-PARMS.
           EXEC CICS WEB READ QUERYPARM
             NAME('poliza')
             VALUE(WS-POL-RAW)
             VALUELENGTH(WS-QP-LEN)
             RESP(WS-QP-RESP)
           END-EXEC.
           IF WS-QP-RESP NOT = DFHRESP(NORMAL)
             MOVE SPACES TO WS-POL-RAW
           END-IF.
           EXEC CICS WEB READ QUERYPARM
             NAME('fecha')
             VALUE(WS-FEC-RAW)
             VALUELENGTH(WS-QP-LEN)
             RESP(WS-QP-RESP)
           END-EXEC.
           IF WS-QP-RESP NOT = DFHRESP(NORMAL)
             MOVE SPACES TO WS-FEC-RAW
           END-IF.
       ESCAPE-HTML-FIELD.
           MOVE SPACES TO WS-ESC-DST.
           MOVE 1 TO WS-ESC-PTR.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
             UNTIL WS-ESC-IDX > 79
             MOVE WS-ESC-SRC(WS-ESC-IDX:1) TO WS-ESC-CH
             EVALUATE WS-ESC-CH
               WHEN '<'
                 STRING '&lt;' DELIMITED BY SIZE
                   INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
               WHEN '>'
                 STRING '&gt;' DELIMITED BY SIZE
                   INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
               WHEN '&'
                 STRING '&amp;' DELIMITED BY SIZE
                   INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
               WHEN '"'
                 STRING '&quot;' DELIMITED BY SIZE
                   INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
               WHEN OTHER
                 STRING WS-ESC-CH DELIMITED BY SIZE
                   INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
             END-EVALUATE
           END-PERFORM.
