      * CICS WEB PROGRAM - MUESTRA TABLAS DB2 EN HTML                *
      * URL: /cics/cwba/webdb2                                       *
      * Compatible: CICS TS 2.2 + COBOL v3.2 + DB2 v7               *
      * La columna V2D2 marca HUERFANA las tablas que el ultimo      *
      * inventario V2D2ORPH no pudo asignar a ningun job.            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 WS-TYPE         PIC X(1).
           05 WS-DBNAME       PIC X(8).
           05 WS-COLCOUNT     PIC S9(4) COMP.
           05 WS-ORPHAN       PIC X(1).
       01  WS-COLCOUNT-DISP   PIC Z(3)9.
       01  WS-TYPE-DESC       PIC X(10).
       01  WS-ORPHAN-DESC     PIC X(8).
       01  WS-DOCTOKEN        PIC X(16).
       01  WS-TRAIL-CNT       PIC S9(8) COMP VALUE 0.
       01  WS-CREATOR-FILT    PIC X(8)  VALUE SPACES.
       01  WS-ESC-PTR          PIC S9(4) COMP.
       01  WS-ESC-CH           PIC X(1).
           EXEC SQL DECLARE C1 CURSOR FOR
             SELECT T.NAME, T.CREATOR, T.TYPE, T.DBNAME,
                    T.COLCOUNT, COALESCE(O.FINDING, ' ')
               FROM SYSIBM.SYSTABLES T
               LEFT OUTER JOIN IBMUSER.V2D2_ORPHAN O
                 ON O.OBJ_TYPE = 'T'
                AND O.FINDING = 'H'
                AND O.OBJ_NAME = T.NAME
                AND T.CREATOR = 'IBMUSER'
              WHERE T.CREATOR NOT IN
                    ('SYSIBM', 'SYSPROC')
                AND (:WS-CREATOR-FILT = SPACES
                     OR T.CREATOR = :WS-CREATOR-FILT)
                AND (:WS-TNAME-FILT = SPACES
                     OR T.NAME LIKE :WS-TNAME-LIKE)
                AND (:WS-HAS-START NOT = 'Y'
                     OR T.CREATOR > :WS-START-CREATOR
                     OR (T.CREATOR = :WS-START-CREATOR
                         AND T.NAME > :WS-START-TNAME))
              ORDER BY T.CREATOR, T.NAME
              FETCH FIRST 50 ROWS ONLY
           END-EXEC.
       PROCEDURE DIVISION.
             '<th>CREATOR</th>'
             '<th>TYPE</th>'
             '<th>DB</th>'
             '<th>COLS</th>'
             '<th>V2D2</th></tr>'
             DELIMITED BY SIZE
             INTO WS-RESPONSE
             WITH POINTER WS-RESP-PTR
           EXEC SQL FETCH C1
             INTO :WS-TNAME, :WS-CREATOR,
                  :WS-TYPE, :WS-DBNAME,
                  :WS-COLCOUNT, :WS-ORPHAN
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE = 0
               WHEN OTHER
                 MOVE WS-TYPE TO WS-TYPE-DESC
             END-EVALUATE
             IF WS-ORPHAN = 'H'
               MOVE 'HUERFANA' TO WS-ORPHAN-DESC
             ELSE
               MOVE SPACES TO WS-ORPHAN-DESC
             END-IF
             ADD 1 TO WS-RESP-LEN
               GIVING WS-RESP-PTR
             STRING
               '<td>' FUNCTION TRIM(WS-CREATOR-ESC) '</td>'
               '<td>' WS-TYPE-DESC '</td>'
               '<td>' FUNCTION TRIM(WS-DBNAME-ESC) '</td>'
               '<td>' WS-COLCOUNT-DISP '</td>'
               '<td>' WS-ORPHAN-DESC
               '</td></tr>'
               DELIMITED BY SIZE
               INTO WS-RESPONSE
