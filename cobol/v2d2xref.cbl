      * the same two tables the DDL/Convert/Compile screens already   *
      * read from, just reported end to end instead of one row at a   *
      * time.                                                         *
      * Files reached through EXEC CICS file control (no SELECT, FCT  *
      * name only) print with ACCESO=CICS and their CICS verbs.       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-FILE-NAME             PIC X(8).
       01  WS-DDNAME                PIC X(8).
       01  WS-ORG                   PIC X(1).
       01  WS-ACCESS                PIC X(1).
       01  WS-OP-NAME               PIC X(8).
       01  WS-PARA-NAME             PIC X(30).
       01  WS-FILE-CNT              PIC S9(4) COMP VALUE 0.
       LIST-FILES.
           EXEC SQL
             DECLARE FILECUR CURSOR FOR
             SELECT FILE_NAME, DDNAME, ORGANIZATION, ACCESS_TYPE
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
             ORDER BY FILE_NAME
           PERFORM UNTIL WS-FILE-SQLCD NOT = 0
             OR WS-FILE-FETCH-ERR = 'Y'
             EXEC SQL
               FETCH FILECUR INTO :WS-FILE-NAME, :WS-DDNAME, :WS-ORG,
                 :WS-ACCESS
             END-EXEC
             MOVE SQLCODE TO WS-FILE-SQLCD
             EVALUATE WS-FILE-SQLCD
               WHEN 0
                 ADD 1 TO WS-FILE-CNT
                 DISPLAY ' '
                 IF WS-ACCESS = 'C'
                   DISPLAY 'ARCHIVO=' WS-FILE-NAME ' FCT=' WS-DDNAME
                     ' ORG=' WS-ORG ' ACCESO=CICS'
                 ELSE
                   DISPLAY 'ARCHIVO=' WS-FILE-NAME ' DD=' WS-DDNAME
                     ' ORG=' WS-ORG
                 END-IF
                 PERFORM LIST-OPERATIONS
               WHEN 100
                 CONTINUE
