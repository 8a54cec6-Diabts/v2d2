           05 WS-AJ-CERTUSR         PIC X(8).
           05 WS-AJ-CERTTS          PIC X(26).
           05 FILLER                PIC X(36) VALUE SPACES.
      *    CONTINUACION DEL JOB ROW: LAS COLUMNAS DE V2D2_JOBS QUE YA
      *    NO ENTRAN EN WS-AJ. VA SIEMPRE INMEDIATAMENTE DESPUES DEL
      *    JOB ROW Y SE RESTAURA CON UN UPDATE SOBRE EL.
       01  WS-AJX.
           05 WS-AJX-TAG            PIC X(8) VALUE 'V2D2JOBX'.
           05 WS-AJX-JOBID          PIC 9(9).
           05 WS-AJX-EXCLCNT        PIC 9(9).
           05 WS-AJX-EXCLTOT        PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 WS-AJX-RSYNC          PIC 9(9).
           05 WS-AJX-DRIFT          PIC X(1).
           05 WS-AJX-DRIFTTS        PIC X(26).
           05 FILLER                PIC X(222) VALUE SPACES.
       01  WS-AF.
           05 WS-AF-TAG             PIC X(8) VALUE 'V2D2FILE'.
           05 WS-AF-JOBID           PIC 9(9).
           05 WS-AF-DISCRIM         PIC X(30).
           05 WS-AF-COPYMBR         PIC X(8).
           05 WS-AF-MIGSTS          PIC X(1).
           05 WS-AF-ACCESS          PIC X(1).
           05 WS-AF-CTLACT          PIC X(1).
           05 FILLER                PIC X(224) VALUE SPACES.
       01  WS-AO.
           05 WS-AO-TAG             PIC X(8) VALUE 'V2D2OPS '.
           05 WS-AO-JOBID           PIC 9(9).
           05 WS-AR-DTOT            PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 WS-AR-STS             PIC X(1).
           05 WS-AR-EXCLCNT         PIC 9(9).
           05 WS-AR-EXCLTOT         PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X(181) VALUE SPACES.
       01  WS-AZ.
           05 WS-AZ-TAG             PIC X(8) VALUE 'V2D2SCPX'.
           05 WS-AZ-JOBID           PIC 9(9).
           05 WS-AZ-KEY             PIC X(30).
           05 WS-AZ-RULE            PIC 9(9).
           05 WS-AZ-PRIMA           PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 WS-AZ-PGM             PIC X(8).
           05 WS-AZ-TS              PIC X(26).
           05 FILLER                PIC X(194) VALUE SPACES.
       01  WS-ARF.
           05 WS-ARF-TAG            PIC X(8) VALUE 'V2D2RSCF'.
           05 WS-ARF-JOBID          PIC 9(9).
           05 WS-ARF-POL            PIC X(12).
           05 WS-ARF-DATE           PIC X(10).
           05 WS-ARF-HORA           PIC X(8).
           05 WS-ARF-TIPO           PIC X(3).
           05 WS-ARF-MOVUSR         PIC X(8).
           05 WS-ARF-TABLE          PIC X(18).
           05 WS-ARF-CHGTS          PIC X(26).
           05 WS-ARF-CHGUSR         PIC X(8).
           05 WS-ARF-DETTS          PIC X(26).
           05 WS-ARF-RESOL          PIC X(1).
           05 FILLER                PIC X(163) VALUE SPACES.
       01  WS-AV.
           05 WS-AV-TAG             PIC X(8) VALUE 'V2D2FLDO'.
           05 WS-AV-JOBID           PIC 9(9).
           05 WS-AD-DSN             PIC X(44).
           05 WS-AD-ORG             PIC X(1).
           05 FILLER                PIC X(222) VALUE SPACES.
       01  WS-AA.
           05 WS-AA-TAG             PIC X(8) VALUE 'V2D2DACL'.
           05 WS-AA-JOBID           PIC 9(9).
           05 WS-AA-DDNAME          PIC X(8).
           05 WS-AA-AUTH            PIC X(8).
           05 WS-AA-LVL             PIC X(1).
           05 WS-AA-SRC             PIC X(1).
           05 WS-AA-PROFILE         PIC X(44).
           05 WS-AA-TS              PIC X(26).
           05 FILLER                PIC X(195) VALUE SPACES.
       01  WS-AB.
           05 WS-AB-TAG             PIC X(8) VALUE 'V2D2ACCP'.
           05 WS-AB-JOBID           PIC 9(9).
           05 WS-AB-QUERYNO         PIC 9(9).
           05 WS-AB-QBLOCK          PIC 9(4).
           05 WS-AB-PLANNO          PIC 9(4).
           05 WS-AB-PROG            PIC X(8).
           05 WS-AB-PARA            PIC X(30).
           05 WS-AB-FILE            PIC X(8).
           05 WS-AB-OPER            PIC X(8).
           05 WS-AB-TNAME           PIC X(18).
           05 WS-AB-ACCTYPE         PIC X(2).
           05 WS-AB-MATCH           PIC 9(4).
           05 WS-AB-ACCNAME         PIC X(18).
           05 WS-AB-FINDING         PIC X(1).
           05 WS-AB-REVIEW          PIC X(1).
           05 WS-AB-USER            PIC X(8).
           05 WS-AB-REV-TS          PIC X(26).
           05 WS-AB-BIND-TS         PIC X(26).
           05 FILLER                PIC X(108) VALUE SPACES.
       01  WS-AS.
           05 WS-AS-TAG             PIC X(8) VALUE 'V2D2RPLY'.
           05 WS-AS-JOBID           PIC 9(9).
           05 WS-AS-TYPE            PIC X(1).
           05 WS-AS-SEQ             PIC 9(9).
           05 WS-AS-POL             PIC X(12).
           05 WS-AS-TIPO            PIC X(3).
           05 WS-AS-RESULT          PIC X(1).
           05 WS-AS-REASON          PIC X(40).
           05 WS-AS-TS              PIC X(26).
           05 FILLER                PIC X(191) VALUE SPACES.
       01  WS-AP.
           05 WS-AP-TAG             PIC X(8) VALUE 'V2D2PART'.
           05 WS-AP-JOBID           PIC 9(9).
           05 WS-AC-SCALE           PIC 9(2).
           05 WS-AC-OCCURS          PIC 9(9).
           05 WS-AC-REDEF           PIC X(1).
           05 WS-AC-RECNAME         PIC X(30).
           05 FILLER                PIC X(152) VALUE SPACES.
       01  WS-AT.
           05 WS-AT-TAG             PIC X(8) VALUE 'V2D2RTYP'.
           05 WS-AT-JOBID           PIC 9(9).
           05 WS-AT-FILE            PIC X(8).
           05 WS-AT-RECNAME         PIC X(30).
           05 WS-AT-SEQ             PIC 9(9).
           05 WS-AT-LENGTH          PIC 9(9).
           05 WS-AT-TFIELD          PIC X(30).
           05 WS-AT-TOFFSET         PIC 9(9).
           05 WS-AT-TLENGTH         PIC 9(9).
           05 WS-AT-TVALUE          PIC X(15).
           05 WS-AT-ROLE            PIC X(1).
           05 WS-AT-ACTION          PIC X(1).
           05 WS-AT-TABLE           PIC X(30).
           05 WS-AT-CNTFLD          PIC X(30).
           05 WS-AT-TOTFLD          PIC X(30).
           05 WS-AT-SUMFLD          PIC X(30).
           05 FILLER                PIC X(42) VALUE SPACES.
       01  WS-AI.
           05 WS-AI-TAG             PIC X(8) VALUE 'V2D2FEED'.
           05 WS-AI-JOBID           PIC 9(9).
           05 WS-AI-FEED            PIC X(8).
           05 WS-AI-CONSUMER        PIC X(30).
           05 WS-AI-LAYOUT          PIC X(1).
           05 WS-AI-SELECT          PIC X(1).
           05 WS-AI-HTSTYLE         PIC X(1).
           05 WS-AI-HDRTAG          PIC X(10).
           05 WS-AI-TRLTAG          PIC X(10).
           05 WS-AI-TRLTOT          PIC X(1).
           05 WS-AI-RECLEN          PIC 9(9).
           05 WS-AI-LASTRUN         PIC X(26).
           05 WS-AI-CMPSTS          PIC X(1).
           05 WS-AI-CMPDIFFS        PIC 9(9).
           05 WS-AI-CMPTS           PIC X(26).
           05 FILLER                PIC X(150) VALUE SPACES.
       01  WS-AU.
           05 WS-AU-TAG             PIC X(8) VALUE 'V2D2FSEG'.
           05 WS-AU-JOBID           PIC 9(9).
           05 WS-AU-FEED            PIC X(8).
           05 WS-AU-SEQ             PIC 9(9).
           05 WS-AU-OFFSET          PIC 9(9).
           05 WS-AU-LENGTH          PIC 9(9).
           05 FILLER                PIC X(248) VALUE SPACES.
       01  WS-AK.
           05 WS-AK-TAG             PIC X(8) VALUE 'V2D2AIX '.
           05 WS-AK-JOBID           PIC 9(9).
           05 WS-AM-DESC            PIC X(50).
           05 WS-AM-USUARIO         PIC X(8).
           05 FILLER                PIC X(171) VALUE SPACES.
       01  WS-AN.
           05 WS-AN-TAG             PIC X(8) VALUE 'V2D2DOM '.
           05 WS-AN-JOBID           PIC 9(9).
           05 WS-AN-FILE            PIC X(8).
           05 WS-AN-FIELD           PIC X(30).
           05 WS-AN-COND            PIC X(30).
           05 WS-AN-LOW             PIC X(15).
           05 WS-AN-HIGH            PIC X(15).
           05 FILLER                PIC X(185) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY V2D2JOB.
       LINKAGE SECTION.
           PERFORM ARCHIVE-OPS.
           PERFORM ARCHIVE-ERRORS.
           PERFORM ARCHIVE-RECON.
           PERFORM ARCHIVE-SCOPEX.
           PERFORM ARCHIVE-RSCONF.
           PERFORM ARCHIVE-FLDOVR.
           PERFORM ARCHIVE-DSREG.
           PERFORM ARCHIVE-DSACL.
           PERFORM ARCHIVE-ACCPATH.
           PERFORM ARCHIVE-RPLRES.
           PERFORM ARCHIVE-PARTS.
           PERFORM ARCHIVE-REJECTS.
           PERFORM ARCHIVE-DQSUM.
           PERFORM ARCHIVE-DQEXC.
           PERFORM ARCHIVE-FIELDS.
           PERFORM ARCHIVE-RECTYPES.
           PERFORM ARCHIVE-FEEDS.
           PERFORM ARCHIVE-FEEDSEGS.
           PERFORM ARCHIVE-ALTKEYS.
           PERFORM ARCHIVE-CYCLE.
           PERFORM ARCHIVE-ODO.
           PERFORM ARCHIVE-DOMAINS.
           PERFORM ARCHIVE-CLEANSE.
           PERFORM ARCHIVE-STSHIST.
           PERFORM ARCHIVE-MOVS.
           IF SQLCODE = 0
             WRITE ARC-RECORD FROM WS-AJ
             ADD 1 TO WS-ROWS-ARCH
             MOVE WS-TARGET-JOB TO WS-AJX-JOBID
             EXEC SQL
               SELECT EXCL_COUNT, EXCL_TOTAL, RSYNC_SEQ, DRIFT_FLAG,
                 COALESCE(CHAR(DRIFT_TS), ' ')
               INTO :WS-AJX-EXCLCNT, :WS-AJX-EXCLTOT, :WS-AJX-RSYNC,
                 :WS-AJX-DRIFT, :WS-AJX-DRIFTTS
               FROM IBMUSER.V2D2_JOBS
               WHERE JOB_ID = :DCL-JOB-ID
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AJX
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-IF.
       ARCHIVE-FILES.
           MOVE WS-TARGET-JOB TO WS-AF-JOBID.
               COALESCE(DDL_STRATEGY, ' '),
               COALESCE(DISCRIM_FIELD, ' '),
               COALESCE(COPY_MEMBER, ' '),
               COALESCE(MIG_STATUS, ' '), ACCESS_TYPE,
               COALESCE(CTL_ACTION, ' ')
             FROM IBMUSER.V2D2_FILES
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
             EXEC SQL
               FETCH AFCUR INTO :WS-AF-FNAME, :WS-AF-DDNAME,
                 :WS-AF-ORG, :WS-AF-STRAT, :WS-AF-DISCRIM,
                 :WS-AF-COPYMBR, :WS-AF-MIGSTS, :WS-AF-ACCESS,
                 :WS-AF-CTLACT
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AF
           MOVE WS-TARGET-JOB TO WS-AR-JOBID.
           EXEC SQL DECLARE ARCUR CURSOR FOR
             SELECT CHAR(RECON_TS), VSAM_COUNT, DB2_COUNT,
               VSAM_TOTAL, DB2_TOTAL, RECON_STATUS, EXCL_COUNT,
               EXCL_TOTAL
             FROM IBMUSER.V2D2_RECON
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
             EXEC SQL
               FETCH ARCUR INTO :WS-AR-TS, :WS-AR-VCNT,
                 :WS-AR-DCNT, :WS-AR-VTOT, :WS-AR-DTOT,
                 :WS-AR-STS, :WS-AR-EXCLCNT, :WS-AR-EXCLTOT
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AR
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ARCUR END-EXEC.
       ARCHIVE-SCOPEX.
           MOVE WS-TARGET-JOB TO WS-AZ-JOBID.
           EXEC SQL DECLARE AZCUR CURSOR FOR
             SELECT REC_KEY, RULE_ID, PRIMA, EXCL_PGM, CHAR(EXCL_TS)
             FROM IBMUSER.V2D2_SCOPEX
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN AZCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH AZCUR INTO :WS-AZ-KEY, :WS-AZ-RULE,
                 :WS-AZ-PRIMA, :WS-AZ-PGM, :WS-AZ-TS
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AZ
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE AZCUR END-EXEC.
       ARCHIVE-RSCONF.
           MOVE WS-TARGET-JOB TO WS-ARF-JOBID.
           EXEC SQL DECLARE RFCUR CURSOR FOR
             SELECT POL_NUMERO, CONF_DATE, MOV_HORA, MOV_TIPO_MOV,
               MOV_USUARIO, CHG_TABLE, CHAR(CHG_TS), CHG_USER,
               CHAR(DETECT_TS), RESOLUTION
             FROM IBMUSER.V2D2_RSCONF
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN RFCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH RFCUR INTO :WS-ARF-POL, :WS-ARF-DATE,
                 :WS-ARF-HORA, :WS-ARF-TIPO, :WS-ARF-MOVUSR,
                 :WS-ARF-TABLE, :WS-ARF-CHGTS, :WS-ARF-CHGUSR,
                 :WS-ARF-DETTS, :WS-ARF-RESOL
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-ARF
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE RFCUR END-EXEC.
       ARCHIVE-FLDOVR.
           MOVE WS-TARGET-JOB TO WS-AV-JOBID.
           EXEC SQL DECLARE AVCUR CURSOR FOR
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ADCUR END-EXEC.
       ARCHIVE-DSACL.
           MOVE WS-TARGET-JOB TO WS-AA-JOBID.
           EXEC SQL DECLARE AACUR CURSOR FOR
             SELECT DDNAME, AUTH_ID, ACCESS_LVL, SOURCE, PROFILE,
               CHAR(LOADED_TS)
             FROM IBMUSER.V2D2_DSACL
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN AACUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH AACUR INTO :WS-AA-DDNAME, :WS-AA-AUTH,
                 :WS-AA-LVL, :WS-AA-SRC, :WS-AA-PROFILE, :WS-AA-TS
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AA
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE AACUR END-EXEC.
       ARCHIVE-ACCPATH.
           MOVE WS-TARGET-JOB TO WS-AB-JOBID.
           EXEC SQL DECLARE ABCUR CURSOR FOR
             SELECT QUERYNO, QBLOCKNO, PLANNO, PROGNAME, PARAGRAPH,
               FILE_NAME, OPERATION, TNAME, ACCESSTYPE, MATCHCOLS,
               ACCESSNAME, FINDING, REVIEW_STS, REVIEW_USER,
               COALESCE(CHAR(REVIEW_TS), ' '), CHAR(BIND_TS)
             FROM IBMUSER.V2D2_ACCPATH
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN ABCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH ABCUR INTO :WS-AB-QUERYNO, :WS-AB-QBLOCK,
                 :WS-AB-PLANNO, :WS-AB-PROG, :WS-AB-PARA,
                 :WS-AB-FILE, :WS-AB-OPER, :WS-AB-TNAME,
                 :WS-AB-ACCTYPE, :WS-AB-MATCH, :WS-AB-ACCNAME,
                 :WS-AB-FINDING, :WS-AB-REVIEW, :WS-AB-USER,
                 :WS-AB-REV-TS, :WS-AB-BIND-TS
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AB
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ABCUR END-EXEC.
       ARCHIVE-RPLRES.
           MOVE WS-TARGET-JOB TO WS-AS-JOBID.
           EXEC SQL DECLARE ASCUR CURSOR FOR
             SELECT ROW_TYPE, ROW_SEQ, POL_NUMERO, TIPO_MOV, RESULT,
               REASON, CHAR(RUN_TS)
             FROM IBMUSER.V2D2_RPLRES
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN ASCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH ASCUR INTO :WS-AS-TYPE, :WS-AS-SEQ, :WS-AS-POL,
                 :WS-AS-TIPO, :WS-AS-RESULT, :WS-AS-REASON,
                 :WS-AS-TS
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AS
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ASCUR END-EXEC.
       ARCHIVE-PARTS.
           MOVE WS-TARGET-JOB TO WS-AP-JOBID.
           EXEC SQL DECLARE APCUR CURSOR FOR
             SELECT FILE_NAME, FIELD_SEQ, FIELD_NAME,
               FIELD_LEVEL, PIC_CLAUSE, FIELD_USAGE,
               FIELD_OFFSET, FIELD_LENGTH, FIELD_SCALE,
               OCCURS_CNT, COALESCE(IN_REDEF, 'N'),
               COALESCE(REC_NAME, ' ')
             FROM IBMUSER.V2D2_FIELDS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
               FETCH ACCUR INTO :WS-AC-FILE, :WS-AC-SEQ,
                 :WS-AC-NAME, :WS-AC-LEVEL, :WS-AC-PIC,
                 :WS-AC-USAGE, :WS-AC-OFFSET, :WS-AC-LENGTH,
                 :WS-AC-SCALE, :WS-AC-OCCURS, :WS-AC-REDEF,
                 :WS-AC-RECNAME
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AC
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ACCUR END-EXEC.
       ARCHIVE-RECTYPES.
           MOVE WS-TARGET-JOB TO WS-AT-JOBID.
           EXEC SQL DECLARE ATCUR CURSOR FOR
             SELECT FILE_NAME, REC_NAME, REC_SEQ, REC_LENGTH,
               TYPE_FIELD, TYPE_OFFSET, TYPE_LENGTH, TYPE_VALUE,
               REC_ROLE, LOAD_ACTION, TARGET_TABLE, COUNT_FIELD,
               TOTAL_FIELD, SUM_FIELD
             FROM IBMUSER.V2D2_RECTYPES
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN ATCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH ATCUR INTO :WS-AT-FILE, :WS-AT-RECNAME,
                 :WS-AT-SEQ, :WS-AT-LENGTH, :WS-AT-TFIELD,
                 :WS-AT-TOFFSET, :WS-AT-TLENGTH, :WS-AT-TVALUE,
                 :WS-AT-ROLE, :WS-AT-ACTION, :WS-AT-TABLE,
                 :WS-AT-CNTFLD, :WS-AT-TOTFLD, :WS-AT-SUMFLD
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AT
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ATCUR END-EXEC.
       ARCHIVE-FEEDS.
           MOVE WS-TARGET-JOB TO WS-AI-JOBID.
           EXEC SQL DECLARE AICUR CURSOR FOR
             SELECT FEED_NAME, CONSUMER, LAYOUT, SELECTION,
               HT_STYLE, HDR_TAG, TRL_TAG, TRL_TOTAL, REC_LENGTH,
               COALESCE(CHAR(LAST_RUN_TS), ' '), CMP_STATUS,
               CMP_DIFFS, COALESCE(CHAR(CMP_TS), ' ')
             FROM IBMUSER.V2D2_FEEDS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN AICUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH AICUR INTO :WS-AI-FEED, :WS-AI-CONSUMER,
                 :WS-AI-LAYOUT, :WS-AI-SELECT, :WS-AI-HTSTYLE,
                 :WS-AI-HDRTAG, :WS-AI-TRLTAG, :WS-AI-TRLTOT,
                 :WS-AI-RECLEN, :WS-AI-LASTRUN, :WS-AI-CMPSTS,
                 :WS-AI-CMPDIFFS, :WS-AI-CMPTS
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AI
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE AICUR END-EXEC.
       ARCHIVE-FEEDSEGS.
           MOVE WS-TARGET-JOB TO WS-AU-JOBID.
           EXEC SQL DECLARE AUCUR CURSOR FOR
             SELECT FEED_NAME, SEG_SEQ, SRC_OFFSET, SEG_LENGTH
             FROM IBMUSER.V2D2_FEEDSEG
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN AUCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH AUCUR INTO :WS-AU-FEED, :WS-AU-SEQ,
                 :WS-AU-OFFSET, :WS-AU-LENGTH
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AU
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE AUCUR END-EXEC.
       ARCHIVE-ALTKEYS.
           MOVE WS-TARGET-JOB TO WS-AK-JOBID.
           EXEC SQL DECLARE AKCUR CURSOR FOR
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE AGCUR END-EXEC.
       ARCHIVE-DOMAINS.
           MOVE WS-TARGET-JOB TO WS-AN-JOBID.
           EXEC SQL DECLARE ANCUR CURSOR FOR
             SELECT FILE_NAME, FIELD_NAME, COND_NAME,
               VALUE_LOW, VALUE_HIGH
             FROM IBMUSER.V2D2_DOMAINS
             WHERE JOB_ID = :DCL-JOB-ID
           END-EXEC.
           EXEC SQL OPEN ANCUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
               FETCH ANCUR INTO :WS-AN-FILE, :WS-AN-FIELD,
                 :WS-AN-COND, :WS-AN-LOW, :WS-AN-HIGH
             END-EXEC
             IF SQLCODE = 0
               WRITE ARC-RECORD FROM WS-AN
               ADD 1 TO WS-ROWS-ARCH
             END-IF
           END-PERFORM.
           EXEC SQL CLOSE ANCUR END-EXEC.
       ARCHIVE-CLEANSE.
           MOVE WS-TARGET-JOB TO WS-AL-JOBID.
           EXEC SQL DECLARE ALCUR CURSOR FOR
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_REJECTS
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_SCOPEX
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_PARTS
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
      *    LAS MUESTRAS DE V2D2_THRUPUT NO SE ARCHIVAN A PROPOSITO:
      *    SOLO SIRVEN PARA PROYECTAR UNA CARGA EN CURSO, Y UN JOB EN
      *    CONDICIONES DE PURGA YA NO TIENE NINGUNA.
           EXEC SQL DELETE FROM IBMUSER.V2D2_THRUPUT
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_DSACL
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_ACCPATH
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_RPLRES
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_DSREG
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_FLDOVR
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_OPS
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_DRFLD
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_DRODO
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_FIELDS
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_RECTYPES
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_FEEDSEG
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_FEEDS
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_ALTKEYS
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_CYCLE
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_RSCONF
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_ODO
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_DOMAINS
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_CLEANSE
             WHERE JOB_ID = :DCL-JOB-ID END-EXEC.
           EXEC SQL DELETE FROM IBMUSER.V2D2_STSHIST
                  :WS-AJ-CERTUSR,
                  NULLIF(:WS-AJ-CERTTS, ' '))
               END-EXEC
             WHEN 'V2D2JOBX'
               MOVE WS-ARC-ANY TO WS-AJX
               EXEC SQL
                 UPDATE IBMUSER.V2D2_JOBS
                   SET EXCL_COUNT = :WS-AJX-EXCLCNT,
                       EXCL_TOTAL = :WS-AJX-EXCLTOT,
                       RSYNC_SEQ = :WS-AJX-RSYNC,
                       DRIFT_FLAG = :WS-AJX-DRIFT,
                       DRIFT_TS = NULLIF(:WS-AJX-DRIFTTS, ' ')
                 WHERE JOB_ID = :WS-AJX-JOBID
               END-EXEC
             WHEN 'V2D2FILE'
               MOVE WS-ARC-ANY TO WS-AF
      *        LAS GENERACIONES ANTERIORES A ACCESS_TYPE TRAEN BLANCO
      *        AHI - TODO LO QUE HABIA ENTONCES ERA BATCH.
               IF WS-AF-ACCESS = SPACE
                 MOVE 'B' TO WS-AF-ACCESS
               END-IF
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_FILES
                 (JOB_ID, FILE_NAME, DDNAME, ORGANIZATION,
                  DDL_STRATEGY, DISCRIM_FIELD, COPY_MEMBER,
                  MIG_STATUS, ACCESS_TYPE, CTL_ACTION)
                 VALUES (:WS-AF-JOBID, :WS-AF-FNAME,
                  :WS-AF-DDNAME, :WS-AF-ORG, :WS-AF-STRAT,
                  :WS-AF-DISCRIM, :WS-AF-COPYMBR,
                  :WS-AF-MIGSTS, :WS-AF-ACCESS,
                  NULLIF(:WS-AF-CTLACT, ' '))
               END-EXEC
             WHEN 'V2D2OPS '
               MOVE WS-ARC-ANY TO WS-AO
               END-EXEC
             WHEN 'V2D2RECN'
               MOVE WS-ARC-ANY TO WS-AR
      *        LAS GENERACIONES ANTERIORES A LAS EXCLUSIONES TRAEN
      *        BLANCOS AHI: SIN EXCLUIDOS.
               IF WS-AR-EXCLCNT NOT NUMERIC
                 MOVE 0 TO WS-AR-EXCLCNT
               END-IF
               IF WS-AR-EXCLTOT NOT NUMERIC
                 MOVE 0 TO WS-AR-EXCLTOT
               END-IF
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_RECON
                 (JOB_ID, RECON_TS, VSAM_COUNT, DB2_COUNT,
                  VSAM_TOTAL, DB2_TOTAL, RECON_STATUS, EXCL_COUNT,
                  EXCL_TOTAL)
                 VALUES (:WS-AR-JOBID, :WS-AR-TS, :WS-AR-VCNT,
                  :WS-AR-DCNT, :WS-AR-VTOT, :WS-AR-DTOT,
                  :WS-AR-STS, :WS-AR-EXCLCNT, :WS-AR-EXCLTOT)
               END-EXEC
             WHEN 'V2D2SCPX'
               MOVE WS-ARC-ANY TO WS-AZ
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_SCOPEX
                 (JOB_ID, REC_KEY, RULE_ID, PRIMA, EXCL_PGM,
                  EXCL_TS)
                 VALUES (:WS-AZ-JOBID, :WS-AZ-KEY, :WS-AZ-RULE,
                  :WS-AZ-PRIMA, :WS-AZ-PGM, TIMESTAMP(:WS-AZ-TS))
               END-EXEC
             WHEN 'V2D2RSCF'
               MOVE WS-ARC-ANY TO WS-ARF
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_RSCONF
                 (JOB_ID, POL_NUMERO, CONF_DATE, MOV_HORA,
                  MOV_TIPO_MOV, MOV_USUARIO, CHG_TABLE, CHG_TS,
                  CHG_USER, DETECT_TS, RESOLUTION)
                 VALUES (:WS-ARF-JOBID, :WS-ARF-POL, :WS-ARF-DATE,
                  :WS-ARF-HORA, :WS-ARF-TIPO, :WS-ARF-MOVUSR,
                  :WS-ARF-TABLE, TIMESTAMP(:WS-ARF-CHGTS),
                  :WS-ARF-CHGUSR, TIMESTAMP(:WS-ARF-DETTS),
                  :WS-ARF-RESOL)
               END-EXEC
             WHEN 'V2D2FLDO'
               MOVE WS-ARC-ANY TO WS-AV
                 VALUES (:WS-AD-JOBID, :WS-AD-DDNAME,
                  :WS-AD-ROLE, :WS-AD-DSN, :WS-AD-ORG)
               END-EXEC
             WHEN 'V2D2DACL'
               MOVE WS-ARC-ANY TO WS-AA
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_DSACL
                 (JOB_ID, DDNAME, AUTH_ID, ACCESS_LVL, SOURCE,
                  PROFILE, LOADED_TS)
                 VALUES (:WS-AA-JOBID, :WS-AA-DDNAME, :WS-AA-AUTH,
                  :WS-AA-LVL, :WS-AA-SRC, :WS-AA-PROFILE,
                  TIMESTAMP(:WS-AA-TS))
               END-EXEC
             WHEN 'V2D2ACCP'
               MOVE WS-ARC-ANY TO WS-AB
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_ACCPATH
                 (JOB_ID, QUERYNO, QBLOCKNO, PLANNO, PROGNAME,
                  PARAGRAPH, FILE_NAME, OPERATION, TNAME, ACCESSTYPE,
                  MATCHCOLS, ACCESSNAME, FINDING, REVIEW_STS,
                  REVIEW_USER, REVIEW_TS, BIND_TS)
                 VALUES (:WS-AB-JOBID, :WS-AB-QUERYNO, :WS-AB-QBLOCK,
                  :WS-AB-PLANNO, :WS-AB-PROG, :WS-AB-PARA,
                  :WS-AB-FILE, :WS-AB-OPER, :WS-AB-TNAME,
                  :WS-AB-ACCTYPE, :WS-AB-MATCH, :WS-AB-ACCNAME,
                  :WS-AB-FINDING, :WS-AB-REVIEW, :WS-AB-USER,
                  NULLIF(:WS-AB-REV-TS, ' '),
                  TIMESTAMP(:WS-AB-BIND-TS))
               END-EXEC
             WHEN 'V2D2RPLY'
               MOVE WS-ARC-ANY TO WS-AS
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_RPLRES
                 (JOB_ID, ROW_TYPE, ROW_SEQ, POL_NUMERO, TIPO_MOV,
                  RESULT, REASON, RUN_TS)
                 VALUES (:WS-AS-JOBID, :WS-AS-TYPE, :WS-AS-SEQ,
                  :WS-AS-POL, :WS-AS-TIPO, :WS-AS-RESULT,
                  :WS-AS-REASON, TIMESTAMP(:WS-AS-TS))
               END-EXEC
             WHEN 'V2D2PART'
               MOVE WS-ARC-ANY TO WS-AP
               EXEC SQL
                 (JOB_ID, FILE_NAME, FIELD_SEQ, FIELD_NAME,
                  FIELD_LEVEL, PIC_CLAUSE, FIELD_USAGE,
                  FIELD_OFFSET, FIELD_LENGTH, FIELD_SCALE,
                  OCCURS_CNT, IN_REDEF, REC_NAME)
                 VALUES (:WS-AC-JOBID, :WS-AC-FILE, :WS-AC-SEQ,
                  :WS-AC-NAME, :WS-AC-LEVEL, :WS-AC-PIC,
                  :WS-AC-USAGE, :WS-AC-OFFSET, :WS-AC-LENGTH,
                  :WS-AC-SCALE, :WS-AC-OCCURS, :WS-AC-REDEF,
                  NULLIF(:WS-AC-RECNAME, ' '))
               END-EXEC
             WHEN 'V2D2RTYP'
               MOVE WS-ARC-ANY TO WS-AT
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_RECTYPES
                 (JOB_ID, FILE_NAME, REC_NAME, REC_SEQ, REC_LENGTH,
                  TYPE_FIELD, TYPE_OFFSET, TYPE_LENGTH, TYPE_VALUE,
                  REC_ROLE, LOAD_ACTION, TARGET_TABLE, COUNT_FIELD,
                  TOTAL_FIELD, SUM_FIELD)
                 VALUES (:WS-AT-JOBID, :WS-AT-FILE, :WS-AT-RECNAME,
                  :WS-AT-SEQ, :WS-AT-LENGTH, :WS-AT-TFIELD,
                  :WS-AT-TOFFSET, :WS-AT-TLENGTH, :WS-AT-TVALUE,
                  :WS-AT-ROLE, :WS-AT-ACTION, :WS-AT-TABLE,
                  :WS-AT-CNTFLD, :WS-AT-TOTFLD, :WS-AT-SUMFLD)
               END-EXEC
             WHEN 'V2D2FEED'
               MOVE WS-ARC-ANY TO WS-AI
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_FEEDS
                 (JOB_ID, FEED_NAME, CONSUMER, LAYOUT, SELECTION,
                  HT_STYLE, HDR_TAG, TRL_TAG, TRL_TOTAL, REC_LENGTH,
                  LAST_RUN_TS, CMP_STATUS, CMP_DIFFS, CMP_TS)
                 VALUES (:WS-AI-JOBID, :WS-AI-FEED, :WS-AI-CONSUMER,
                  :WS-AI-LAYOUT, :WS-AI-SELECT, :WS-AI-HTSTYLE,
                  :WS-AI-HDRTAG, :WS-AI-TRLTAG, :WS-AI-TRLTOT,
                  :WS-AI-RECLEN, NULLIF(:WS-AI-LASTRUN, ' '),
                  :WS-AI-CMPSTS, :WS-AI-CMPDIFFS,
                  NULLIF(:WS-AI-CMPTS, ' '))
               END-EXEC
             WHEN 'V2D2FSEG'
               MOVE WS-ARC-ANY TO WS-AU
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_FEEDSEG
                 (JOB_ID, FEED_NAME, SEG_SEQ, SRC_OFFSET, SEG_LENGTH)
                 VALUES (:WS-AU-JOBID, :WS-AU-FEED, :WS-AU-SEQ,
                  :WS-AU-OFFSET, :WS-AU-LENGTH)
               END-EXEC
             WHEN 'V2D2AIX '
               MOVE WS-ARC-ANY TO WS-AK
                  :WS-AG-GROUP, :WS-AG-CTRL, :WS-AG-START,
                  :WS-AG-ENTLEN, :WS-AG-MIN, :WS-AG-MAX)
               END-EXEC
             WHEN 'V2D2DOM '
               MOVE WS-ARC-ANY TO WS-AN
               EXEC SQL
                 INSERT INTO IBMUSER.V2D2_DOMAINS
                 (JOB_ID, FILE_NAME, FIELD_NAME, COND_NAME,
                  VALUE_LOW, VALUE_HIGH)
                 VALUES (:WS-AN-JOBID, :WS-AN-FILE, :WS-AN-FIELD,
                  :WS-AN-COND, :WS-AN-LOW, :WS-AN-HIGH)
               END-EXEC
             WHEN 'V2D2CLEA'
               MOVE WS-ARC-ANY TO WS-AL
               EXEC SQL
