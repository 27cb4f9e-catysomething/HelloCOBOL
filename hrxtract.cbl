            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. HRXTRACT.
            *> HRXTRACT is the nightly outbound feed to the corporate
            *> HR wellness platform, so the wellness coordinator stops
            *> re-keying picks and outcomes off the STMT printout. it
            *> writes HRIFACE.DAT in the fixed HRIFACE layout: a
            *> header with the business date and DRIVER run
            *> identifier, one detail per primary pick, and a trailer
            *> with the detail count and a hash total of the
            *> PERSON-IDs for the platform to balance against.
            *> each detail carries the person's PERSON-DEPT off the
            *> master, the catalog ID and category of the activity,
            *> the mood scores MOODHIST.DAT logged with the pick, and
            *> any DONE/SKIPPED outcome FEEDBK has settled onto
            *> OUTCOMES.DAT since the last extract. outcomes arrive
            *> days after their pick, so they ride on the person's
            *> next pick; one for somebody with no pick tonight waits
            *> on HRXPEND.DAT for their next one rather than being
            *> dropped, and a second new outcome for the same person
            *> waits the same way.
            *> nothing goes twice: HRXCTL.DAT remembers the business
            *> date last sent, the stamp of the newest history line
            *> sent and how far into OUTCOMES.DAT the extract has
            *> read, and a second extract for a business date already
            *> sent is refused. every record sent is also kept on
            *> HRXSENT.DAT under its business date, so when HR asks
            *> for a night again,
            *>   HRXTRACT RESEND 20261014
            *> puts exactly what was sent that night back on
            *> HRIFACE.DAT without touching what the next nightly
            *> extract will send.
            *> DRIVER runs it as "HRXTRACT BATCH" right after the
            *> ARRAYS step; in BATCH mode the run identifier and the
            *> business date come off RUNID.DAT, otherwise the
            *> business date is today's.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> every pick ever logged -- primaries only are sent
                SELECT SELECTION-HISTORY ASSIGN TO "SELHIST.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-HIST-STATUS.
                *> the scores each pick was weighed with
                SELECT MOOD-HISTORY ASSIGN TO "MOODHIST.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-MOOD-STATUS.
                *> every settled DONE/SKIPPED, appended by FEEDBK
                SELECT OUTCOMES-FILE ASSIGN TO "OUTCOMES.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OUT-STATUS.
                *> settled outcomes not yet sent -- same layout
                SELECT PENDING-FILE ASSIGN TO "HRXPEND.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-PEND-STATUS.
                *> the catalog, for activity ID and category
                SELECT ACTIVITY-FILE ASSIGN TO "ACTFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACT-STATUS.
                *> the keyed person master, for PERSON-DEPT
                SELECT PERSON-MASTER ASSIGN TO "NAMEFILE.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY PERSON-ID
                    ALTERNATE RECORD KEY PERSON-NAME
                        WITH DUPLICATES
                    FILE STATUS IS WS-MASTER-STATUS.
                *> the outbound file itself, replaced every run
                SELECT INTERFACE-FILE ASSIGN TO "HRIFACE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-IFACE-STATUS.
                *> every record ever sent, under its business date
                SELECT SENT-FILE ASSIGN TO "HRXSENT.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-SENT-STATUS.
                *> what the last extract got up to
                SELECT CONTROL-FILE ASSIGN TO "HRXCTL.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-CTL-STATUS.
                *> shared job-status trail
                SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-JSTAT-STATUS.
                *> DRIVER's run identifier -- read in BATCH mode only
                SELECT RUN-ID-FILE ASSIGN TO "RUNID.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-RID-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  SELECTION-HISTORY.
              01  HISTORY-RECORD PIC X(80).

              FD  MOOD-HISTORY.
              01  MOOD-HISTORY-RECORD PIC X(46).

              FD  OUTCOMES-FILE.
              01  OUTCOME-RECORD.
                  05 OUT-DATE      PIC X(08).
                  05 FILLER        PIC X(01).
                  05 OUT-PERSON-ID PIC X(05).
                  05 FILLER        PIC X(01).
                  05 OUT-NAME      PIC X(10).
                  05 FILLER        PIC X(01).
                  05 OUT-OUTCOME   PIC X(07).
                  05 FILLER        PIC X(01).
                  05 OUT-ACTIVITY  PIC X(30).

              FD  PENDING-FILE.
              01  PENDING-RECORD PIC X(64).

              FD  ACTIVITY-FILE.
              01  ACTIVITY-FILE-RECORD.
                  05 ACT-FILE-ID       PIC X(04).
                  05 ACT-FILE-DESC     PIC X(30).
                  05 ACT-FILE-CATEGORY PIC X(07).
                  05 ACT-FILE-WEIGHT   PIC X(03).
                  05 ACT-FILE-ACTIVE   PIC X(01).
                     88 ACT-FILE-IS-ACTIVE VALUE 'A'.
                  05 ACT-FILE-EFF-FROM PIC X(08).
                  05 ACT-FILE-EFF-TO   PIC X(08).
                  05 ACT-FILE-CAPACITY PIC X(03).

              FD  PERSON-MASTER.
              COPY PERSONMS.

              FD  INTERFACE-FILE.
              01  INTERFACE-RECORD PIC X(80).

              FD  SENT-FILE.
              01  SENT-RECORD.
                  05 SENT-DATE   PIC X(08).
                  05 FILLER      PIC X(01).
                  05 SENT-IMAGE  PIC X(80).

              FD  CONTROL-FILE.
              01  CONTROL-RECORD.
                  05 CTL-LAST-DATE   PIC X(08).
                  05 FILLER          PIC X(01).
                  05 CTL-LAST-RUN-ID PIC X(11).
                  05 FILLER          PIC X(01).
                  *> the "YYYYMMDD HH:MM:SS" of the newest history
                  *> line already sent
                  05 CTL-HIGH-STAMP  PIC X(17).
                  05 FILLER          PIC X(01).
                  *> OUTCOMES.DAT records already read
                  05 CTL-OUT-POSITION PIC 9(06).

              FD  JOB-STATUS-FILE.
              01  JOB-STATUS-RECORD PIC X(56).

              FD  RUN-ID-FILE.
              01  RUN-ID-RECORD PIC X(11).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-HIST-STATUS PIC X(02).
                 88 WS-HIST-OK VALUE "00".
                 88 WS-HIST-NOT-FOUND VALUE "35".
              01 WS-MOOD-STATUS PIC X(02).
                 88 WS-MOOD-OK VALUE "00".
                 88 WS-MOOD-NOT-FOUND VALUE "35".
              01 WS-OUT-STATUS PIC X(02).
                 88 WS-OUT-OK VALUE "00".
                 88 WS-OUT-NOT-FOUND VALUE "35".
              01 WS-PEND-STATUS PIC X(02).
                 88 WS-PEND-OK VALUE "00".
                 88 WS-PEND-NOT-FOUND VALUE "35".
              01 WS-ACT-STATUS PIC X(02).
                 88 WS-ACT-FOUND VALUE "00".
                 88 WS-ACT-NOT-FOUND VALUE "35".
              01 WS-MASTER-STATUS PIC X(02).
                 88 WS-MASTER-OK VALUE "00".
                 88 WS-MASTER-NOT-FOUND VALUE "35".
              01 WS-IFACE-STATUS PIC X(02).
                 88 WS-IFACE-OK VALUE "00".
              01 WS-SENT-STATUS PIC X(02).
                 88 WS-SENT-OK VALUE "00".
                 88 WS-SENT-NOT-FOUND VALUE "35".
              01 WS-CTL-STATUS PIC X(02).
                 88 WS-CTL-OK VALUE "00".
                 88 WS-CTL-NOT-FOUND VALUE "35".
              01 WS-JSTAT-STATUS PIC X(02).
                 88 WS-JSTAT-OK VALUE "00".
                 88 WS-JSTAT-NOT-FOUND VALUE "35".
              01 WS-RID-STATUS PIC X(02).
                 88 WS-RID-OK VALUE "00".
                 88 WS-RID-NOT-FOUND VALUE "35".
              *> set when this run can't go on
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.
              *> set when any interface or archive write goes bad --
              *> the control record is then left where it was
              01 WS-WRITE-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-WRITE-FAILED VALUE 'Y'.
                 88 WS-WRITES-CLEAN VALUE 'N'.

              *> the record layouts for the interface file live in
              *> the HRIFACE copybook
              COPY HRIFACE.
              COPY MOODHIST.
              COPY JOBSTAT.

              *> the command line: "BATCH", "RESEND YYYYMMDD" or
              *> nothing
              01 WS-CMD-LINE PIC X(80).
              01 WS-FIRST-TOKEN PIC X(08).
              01 WS-SECOND-TOKEN PIC X(08).
              01 WS-RUN-ID PIC X(11) VALUE SPACES.
              01 WS-BUSINESS-DATE PIC X(08).
              01 WS-RESEND-DATE PIC X(08).

              *> where the last extract got to -- a first-ever run
              *> starts at the business date and at the current end
              *> of OUTCOMES.DAT, so history already keyed by hand
              *> isn't sent again
              01 WS-CTL-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-CTL-PRESENT VALUE 'Y'.
                 88 WS-CTL-MISSING VALUE 'N'.
              01 WS-LAST-DATE PIC X(08) VALUE SPACES.
              01 WS-HIGH-STAMP PIC X(17) VALUE SPACES.
              01 WS-NEW-HIGH-STAMP PIC X(17) VALUE SPACES.
              01 WS-OUT-POSITION PIC 9(06) VALUE ZERO.
              01 WS-OUT-READ PIC 9(06) VALUE ZERO.

              *> the catalog, held for the description lookups
              01 WS-CAT-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-CAT-TABLE.
                 05 WS-CAT-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON WS-CAT-COUNT.
                    10 WS-CAT-ID       PIC X(04).
                    10 WS-CAT-DESC     PIC X(30).
                    10 WS-CAT-CATEGORY PIC X(07).
              01 WS-CAT-INDEX PIC 9(03) COMP.
              01 WS-LOOK-ACT-NAME PIC X(30).

              *> mood records newer than the last extract, for the
              *> join to their picks on stamp and PERSON-ID
              01 WS-MOOD-COUNT PIC 9(04) COMP VALUE ZERO.
              01 WS-MOOD-TABLE.
                 05 WS-MOOD-ENTRY OCCURS 1 TO 3000 TIMES
                    DEPENDING ON WS-MOOD-COUNT.
                    10 WS-MOOD-STAMP     PIC X(17).
                    10 WS-MOOD-PERSON-ID PIC X(05).
                    10 WS-MOOD-SCORE-1   PIC 9(03).
                    10 WS-MOOD-SCORE-2   PIC 9(03).
                    10 WS-MOOD-SCORE-3   PIC 9(03).
              01 WS-MOOD-INDEX PIC 9(04) COMP.

              *> outcomes waiting to go: the ones held over from
              *> earlier extracts, then the ones settled since
              01 WS-OUTC-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-OUTC-TABLE.
                 05 WS-OUTC-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-OUTC-COUNT.
                    10 WS-OUTC-RECORD PIC X(64).
                    10 WS-OUTC-SENT   PIC X(01).
                       88 WS-OUTC-IS-SENT  VALUE 'Y'.
                       88 WS-OUTC-NOT-SENT VALUE 'N'.
              01 WS-OUTC-INDEX PIC 9(03) COMP.
              01 WS-OUTC-MATCH PIC 9(03) COMP.
              *> set when more than 500 outcomes are waiting -- the
              *> extract stops rather than lose any
              01 WS-OUTC-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-OUTC-OVERFLOWED VALUE 'Y'.

              *> the history line in hand, taken apart
              01 WS-REC-STAMP PIC X(17).
              01 WS-TOK-DATE PIC X(08).
              01 WS-TOK-TIME PIC X(08).
              01 WS-TOK-ID PIC X(05).
              01 WS-TOK-NAME PIC X(10).
              01 WS-TOK-REST PIC X(80).
              01 WS-TOK-ACTIVITY PIC X(30).
              01 WS-UNSTRING-PTR PIC 9(03) COMP.
              01 WS-MARKER-COUNT PIC 9(02) COMP.

              *> the run's tallies
              01 WS-DETAIL-COUNT PIC 9(07) VALUE ZERO.
              01 WS-HASH-TOTAL PIC 9(12) VALUE ZERO.
              01 WS-HASH-PART PIC 9(04).
              01 WS-OUTC-ATTACHED PIC 9(06) VALUE ZERO.
              01 WS-OUTC-HELD PIC 9(06) VALUE ZERO.
              01 WS-NO-ID-SKIPPED PIC 9(06) VALUE ZERO.
              01 WS-RESEND-COUNT PIC 9(06) VALUE ZERO.

              01 WS-TIME-RAW PIC 9(08).
              01 WS-RUN-TIMESTAMP.
                 05 WS-RUN-DATE.
                    10 WS-RUN-YEAR  PIC 9(04).
                    10 WS-RUN-MONTH PIC 9(02).
                    10 WS-RUN-DAY   PIC 9(02).
                 05 FILLER PIC X(01) VALUE SPACE.
                 05 WS-RUN-TIME.
                    10 WS-RUN-HOUR  PIC 9(02).
                    10 FILLER       PIC X(01) VALUE ':'.
                    10 WS-RUN-MIN   PIC 9(02).
                    10 FILLER       PIC X(01) VALUE ':'.
                    10 WS-RUN-SEC   PIC 9(02).

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                SET WS-NOT-ABORTED TO TRUE.
                MOVE SPACES TO WS-CMD-LINE.
                ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                MOVE SPACES TO WS-FIRST-TOKEN.
                MOVE SPACES TO WS-SECOND-TOKEN.
                UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                    INTO WS-FIRST-TOKEN WS-SECOND-TOKEN.
                PERFORM READ-RUN-ID.
                PERFORM WRITE-JOB-START.
                IF WS-FIRST-TOKEN = "RESEND"
                    PERFORM RESEND-ONE-DATE
                ELSE
                    PERFORM NIGHTLY-EXTRACT
                END-IF.
                PERFORM WRITE-JOB-END.
                *> end our program
                GOBACK.

            READ-RUN-ID.
                *> only a BATCH (DRIVER-driven) run trusts RUNID.DAT
                *> -- its business date is the one the header carries;
                *> a standalone run sends as of today
                MOVE SPACES TO WS-RUN-ID.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
                IF WS-FIRST-TOKEN = "BATCH"
                    OPEN INPUT RUN-ID-FILE
                    IF WS-RID-OK
                        READ RUN-ID-FILE
                            AT END
                                CONTINUE
                            NOT AT END
                                MOVE RUN-ID-RECORD TO WS-RUN-ID
                        END-READ
                        CLOSE RUN-ID-FILE
                    END-IF
                    IF WS-RUN-ID(1:8) IS NUMERIC
                        MOVE WS-RUN-ID(1:8) TO WS-BUSINESS-DATE
                    END-IF
                END-IF.

            WRITE-JOB-START.
                MOVE SPACES TO JS-PROGRAM JS-EVENT.
                MOVE "HRXTRACT" TO JS-PROGRAM.
                MOVE "START" TO JS-EVENT.
                MOVE ZERO TO JS-RECORDS.
                MOVE ZERO TO JS-RETCODE.
                PERFORM WRITE-JOB-STATUS.

            WRITE-JOB-END.
                *> detail records sent (or resent) and the RETURN-CODE
                MOVE SPACES TO JS-PROGRAM JS-EVENT.
                MOVE "HRXTRACT" TO JS-PROGRAM.
                MOVE "END" TO JS-EVENT.
                MOVE WS-DETAIL-COUNT TO JS-RECORDS.
                MOVE RETURN-CODE TO JS-RETCODE.
                PERFORM WRITE-JOB-STATUS.

            WRITE-JOB-STATUS.
                *> stamp the event with a fresh clock reading and
                *> append it -- EXTEND needs the file to already
                *> exist, so create an empty one the very first time
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-TIME-RAW FROM TIME.
                MOVE WS-TIME-RAW(1:2) TO WS-RUN-HOUR.
                MOVE WS-TIME-RAW(3:2) TO WS-RUN-MIN.
                MOVE WS-TIME-RAW(5:2) TO WS-RUN-SEC.
                MOVE WS-RUN-DATE TO JS-DATE.
                MOVE WS-RUN-TIME TO JS-TIME.
                MOVE WS-RUN-ID TO JS-RUN-ID.
                OPEN EXTEND JOB-STATUS-FILE.
                IF WS-JSTAT-NOT-FOUND
                    OPEN OUTPUT JOB-STATUS-FILE
                    CLOSE JOB-STATUS-FILE
                    OPEN EXTEND JOB-STATUS-FILE
                END-IF.
                MOVE JOBSTAT-RECORD TO JOB-STATUS-RECORD.
                WRITE JOB-STATUS-RECORD.
                CLOSE JOB-STATUS-FILE.

            NIGHTLY-EXTRACT.
                *> refuse a night already sent, gather what is new,
                *> write the file, and only then move the control
                *> record on
                PERFORM READ-CONTROL-RECORD.
                IF WS-CTL-PRESENT
                    AND WS-BUSINESS-DATE NOT > WS-LAST-DATE
                    DISPLAY "HRXTRACT: business date "
                        WS-BUSINESS-DATE " is not after the last "
                        "one sent (" WS-LAST-DATE ") -- refusing to "
                        "send it twice; use HRXTRACT RESEND "
                        WS-LAST-DATE " for a copy."
                    SET WS-ABORTED TO TRUE
                    MOVE 8 TO RETURN-CODE
                END-IF.
                IF WS-NOT-ABORTED
                    PERFORM LOAD-CATALOG
                    PERFORM LOAD-NEW-MOODS
                    PERFORM LOAD-WAITING-OUTCOMES
                    IF WS-OUTC-OVERFLOWED
                        DISPLAY "HRXTRACT: more than 500 outcomes "
                            "waiting to be sent -- nothing sent, "
                            "nothing lost."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.
                IF WS-NOT-ABORTED
                    OPEN INPUT PERSON-MASTER
                    IF NOT WS-MASTER-OK
                        DISPLAY "HRXTRACT: person master not "
                            "available -- no departments to send, "
                            "giving up on this run."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.
                IF WS-NOT-ABORTED
                    PERFORM WRITE-INTERFACE-FILE
                    CLOSE PERSON-MASTER
                    IF WS-WRITE-FAILED
                        DISPLAY "HRXTRACT: a write to HRIFACE.DAT "
                            "or HRXSENT.DAT failed -- the control "
                            "record is left where it was."
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM REWRITE-PENDING-FILE
                        PERFORM WRITE-CONTROL-RECORD
                        PERFORM PRINT-EXTRACT-REPORT
                    END-IF
                END-IF.

            READ-CONTROL-RECORD.
                SET WS-CTL-MISSING TO TRUE.
                OPEN INPUT CONTROL-FILE.
                IF WS-CTL-OK
                    READ CONTROL-FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            SET WS-CTL-PRESENT TO TRUE
                    END-READ
                    CLOSE CONTROL-FILE
                END-IF.
                IF WS-CTL-PRESENT
                    MOVE CTL-LAST-DATE TO WS-LAST-DATE
                    MOVE CTL-HIGH-STAMP TO WS-HIGH-STAMP
                    MOVE CTL-OUT-POSITION TO WS-OUT-POSITION
                ELSE
                    *> the bare date sorts ahead of every stamp on
                    *> that date, so the first run sends the whole
                    *> business date and nothing before it
                    MOVE WS-BUSINESS-DATE TO WS-HIGH-STAMP
                    PERFORM COUNT-OUTCOMES-SO-FAR
                END-IF.
                MOVE WS-HIGH-STAMP TO WS-NEW-HIGH-STAMP.

            COUNT-OUTCOMES-SO-FAR.
                MOVE ZERO TO WS-OUT-POSITION.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT OUTCOMES-FILE.
                IF WS-OUT-OK
                    PERFORM READ-OUTCOME-RECORD
                    PERFORM COUNT-ONE-OUTCOME UNTIL WS-EOF-YES
                    CLOSE OUTCOMES-FILE
                END-IF.

            COUNT-ONE-OUTCOME.
                ADD 1 TO WS-OUT-POSITION.
                PERFORM READ-OUTCOME-RECORD.

            READ-OUTCOME-RECORD.
                READ OUTCOMES-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            LOAD-CATALOG.
                *> every catalog entry, active or not -- a pick made
                *> before an activity was retired still gets its ID
                MOVE ZERO TO WS-CAT-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT ACTIVITY-FILE.
                IF WS-ACT-FOUND
                    PERFORM READ-ACTIVITY-RECORD
                    PERFORM ADD-CATALOG-ENTRY UNTIL WS-EOF-YES
                    CLOSE ACTIVITY-FILE
                END-IF.

            READ-ACTIVITY-RECORD.
                READ ACTIVITY-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            ADD-CATALOG-ENTRY.
                IF WS-CAT-COUNT < 200
                    ADD 1 TO WS-CAT-COUNT
                    MOVE ACT-FILE-ID TO WS-CAT-ID(WS-CAT-COUNT)
                    MOVE ACT-FILE-DESC TO WS-CAT-DESC(WS-CAT-COUNT)
                    MOVE ACT-FILE-CATEGORY
                        TO WS-CAT-CATEGORY(WS-CAT-COUNT)
                END-IF.
                PERFORM READ-ACTIVITY-RECORD.

            FIND-CATALOG-BY-NAME.
                *> which loaded entry carries WS-LOOK-ACT-NAME, 0 when
                *> none does
                MOVE ZERO TO WS-CAT-INDEX.
                PERFORM MATCH-CATALOG-NAME
                    VARYING WS-MOOD-INDEX FROM 1 BY 1
                    UNTIL WS-MOOD-INDEX > WS-CAT-COUNT.

            MATCH-CATALOG-NAME.
                IF WS-CAT-INDEX = 0
                    AND WS-CAT-DESC(WS-MOOD-INDEX) = WS-LOOK-ACT-NAME
                    MOVE WS-MOOD-INDEX TO WS-CAT-INDEX
                END-IF.

            LOAD-NEW-MOODS.
                *> only mood lines newer than the last extract can
                *> belong to a pick being sent tonight
                MOVE ZERO TO WS-MOOD-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT MOOD-HISTORY.
                IF WS-MOOD-OK
                    PERFORM READ-MOOD-RECORD
                    PERFORM KEEP-ONE-MOOD UNTIL WS-EOF-YES
                    CLOSE MOOD-HISTORY
                END-IF.

            READ-MOOD-RECORD.
                READ MOOD-HISTORY
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            KEEP-ONE-MOOD.
                MOVE MOOD-HISTORY-RECORD TO MOODHIST-RECORD.
                MOVE MOOD-HISTORY-RECORD(1:17) TO WS-REC-STAMP.
                IF WS-REC-STAMP > WS-HIGH-STAMP
                    AND WS-MOOD-COUNT < 3000
                    ADD 1 TO WS-MOOD-COUNT
                    MOVE WS-REC-STAMP TO WS-MOOD-STAMP(WS-MOOD-COUNT)
                    MOVE MH-PERSON-ID
                        TO WS-MOOD-PERSON-ID(WS-MOOD-COUNT)
                    MOVE MH-SCORE-1 TO WS-MOOD-SCORE-1(WS-MOOD-COUNT)
                    MOVE MH-SCORE-2 TO WS-MOOD-SCORE-2(WS-MOOD-COUNT)
                    MOVE MH-SCORE-3 TO WS-MOOD-SCORE-3(WS-MOOD-COUNT)
                END-IF.
                PERFORM READ-MOOD-RECORD.

            LOAD-WAITING-OUTCOMES.
                *> held-over outcomes first, so the oldest go first,
                *> then whatever FEEDBK has appended since
                MOVE ZERO TO WS-OUTC-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT PENDING-FILE.
                IF WS-PEND-OK
                    PERFORM READ-PENDING-RECORD
                    PERFORM KEEP-PENDING-OUTCOME UNTIL WS-EOF-YES
                    CLOSE PENDING-FILE
                END-IF.
                MOVE ZERO TO WS-OUT-READ.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT OUTCOMES-FILE.
                IF WS-OUT-OK
                    PERFORM READ-OUTCOME-RECORD
                    PERFORM KEEP-NEW-OUTCOME UNTIL WS-EOF-YES
                    CLOSE OUTCOMES-FILE
                END-IF.
                IF WS-OUT-READ < WS-OUT-POSITION
                    DISPLAY "HRXTRACT: OUTCOMES.DAT is shorter than "
                        "when last read -- reading on from its end."
                END-IF.

            READ-PENDING-RECORD.
                READ PENDING-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            KEEP-PENDING-OUTCOME.
                MOVE PENDING-RECORD TO OUTCOME-RECORD.
                PERFORM ADD-WAITING-OUTCOME.
                PERFORM READ-PENDING-RECORD.

            KEEP-NEW-OUTCOME.
                ADD 1 TO WS-OUT-READ.
                IF WS-OUT-READ > WS-OUT-POSITION
                    PERFORM ADD-WAITING-OUTCOME
                END-IF.
                PERFORM READ-OUTCOME-RECORD.

            ADD-WAITING-OUTCOME.
                IF WS-OUTC-COUNT < 500
                    ADD 1 TO WS-OUTC-COUNT
                    MOVE OUTCOME-RECORD
                        TO WS-OUTC-RECORD(WS-OUTC-COUNT)
                    SET WS-OUTC-NOT-SENT(WS-OUTC-COUNT) TO TRUE
                ELSE
                    SET WS-OUTC-OVERFLOWED TO TRUE
                END-IF.

            WRITE-INTERFACE-FILE.
                *> header, a detail per new primary pick, trailer --
                *> each record also kept on HRXSENT.DAT for a resend
                SET WS-WRITES-CLEAN TO TRUE.
                OPEN OUTPUT INTERFACE-FILE.
                OPEN EXTEND SENT-FILE.
                IF WS-SENT-NOT-FOUND
                    OPEN OUTPUT SENT-FILE
                    CLOSE SENT-FILE
                    OPEN EXTEND SENT-FILE
                END-IF.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-TIME-RAW FROM TIME.
                MOVE WS-TIME-RAW(1:2) TO WS-RUN-HOUR.
                MOVE WS-TIME-RAW(3:2) TO WS-RUN-MIN.
                MOVE WS-TIME-RAW(5:2) TO WS-RUN-SEC.
                MOVE WS-BUSINESS-DATE TO HRH-BUSINESS-DATE.
                MOVE WS-RUN-ID TO HRH-RUN-ID.
                MOVE WS-RUN-DATE TO HRH-CREATED-DATE.
                MOVE WS-RUN-TIME TO HRH-CREATED-TIME.
                MOVE HRIF-HEADER-RECORD TO INTERFACE-RECORD.
                PERFORM WRITE-ONE-INTERFACE-RECORD.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT SELECTION-HISTORY.
                IF WS-HIST-OK
                    PERFORM READ-HISTORY-RECORD
                    PERFORM SEND-ONE-PICK UNTIL WS-EOF-YES
                    CLOSE SELECTION-HISTORY
                END-IF.
                MOVE WS-DETAIL-COUNT TO HRT-RECORD-COUNT.
                MOVE WS-HASH-TOTAL TO HRT-HASH-TOTAL.
                MOVE HRIF-TRAILER-RECORD TO INTERFACE-RECORD.
                PERFORM WRITE-ONE-INTERFACE-RECORD.
                CLOSE INTERFACE-FILE.
                CLOSE SENT-FILE.

            WRITE-ONE-INTERFACE-RECORD.
                WRITE INTERFACE-RECORD.
                IF NOT WS-IFACE-OK
                    SET WS-WRITE-FAILED TO TRUE
                END-IF.
                MOVE SPACES TO SENT-RECORD.
                MOVE WS-BUSINESS-DATE TO SENT-DATE.
                MOVE INTERFACE-RECORD TO SENT-IMAGE.
                WRITE SENT-RECORD.
                IF NOT WS-SENT-OK
                    SET WS-WRITE-FAILED TO TRUE
                END-IF.

            READ-HISTORY-RECORD.
                READ SELECTION-HISTORY
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            SEND-ONE-PICK.
                *> a primary line newer than the last extract becomes
                *> a detail record; alternates are never sent
                MOVE HISTORY-RECORD(1:17) TO WS-REC-STAMP.
                IF WS-REC-STAMP > WS-HIGH-STAMP
                    IF WS-REC-STAMP > WS-NEW-HIGH-STAMP
                        MOVE WS-REC-STAMP TO WS-NEW-HIGH-STAMP
                    END-IF
                    MOVE ZERO TO WS-MARKER-COUNT
                    INSPECT HISTORY-RECORD TALLYING WS-MARKER-COUNT
                        FOR ALL "*ALT"
                    IF WS-MARKER-COUNT = 0
                        PERFORM BUILD-DETAIL-RECORD
                    END-IF
                END-IF.
                PERFORM READ-HISTORY-RECORD.

            BUILD-DETAIL-RECORD.
                MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-ID
                    WS-TOK-NAME WS-TOK-ACTIVITY.
                MOVE 1 TO WS-UNSTRING-PTR.
                UNSTRING HISTORY-RECORD DELIMITED BY SPACE
                    INTO WS-TOK-DATE WS-TOK-TIME WS-TOK-ID
                    WS-TOK-NAME
                    WITH POINTER WS-UNSTRING-PTR.
                MOVE HISTORY-RECORD(WS-UNSTRING-PTR:)
                    TO WS-TOK-REST.
                UNSTRING WS-TOK-REST DELIMITED BY " *"
                    INTO WS-TOK-ACTIVITY.
                IF WS-TOK-ID = SPACES
                    *> a console pick for somebody not on the master
                    *> has no key HR could file it under
                    ADD 1 TO WS-NO-ID-SKIPPED
                ELSE
                    PERFORM FILL-DETAIL-RECORD
                    MOVE HRIF-DETAIL-RECORD TO INTERFACE-RECORD
                    PERFORM WRITE-ONE-INTERFACE-RECORD
                    ADD 1 TO WS-DETAIL-COUNT
                    IF WS-TOK-ID(2:4) IS NUMERIC
                        MOVE WS-TOK-ID(2:4) TO WS-HASH-PART
                        ADD WS-HASH-PART TO WS-HASH-TOTAL
                    END-IF
                END-IF.

            FILL-DETAIL-RECORD.
                MOVE WS-TOK-ID TO HRD-PERSON-ID.
                MOVE WS-TOK-DATE TO HRD-PICK-DATE.
                MOVE WS-TOK-ID TO PERSON-ID.
                MOVE SPACES TO HRD-DEPT.
                READ PERSON-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PERSON-DEPT TO HRD-DEPT
                END-READ.
                MOVE WS-TOK-ACTIVITY TO WS-LOOK-ACT-NAME.
                PERFORM FIND-CATALOG-BY-NAME.
                IF WS-CAT-INDEX = 0
                    MOVE SPACES TO HRD-ACT-ID
                    MOVE SPACES TO HRD-CATEGORY
                ELSE
                    MOVE WS-CAT-ID(WS-CAT-INDEX) TO HRD-ACT-ID
                    MOVE WS-CAT-CATEGORY(WS-CAT-INDEX)
                        TO HRD-CATEGORY
                END-IF.
                MOVE ZERO TO HRD-SCORE-1 HRD-SCORE-2 HRD-SCORE-3.
                PERFORM MATCH-PICK-MOOD
                    VARYING WS-MOOD-INDEX FROM 1 BY 1
                    UNTIL WS-MOOD-INDEX > WS-MOOD-COUNT.
                PERFORM ATTACH-WAITING-OUTCOME.

            MATCH-PICK-MOOD.
                IF WS-MOOD-STAMP(WS-MOOD-INDEX) = WS-REC-STAMP
                    AND WS-MOOD-PERSON-ID(WS-MOOD-INDEX) = WS-TOK-ID
                    MOVE WS-MOOD-SCORE-1(WS-MOOD-INDEX)
                        TO HRD-SCORE-1
                    MOVE WS-MOOD-SCORE-2(WS-MOOD-INDEX)
                        TO HRD-SCORE-2
                    MOVE WS-MOOD-SCORE-3(WS-MOOD-INDEX)
                        TO HRD-SCORE-3
                END-IF.

            ATTACH-WAITING-OUTCOME.
                *> the oldest unsent outcome for this person rides on
                *> this detail; any others wait for the next pick
                MOVE SPACES TO HRD-OUT-DATE HRD-OUTCOME
                    HRD-OUT-ACT-ID.
                MOVE ZERO TO WS-OUTC-MATCH.
                PERFORM FIND-WAITING-OUTCOME
                    VARYING WS-OUTC-INDEX FROM 1 BY 1
                    UNTIL WS-OUTC-INDEX > WS-OUTC-COUNT.
                IF WS-OUTC-MATCH > 0
                    MOVE WS-OUTC-RECORD(WS-OUTC-MATCH)
                        TO OUTCOME-RECORD
                    MOVE OUT-DATE TO HRD-OUT-DATE
                    MOVE OUT-OUTCOME TO HRD-OUTCOME
                    MOVE OUT-ACTIVITY TO WS-LOOK-ACT-NAME
                    PERFORM FIND-CATALOG-BY-NAME
                    IF WS-CAT-INDEX > 0
                        MOVE WS-CAT-ID(WS-CAT-INDEX)
                            TO HRD-OUT-ACT-ID
                    END-IF
                    SET WS-OUTC-IS-SENT(WS-OUTC-MATCH) TO TRUE
                    ADD 1 TO WS-OUTC-ATTACHED
                END-IF.

            FIND-WAITING-OUTCOME.
                IF WS-OUTC-MATCH = 0
                    AND WS-OUTC-NOT-SENT(WS-OUTC-INDEX)
                    AND WS-OUTC-RECORD(WS-OUTC-INDEX)(10:5)
                        = WS-TOK-ID
                    MOVE WS-OUTC-INDEX TO WS-OUTC-MATCH
                END-IF.

            REWRITE-PENDING-FILE.
                *> whatever didn't ride on a pick tonight waits here
                OPEN OUTPUT PENDING-FILE.
                MOVE ZERO TO WS-OUTC-HELD.
                PERFORM HOLD-ONE-OUTCOME
                    VARYING WS-OUTC-INDEX FROM 1 BY 1
                    UNTIL WS-OUTC-INDEX > WS-OUTC-COUNT.
                CLOSE PENDING-FILE.

            HOLD-ONE-OUTCOME.
                IF WS-OUTC-NOT-SENT(WS-OUTC-INDEX)
                    MOVE WS-OUTC-RECORD(WS-OUTC-INDEX)
                        TO PENDING-RECORD
                    WRITE PENDING-RECORD
                    ADD 1 TO WS-OUTC-HELD
                END-IF.

            WRITE-CONTROL-RECORD.
                *> written last, so a run that died part-way leaves
                *> the next one to send the same picks again rather
                *> than skip them
                IF WS-OUT-READ > WS-OUT-POSITION
                    MOVE WS-OUT-READ TO WS-OUT-POSITION
                END-IF.
                IF WS-OUT-READ < WS-OUT-POSITION
                    MOVE WS-OUT-READ TO WS-OUT-POSITION
                END-IF.
                MOVE SPACES TO CONTROL-RECORD.
                MOVE WS-BUSINESS-DATE TO CTL-LAST-DATE.
                MOVE WS-RUN-ID TO CTL-LAST-RUN-ID.
                MOVE WS-NEW-HIGH-STAMP TO CTL-HIGH-STAMP.
                MOVE WS-OUT-POSITION TO CTL-OUT-POSITION.
                OPEN OUTPUT CONTROL-FILE.
                WRITE CONTROL-RECORD.
                CLOSE CONTROL-FILE.

            PRINT-EXTRACT-REPORT.
                DISPLAY "HR INTERFACE EXTRACT".
                DISPLAY "--------------------".
                DISPLAY "BUSINESS DATE:      " WS-BUSINESS-DATE.
                DISPLAY "RUN IDENTIFIER:     " WS-RUN-ID.
                DISPLAY "DETAIL RECORDS:     " WS-DETAIL-COUNT.
                DISPLAY "PERSON-ID HASH:     " WS-HASH-TOTAL.
                DISPLAY "OUTCOMES SENT:      " WS-OUTC-ATTACHED.
                DISPLAY "OUTCOMES HELD OVER: " WS-OUTC-HELD.
                IF WS-NO-ID-SKIPPED > 0
                    DISPLAY "PICKS WITH NO PERSON-ID NOT SENT: "
                        WS-NO-ID-SKIPPED
                END-IF.
                DISPLAY "SENT THROUGH:       " WS-NEW-HIGH-STAMP.

            RESEND-ONE-DATE.
                *> copy a sent night back onto HRIFACE.DAT exactly as
                *> it went -- the control record is not touched, so
                *> the next nightly extract is unaffected
                MOVE WS-SECOND-TOKEN TO WS-RESEND-DATE.
                IF WS-RESEND-DATE IS NOT NUMERIC
                    DISPLAY "HRXTRACT: resend date missing or not "
                        "numeric -- run as HRXTRACT RESEND YYYYMMDD."
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM COUNT-SENT-RECORDS
                    IF WS-RESEND-COUNT = 0
                        DISPLAY "HRXTRACT: nothing on HRXSENT.DAT "
                            "for business date " WS-RESEND-DATE
                            " -- HRIFACE.DAT left as it was."
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM COPY-SENT-RECORDS
                        DISPLAY "HR INTERFACE RESEND"
                        DISPLAY "-------------------"
                        DISPLAY "BUSINESS DATE:      " WS-RESEND-DATE
                        DISPLAY "RECORDS RESENT:     " WS-RESEND-COUNT
                        DISPLAY "DETAIL RECORDS:     " WS-DETAIL-COUNT
                    END-IF
                END-IF.

            COUNT-SENT-RECORDS.
                MOVE ZERO TO WS-RESEND-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT SENT-FILE.
                IF WS-SENT-OK
                    PERFORM READ-SENT-RECORD
                    PERFORM COUNT-ONE-SENT UNTIL WS-EOF-YES
                    CLOSE SENT-FILE
                END-IF.

            READ-SENT-RECORD.
                READ SENT-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            COUNT-ONE-SENT.
                IF SENT-DATE = WS-RESEND-DATE
                    ADD 1 TO WS-RESEND-COUNT
                END-IF.
                PERFORM READ-SENT-RECORD.

            COPY-SENT-RECORDS.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT SENT-FILE.
                OPEN OUTPUT INTERFACE-FILE.
                PERFORM READ-SENT-RECORD.
                PERFORM COPY-ONE-SENT UNTIL WS-EOF-YES.
                CLOSE SENT-FILE.
                CLOSE INTERFACE-FILE.

            COPY-ONE-SENT.
                IF SENT-DATE = WS-RESEND-DATE
                    MOVE SENT-IMAGE TO INTERFACE-RECORD
                    WRITE INTERFACE-RECORD
                    IF SENT-IMAGE(1:1) = "D"
                        ADD 1 TO WS-DETAIL-COUNT
                    END-IF
                END-IF.
                PERFORM READ-SENT-RECORD.
