            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. RUNBACK.
            *> RUNBACK undoes a bad night -- TRANIN.DAT loaded with
            *> yesterday's scores, the wrong ACTFILE.DAT in place --
            *> without anyone hand-editing the append-only files. it
            *> takes a business date or one DRIVER run identifier:
            *>   RUNBACK 20261014      every attempt of that night
            *>   RUNBACK 20261014-02   that one attempt only
            *> and takes exactly that run's records back out of
            *> PICKOUT.DAT, SELHIST.DAT, MOODHIST.DAT and
            *> GREETLOG.DAT.
            *> JOBSTAT.DAT says which records are the run's: batch
            *> ARRAYS stamps every SELHIST and MOODHIST line it
            *> writes with the date/time of its own START event, and
            *> HELLO does the same on GREETLOG, so a line carrying a
            *> matching step's START stamp belongs to the run.
            *> PICKOUT carries no stamp -- the run's PICKOUT lines
            *> are rebuilt from its SELHIST lines (the same lines
            *> less the stamp and any override note) and located as
            *> the one block of the file that matches them in order.
            *> nothing is touched unless every count agrees with
            *> what the run's END records say it wrote -- primary
            *> picks on SELHIST, PICKOUT and MOODHIST against
            *> ARRAYS' END, greetings against HELLO's -- and every
            *> file split balanced. a step that started and never
            *> wrote an END can't be proven and is refused.
            *> once the files are rewritten, the RECON baseline is
            *> reduced to match (if RECON has counted the run yet),
            *> the night is marked BACKOUT on RUNHIST.DAT so DRIVER
            *> will run that business date again, and a BKOUT event
            *> goes on JOBSTAT.DAT for each run identifier so OPSTAT
            *> shows the run as backed out.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> the job-status trail that says which steps the
                *> run had and what each one wrote -- RUNBACK also
                *> appends its BKOUT events here
                SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-JSTAT-STATUS.
                *> the same two files serve every log in turn -- the
                *> names are set per log before each pass
                SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-LIVE-STATUS.
                SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-NAME
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-WORK-STATUS.
                *> RECON's closing totals -- reduced by the primary
                *> lines taken out so the next reconciliation doesn't
                *> read the backout as an out-of-balance night
                SELECT RECON-BASE-FILE ASSIGN TO "RECNBASE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-BASE-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  JOB-STATUS-FILE.
              01  JOB-STATUS-RECORD PIC X(56).

              FD  LIVE-FILE.
              01  LIVE-RECORD PIC X(80).

              FD  WORK-FILE.
              01  WORK-RECORD PIC X(80).

              FD  RECON-BASE-FILE.
              *> the baseline layout lives in the RECNBASE copybook
              *> so RUNBACK adjusts exactly what RECON reads back
              COPY RECNBASE.

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-JSTAT-STATUS PIC X(02).
                 88 WS-JSTAT-OK VALUE "00".
                 88 WS-JSTAT-NOT-FOUND VALUE "35".
              01 WS-LIVE-STATUS PIC X(02).
                 88 WS-LIVE-OK VALUE "00".
                 88 WS-LIVE-NOT-FOUND VALUE "35".
              01 WS-WORK-STATUS PIC X(02).
                 88 WS-WORK-OK VALUE "00".
              01 WS-BASE-STATUS PIC X(02).
                 88 WS-BASE-OK VALUE "00".
                 88 WS-BASE-NOT-FOUND VALUE "35".
              *> set when the baseline file held a record to adjust
              01 WS-BASE-SWITCH PIC X(01).
                 88 WS-BASE-PRESENT VALUE 'Y'.
                 88 WS-BASE-MISSING VALUE 'N'.
              *> the job-status record layout lives in the JOBSTAT
              *> copybook so RUNBACK reads and writes the same shape
              *> every other program does
              COPY JOBSTAT.
              *> set when the backout can't go on -- bad selection,
              *> no such run, or a count that doesn't agree
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.

              *> the selection off the command line
              01 WS-CMD-LINE PIC X(80).
              01 WS-RUN-TOKEN PIC X(11).
              01 WS-SELECT-MODE PIC X(01).
                 88 WS-SELECT-BY-DATE   VALUE 'D'.
                 88 WS-SELECT-BY-RUN-ID VALUE 'R'.
              01 WS-BUSINESS-DATE PIC X(08).

              *> the HELLO and ARRAYS steps the selected run had,
              *> off JOBSTAT.DAT: each one's START stamp (which is
              *> also the stamp on every log line it wrote), whether
              *> an END followed, and what that END says was written
              01 WS-STEP-COUNT PIC 9(02) COMP VALUE ZERO.
              01 WS-STEP-TABLE.
                 05 WS-STEP-ENTRY OCCURS 1 TO 20 TIMES
                    DEPENDING ON WS-STEP-COUNT.
                    10 WS-STEP-PROGRAM PIC X(08).
                    10 WS-STEP-RUN-ID  PIC X(11).
                    10 WS-STEP-STAMP   PIC X(17).
                    10 WS-STEP-ENDED   PIC X(01).
                       88 WS-STEP-HAS-END VALUE 'Y'.
                       88 WS-STEP-NO-END  VALUE 'N'.
                    10 WS-STEP-RECORDS PIC 9(06).
                    *> log lines found carrying this step's stamp
                    10 WS-STEP-LINES   PIC 9(06).
                    10 WS-STEP-MOODS   PIC 9(06).
              01 WS-STEP-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-STEP-OVERFLOWED VALUE 'Y'.
              *> the distinct run identifiers selected, one BKOUT
              *> event each
              01 WS-RUN-COUNT PIC 9(02) COMP VALUE ZERO.
              01 WS-RUN-TABLE.
                 05 WS-RUN-ENTRY PIC X(11)
                    OCCURS 1 TO 20 TIMES
                    DEPENDING ON WS-RUN-COUNT.
              01 WS-STEP-INDEX PIC 9(02) COMP.
              01 WS-RUN-INDEX PIC 9(02) COMP.
              01 WS-MATCH-INDEX PIC 9(02) COMP.
              01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-FOUND VALUE 'Y'.
                 88 WS-NOT-FOUND VALUE 'N'.
              *> set when a selected run already carries a BKOUT
              *> event -- its records are gone already
              01 WS-DONE-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ALREADY-BACKED-OUT VALUE 'Y'.
              *> set by a RECON END seen after the run's last step
              *> ended -- only then does the RECON baseline include
              *> the run's records and need reducing
              01 WS-RECON-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-RECON-COUNTED VALUE 'Y'.
                 88 WS-RECON-NOT-COUNTED VALUE 'N'.
              *> what the run's END records say was written
              01 WS-PICKS-EXPECTED PIC 9(06) VALUE ZERO.
              01 WS-GREETS-EXPECTED PIC 9(06) VALUE ZERO.

              *> which files this pass is working on
              01 WS-LIVE-NAME PIC X(30).
              01 WS-WORK-NAME PIC X(30).
              01 WS-LOG-STEM PIC X(08).
              *> the leading "YYYYMMDD HH:MM:SS" of the record in
              *> hand, and which program's steps it is matched to
              01 WS-REC-STAMP PIC X(17).
              01 WS-MATCH-PROGRAM PIC X(08).
              01 WS-MARKER-COUNT PIC 9(02) COMP.
              01 WS-RECORD-SWITCH PIC X(01).
                 88 WS-RECORD-IS-THE-RUNS VALUE 'Y'.
                 88 WS-RECORD-IS-KEPT     VALUE 'N'.

              *> the run's PICKOUT lines, rebuilt in order off its
              *> SELHIST lines, and where on PICKOUT they turned up
              01 WS-EXPECT-COUNT PIC 9(04) COMP VALUE ZERO.
              01 WS-EXPECT-TABLE.
                 05 WS-EXPECT-LINE PIC X(60)
                    OCCURS 1 TO 3000 TIMES
                    DEPENDING ON WS-EXPECT-COUNT.
              01 WS-EXPECT-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-EXPECT-OVERFLOWED VALUE 'Y'.
              01 WS-PICK-IMAGE PIC X(62).
              01 WS-PICK-TEXT PIC X(60).
              01 WS-MATCH-POS PIC 9(04) COMP.
              01 WS-LINE-NO PIC 9(06) VALUE ZERO.
              01 WS-BLOCK-HITS PIC 9(04) VALUE ZERO.
              01 WS-BLOCK-FIRST PIC 9(06) VALUE ZERO.
              01 WS-BLOCK-LAST PIC 9(06) VALUE ZERO.

              *> the per-log tallies the balance check proves against
              01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
              01 WS-KEEP-COUNT PIC 9(06) VALUE ZERO.
              01 WS-DROP-COUNT PIC 9(06) VALUE ZERO.
              01 WS-DROP-PRIME-COUNT PIC 9(06) VALUE ZERO.
              *> and what each log's split came to, for the checks
              *> and the report
              01 WS-HIST-DROPPED PIC 9(06) VALUE ZERO.
              01 WS-HIST-PRIME-DROPPED PIC 9(06) VALUE ZERO.
              01 WS-MOOD-DROPPED PIC 9(06) VALUE ZERO.
              01 WS-GREET-DROPPED PIC 9(06) VALUE ZERO.
              01 WS-PICK-DROPPED PIC 9(06) VALUE ZERO.
              01 WS-PICK-PRIME-DROPPED PIC 9(06) VALUE ZERO.
              01 WS-RUN-REMOVED PIC 9(06).
              *> RUNHIST.DAT records turned from COMPLETE to BACKOUT
              01 WS-MARKED-COUNT PIC 9(04) VALUE ZERO.
              *> set the moment any work write comes back bad or a
              *> split fails to balance
              01 WS-WRITE-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-WRITE-FAILED VALUE 'Y'.
                 88 WS-WRITES-CLEAN VALUE 'N'.
              *> set by any count that disagrees with the END records
              01 WS-AGREE-SWITCH PIC X(01) VALUE 'Y'.
                 88 WS-COUNTS-AGREE VALUE 'Y'.
                 88 WS-COUNTS-DISAGREE VALUE 'N'.

              *> the clock reading the BKOUT events carry
              01 WS-TIME-RAW PIC 9(08).
              01 WS-NOW-DATE PIC 9(08).
              01 WS-NOW-TIME.
                 05 WS-NOW-HOUR PIC 9(02).
                 05 FILLER      PIC X(01) VALUE ':'.
                 05 WS-NOW-MIN  PIC 9(02).
                 05 FILLER      PIC X(01) VALUE ':'.
                 05 WS-NOW-SEC  PIC 9(02).

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> find the run's steps, split every log into what
                *> stays and what was the run's, prove the counts,
                *> and only then put the trimmed logs back
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM READ-SELECTION.
                IF WS-NOT-ABORTED
                    PERFORM SCAN-JOB-STATUS
                END-IF.
                IF WS-NOT-ABORTED
                    PERFORM CHECK-THE-STEPS
                END-IF.
                IF WS-NOT-ABORTED
                    DISPLAY "RUN BACKOUT REPORT"
                    DISPLAY "------------------"
                    PERFORM PRINT-THE-STEPS
                    PERFORM SPLIT-THE-LOGS
                    PERFORM CHECK-THE-COUNTS
                END-IF.
                IF WS-NOT-ABORTED
                    PERFORM PUT-BACK-THE-LOGS
                    PERFORM ADJUST-RECON-BASELINE
                    PERFORM MARK-RUN-HISTORY
                    PERFORM WRITE-BACKOUT-EVENTS
                    PERFORM PRINT-BACKOUT-REPORT
                END-IF.
                *> end our program
                GOBACK.

            READ-SELECTION.
                *> "YYYYMMDD" for the whole night, "YYYYMMDD-nn" for
                *> one attempt at it
                MOVE SPACES TO WS-CMD-LINE.
                ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                MOVE SPACES TO WS-RUN-TOKEN.
                UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                    INTO WS-RUN-TOKEN.
                MOVE WS-RUN-TOKEN(1:8) TO WS-BUSINESS-DATE.
                IF WS-BUSINESS-DATE IS NOT NUMERIC
                    PERFORM REJECT-SELECTION
                ELSE
                    IF WS-RUN-TOKEN(9:3) = SPACES
                        SET WS-SELECT-BY-DATE TO TRUE
                    ELSE
                        IF WS-RUN-TOKEN(9:1) = "-"
                            AND WS-RUN-TOKEN(10:2) IS NUMERIC
                            SET WS-SELECT-BY-RUN-ID TO TRUE
                        ELSE
                            PERFORM REJECT-SELECTION
                        END-IF
                    END-IF
                END-IF.

            REJECT-SELECTION.
                DISPLAY "RUNBACK: run selection missing or not "
                    "understood -- run as RUNBACK YYYYMMDD or "
                    "RUNBACK YYYYMMDD-nn.".
                SET WS-ABORTED TO TRUE.
                MOVE 16 TO RETURN-CODE.

            SCAN-JOB-STATUS.
                *> one pass of the trail: every HELLO and ARRAYS
                *> START of the selected run opens a step, its END
                *> closes it, and a RECON END after that says the
                *> baseline has counted it
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT JOB-STATUS-FILE.
                IF WS-JSTAT-NOT-FOUND
                    DISPLAY "RUNBACK: JOBSTAT.DAT not found -- no "
                        "run on record to back out."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM READ-JOB-STATUS-RECORD
                    PERFORM NOTE-ONE-EVENT UNTIL WS-EOF-YES
                    CLOSE JOB-STATUS-FILE
                END-IF.

            READ-JOB-STATUS-RECORD.
                READ JOB-STATUS-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            NOTE-ONE-EVENT.
                MOVE SPACES TO JOBSTAT-RECORD.
                MOVE JOB-STATUS-RECORD TO JOBSTAT-RECORD.
                IF JS-PROGRAM = "RECON" AND JS-EVENT-END
                    AND WS-STEP-COUNT > 0
                    SET WS-RECON-COUNTED TO TRUE
                END-IF.
                PERFORM CHECK-RUN-SELECTED.
                IF WS-FOUND
                    PERFORM NOTE-RUN-ID
                    IF JS-EVENT-BACKOUT
                        SET WS-ALREADY-BACKED-OUT TO TRUE
                    END-IF
                    IF JS-PROGRAM = "HELLO" OR JS-PROGRAM = "ARRAYS"
                        IF JS-EVENT-START
                            PERFORM OPEN-RUN-STEP
                        END-IF
                        IF JS-EVENT-END
                            PERFORM CLOSE-RUN-STEP
                        END-IF
                    END-IF
                END-IF.
                PERFORM READ-JOB-STATUS-RECORD.

            CHECK-RUN-SELECTED.
                SET WS-NOT-FOUND TO TRUE.
                IF WS-SELECT-BY-DATE
                    IF JS-RUN-ID(1:8) = WS-BUSINESS-DATE
                        AND JS-RUN-ID(9:1) = "-"
                        SET WS-FOUND TO TRUE
                    END-IF
                ELSE
                    IF JS-RUN-ID = WS-RUN-TOKEN
                        SET WS-FOUND TO TRUE
                    END-IF
                END-IF.

            NOTE-RUN-ID.
                SET WS-NOT-FOUND TO TRUE.
                PERFORM MATCH-RUN-ID
                    VARYING WS-RUN-INDEX FROM 1 BY 1
                    UNTIL WS-RUN-INDEX > WS-RUN-COUNT.
                IF WS-NOT-FOUND
                    IF WS-RUN-COUNT < 20
                        ADD 1 TO WS-RUN-COUNT
                        MOVE JS-RUN-ID TO WS-RUN-ENTRY(WS-RUN-COUNT)
                    ELSE
                        SET WS-STEP-OVERFLOWED TO TRUE
                    END-IF
                END-IF.

            MATCH-RUN-ID.
                IF WS-RUN-ENTRY(WS-RUN-INDEX) = JS-RUN-ID
                    SET WS-FOUND TO TRUE
                END-IF.

            OPEN-RUN-STEP.
                IF WS-STEP-COUNT < 20
                    ADD 1 TO WS-STEP-COUNT
                    MOVE JS-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                    MOVE JS-RUN-ID TO WS-STEP-RUN-ID(WS-STEP-COUNT)
                    MOVE SPACES TO WS-STEP-STAMP(WS-STEP-COUNT)
                    STRING JS-DATE " " JS-TIME DELIMITED BY SIZE
                        INTO WS-STEP-STAMP(WS-STEP-COUNT)
                    SET WS-STEP-NO-END(WS-STEP-COUNT) TO TRUE
                    MOVE ZERO TO WS-STEP-RECORDS(WS-STEP-COUNT)
                    MOVE ZERO TO WS-STEP-LINES(WS-STEP-COUNT)
                    MOVE ZERO TO WS-STEP-MOODS(WS-STEP-COUNT)
                    SET WS-RECON-NOT-COUNTED TO TRUE
                ELSE
                    SET WS-STEP-OVERFLOWED TO TRUE
                END-IF.

            CLOSE-RUN-STEP.
                *> the most recent open START for the same program
                *> and run identifier is the one this END closes
                MOVE ZERO TO WS-MATCH-INDEX.
                PERFORM FIND-OPEN-STEP
                    VARYING WS-STEP-INDEX FROM 1 BY 1
                    UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
                IF WS-MATCH-INDEX > 0
                    SET WS-STEP-HAS-END(WS-MATCH-INDEX) TO TRUE
                    MOVE JS-RECORDS TO WS-STEP-RECORDS(WS-MATCH-INDEX)
                    SET WS-RECON-NOT-COUNTED TO TRUE
                END-IF.

            FIND-OPEN-STEP.
                IF WS-STEP-PROGRAM(WS-STEP-INDEX) = JS-PROGRAM
                    AND WS-STEP-RUN-ID(WS-STEP-INDEX) = JS-RUN-ID
                    AND WS-STEP-NO-END(WS-STEP-INDEX)
                    MOVE WS-STEP-INDEX TO WS-MATCH-INDEX
                END-IF.

            CHECK-THE-STEPS.
                *> refuse anything that can't be proven: no such run,
                *> a run already backed out, more steps than can be
                *> tracked, or a step with no END to check against
                IF WS-RUN-COUNT = 0
                    DISPLAY "RUNBACK: no run " WS-RUN-TOKEN
                        " on JOBSTAT.DAT -- nothing to back out."
                    SET WS-ABORTED TO TRUE
                ELSE
                    IF WS-ALREADY-BACKED-OUT
                        DISPLAY "RUNBACK: run " WS-RUN-TOKEN
                            " has already been backed out -- "
                            "nothing changed."
                        SET WS-ABORTED TO TRUE
                    END-IF
                    IF WS-STEP-OVERFLOWED
                        DISPLAY "RUNBACK: more than 20 steps or runs "
                            "selected -- back the attempts out one "
                            "run identifier at a time."
                        SET WS-ABORTED TO TRUE
                    END-IF
                    PERFORM CHECK-ONE-STEP
                        VARYING WS-STEP-INDEX FROM 1 BY 1
                        UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                END-IF.
                IF WS-ABORTED
                    MOVE 16 TO RETURN-CODE
                END-IF.

            CHECK-ONE-STEP.
                IF WS-STEP-NO-END(WS-STEP-INDEX)
                    DISPLAY "RUNBACK: " WS-STEP-PROGRAM(WS-STEP-INDEX)
                        " STARTED " WS-STEP-STAMP(WS-STEP-INDEX)
                        " (RUN " WS-STEP-RUN-ID(WS-STEP-INDEX)
                        ") never wrote an END record -- what it "
                        "wrote can't be proven, nothing changed."
                    SET WS-ABORTED TO TRUE
                ELSE
                    IF WS-STEP-PROGRAM(WS-STEP-INDEX) = "ARRAYS"
                        ADD WS-STEP-RECORDS(WS-STEP-INDEX)
                            TO WS-PICKS-EXPECTED
                    ELSE
                        ADD WS-STEP-RECORDS(WS-STEP-INDEX)
                            TO WS-GREETS-EXPECTED
                    END-IF
                END-IF.

            PRINT-THE-STEPS.
                DISPLAY "SELECTION: " WS-RUN-TOKEN.
                PERFORM PRINT-ONE-STEP
                    VARYING WS-STEP-INDEX FROM 1 BY 1
                    UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
                IF WS-STEP-COUNT = 0
                    DISPLAY "RUN HAD NO HELLO OR ARRAYS STEP -- NO "
                        "LOG RECORDS TO REMOVE."
                END-IF.

            PRINT-ONE-STEP.
                DISPLAY "RUN " WS-STEP-RUN-ID(WS-STEP-INDEX) " "
                    WS-STEP-PROGRAM(WS-STEP-INDEX) " STARTED "
                    WS-STEP-STAMP(WS-STEP-INDEX) " END RECORDS "
                    WS-STEP-RECORDS(WS-STEP-INDEX).

            SPLIT-THE-LOGS.
                *> SELHIST first -- its lines are what PICKOUT's block
                *> gets rebuilt from
                SET WS-WRITES-CLEAN TO TRUE.
                MOVE "SELHIST.DAT" TO WS-LIVE-NAME.
                MOVE "SELHIST" TO WS-LOG-STEM.
                MOVE "ARRAYS" TO WS-MATCH-PROGRAM.
                PERFORM SPLIT-ONE-LOG.
                MOVE WS-DROP-COUNT TO WS-HIST-DROPPED.
                MOVE WS-DROP-PRIME-COUNT TO WS-HIST-PRIME-DROPPED.
                MOVE "MOODHIST.DAT" TO WS-LIVE-NAME.
                MOVE "MOODHIST" TO WS-LOG-STEM.
                PERFORM SPLIT-ONE-LOG.
                MOVE WS-DROP-COUNT TO WS-MOOD-DROPPED.
                MOVE "GREETLOG.DAT" TO WS-LIVE-NAME.
                MOVE "GREETLOG" TO WS-LOG-STEM.
                MOVE "HELLO" TO WS-MATCH-PROGRAM.
                PERFORM SPLIT-ONE-LOG.
                MOVE WS-DROP-COUNT TO WS-GREET-DROPPED.
                MOVE "PICKOUT.DAT" TO WS-LIVE-NAME.
                MOVE "PICKOUT" TO WS-LOG-STEM.
                PERFORM LOCATE-PICK-BLOCK.
                PERFORM SPLIT-ONE-LOG.
                MOVE WS-DROP-COUNT TO WS-PICK-DROPPED.
                MOVE WS-DROP-PRIME-COUNT TO WS-PICK-PRIME-DROPPED.

            SPLIT-ONE-LOG.
                *> every record either goes to the work file or is
                *> the run's; the live file isn't touched here
                MOVE ZERO TO WS-READ-COUNT.
                MOVE ZERO TO WS-KEEP-COUNT.
                MOVE ZERO TO WS-DROP-COUNT.
                MOVE ZERO TO WS-DROP-PRIME-COUNT.
                MOVE ZERO TO WS-LINE-NO.
                SET WS-EOF-NO TO TRUE.
                PERFORM BUILD-WORK-NAME.
                OPEN INPUT LIVE-FILE.
                IF WS-LIVE-OK
                    OPEN OUTPUT WORK-FILE
                    PERFORM READ-LIVE-RECORD
                    PERFORM SPLIT-ONE-RECORD UNTIL WS-EOF-YES
                    CLOSE LIVE-FILE
                    CLOSE WORK-FILE
                    IF WS-KEEP-COUNT + WS-DROP-COUNT
                        NOT = WS-READ-COUNT
                        SET WS-WRITE-FAILED TO TRUE
                    END-IF
                END-IF.

            BUILD-WORK-NAME.
                MOVE SPACES TO WS-WORK-NAME.
                STRING WS-LOG-STEM DELIMITED BY SPACE
                    ".WRK" DELIMITED BY SIZE
                    INTO WS-WORK-NAME.

            READ-LIVE-RECORD.
                READ LIVE-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            SPLIT-ONE-RECORD.
                ADD 1 TO WS-READ-COUNT.
                ADD 1 TO WS-LINE-NO.
                SET WS-RECORD-IS-KEPT TO TRUE.
                IF WS-LOG-STEM = "PICKOUT"
                    IF WS-BLOCK-HITS = 1
                        AND WS-LINE-NO >= WS-BLOCK-FIRST
                        AND WS-LINE-NO <= WS-BLOCK-LAST
                        SET WS-RECORD-IS-THE-RUNS TO TRUE
                    END-IF
                ELSE
                    PERFORM MATCH-RECORD-STAMP
                END-IF.
                IF WS-RECORD-IS-THE-RUNS
                    PERFORM DROP-ONE-RECORD
                ELSE
                    MOVE LIVE-RECORD TO WORK-RECORD
                    WRITE WORK-RECORD
                    IF NOT WS-WORK-OK
                        SET WS-WRITE-FAILED TO TRUE
                    END-IF
                    ADD 1 TO WS-KEEP-COUNT
                END-IF.
                PERFORM READ-LIVE-RECORD.

            MATCH-RECORD-STAMP.
                *> the run's lines carry one of its steps' START
                *> stamps exactly
                MOVE LIVE-RECORD(1:17) TO WS-REC-STAMP.
                MOVE ZERO TO WS-MATCH-INDEX.
                PERFORM MATCH-ONE-STAMP
                    VARYING WS-STEP-INDEX FROM 1 BY 1
                    UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
                IF WS-MATCH-INDEX > 0
                    SET WS-RECORD-IS-THE-RUNS TO TRUE
                END-IF.

            MATCH-ONE-STAMP.
                IF WS-STEP-PROGRAM(WS-STEP-INDEX) = WS-MATCH-PROGRAM
                    AND WS-STEP-STAMP(WS-STEP-INDEX) = WS-REC-STAMP
                    MOVE WS-STEP-INDEX TO WS-MATCH-INDEX
                END-IF.

            DROP-ONE-RECORD.
                *> primaries are counted apart -- the END records and
                *> RECON's baseline both count primary lines only
                ADD 1 TO WS-DROP-COUNT.
                MOVE ZERO TO WS-MARKER-COUNT.
                INSPECT LIVE-RECORD TALLYING WS-MARKER-COUNT
                    FOR ALL "*ALT".
                IF WS-MARKER-COUNT = 0
                    ADD 1 TO WS-DROP-PRIME-COUNT
                END-IF.
                IF WS-LOG-STEM = "MOODHIST"
                    ADD 1 TO WS-STEP-MOODS(WS-MATCH-INDEX)
                END-IF.
                IF WS-LOG-STEM = "SELHIST"
                    OR WS-LOG-STEM = "GREETLOG"
                    ADD 1 TO WS-STEP-LINES(WS-MATCH-INDEX)
                END-IF.
                IF WS-LOG-STEM = "SELHIST"
                    PERFORM EXPECT-PICK-LINE
                END-IF.

            EXPECT-PICK-LINE.
                *> the PICKOUT twin of a SELHIST line is the same
                *> line less the stamp and less any *NEVER/*PREFER
                *> note on a primary -- an alternate keeps its *ALTn
                *> marker on both files
                MOVE LIVE-RECORD(19:62) TO WS-PICK-IMAGE.
                MOVE SPACES TO WS-PICK-TEXT.
                IF WS-MARKER-COUNT = 0
                    UNSTRING WS-PICK-IMAGE DELIMITED BY " *"
                        INTO WS-PICK-TEXT
                ELSE
                    MOVE WS-PICK-IMAGE TO WS-PICK-TEXT
                END-IF.
                IF WS-EXPECT-COUNT < 3000
                    ADD 1 TO WS-EXPECT-COUNT
                    MOVE WS-PICK-TEXT TO WS-EXPECT-LINE(WS-EXPECT-COUNT)
                ELSE
                    SET WS-EXPECT-OVERFLOWED TO TRUE
                END-IF.

            LOCATE-PICK-BLOCK.
                *> one pass of PICKOUT looking for the rebuilt lines
                *> as one unbroken run of records. a run's first
                *> line is its first person's primary, which can't
                *> recur inside the block, so a mismatch part-way
                *> only needs the current record tried as a fresh
                *> start
                MOVE ZERO TO WS-BLOCK-HITS.
                MOVE ZERO TO WS-MATCH-POS.
                MOVE ZERO TO WS-LINE-NO.
                IF WS-EXPECT-COUNT > 0
                    SET WS-EOF-NO TO TRUE
                    OPEN INPUT LIVE-FILE
                    IF WS-LIVE-OK
                        PERFORM READ-LIVE-RECORD
                        PERFORM MATCH-ONE-PICK UNTIL WS-EOF-YES
                        CLOSE LIVE-FILE
                    END-IF
                END-IF.

            MATCH-ONE-PICK.
                ADD 1 TO WS-LINE-NO.
                IF LIVE-RECORD = WS-EXPECT-LINE(WS-MATCH-POS + 1)
                    ADD 1 TO WS-MATCH-POS
                ELSE
                    MOVE ZERO TO WS-MATCH-POS
                    IF LIVE-RECORD = WS-EXPECT-LINE(1)
                        MOVE 1 TO WS-MATCH-POS
                    END-IF
                END-IF.
                IF WS-MATCH-POS = WS-EXPECT-COUNT
                    ADD 1 TO WS-BLOCK-HITS
                    MOVE WS-LINE-NO TO WS-BLOCK-LAST
                    COMPUTE WS-BLOCK-FIRST =
                        WS-LINE-NO - WS-EXPECT-COUNT + 1
                    MOVE ZERO TO WS-MATCH-POS
                END-IF.
                PERFORM READ-LIVE-RECORD.

            CHECK-THE-COUNTS.
                *> every file must hold exactly what the END records
                *> say the run wrote, and every split must balance
                SET WS-COUNTS-AGREE TO TRUE.
                DISPLAY " ".
                DISPLAY "FILE           FOUND  PRIMARY  EXPECTED".
                DISPLAY "PICKOUT.DAT   " WS-PICK-DROPPED " "
                    WS-PICK-PRIME-DROPPED "  " WS-PICKS-EXPECTED.
                DISPLAY "SELHIST.DAT   " WS-HIST-DROPPED " "
                    WS-HIST-PRIME-DROPPED "  " WS-PICKS-EXPECTED.
                DISPLAY "MOODHIST.DAT  " WS-MOOD-DROPPED " "
                    WS-MOOD-DROPPED "  " WS-PICKS-EXPECTED.
                DISPLAY "GREETLOG.DAT  " WS-GREET-DROPPED " "
                    WS-GREET-DROPPED "  " WS-GREETS-EXPECTED.
                IF WS-EXPECT-OVERFLOWED
                    DISPLAY "RUNBACK: more than 3000 pick lines in "
                        "the run -- PICKOUT.DAT can't be matched."
                    SET WS-COUNTS-DISAGREE TO TRUE
                END-IF.
                IF WS-EXPECT-COUNT > 0 AND WS-BLOCK-HITS NOT = 1
                    DISPLAY "RUNBACK: the run's lines turn up "
                        WS-BLOCK-HITS " times on PICKOUT.DAT -- "
                        "need exactly once."
                    SET WS-COUNTS-DISAGREE TO TRUE
                END-IF.
                IF WS-PICK-PRIME-DROPPED NOT = WS-PICKS-EXPECTED
                    OR WS-HIST-PRIME-DROPPED NOT = WS-PICKS-EXPECTED
                    OR WS-MOOD-DROPPED NOT = WS-PICKS-EXPECTED
                    OR WS-GREET-DROPPED NOT = WS-GREETS-EXPECTED
                    DISPLAY "RUNBACK: records found don't match "
                        "what the run's END records say it wrote."
                    SET WS-COUNTS-DISAGREE TO TRUE
                END-IF.
                IF WS-WRITE-FAILED
                    DISPLAY "RUNBACK: a log split did not balance "
                        "or a work-file write failed."
                    SET WS-COUNTS-DISAGREE TO TRUE
                END-IF.
                IF WS-COUNTS-DISAGREE
                    DISPLAY "BACKOUT REFUSED -- every file is left "
                        "exactly as it was."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                END-IF.

            PUT-BACK-THE-LOGS.
                *> the counts agreed -- each trimmed keep set becomes
                *> the new live file. a log the run left nothing on
                *> is not rewritten at all
                IF WS-HIST-DROPPED > 0
                    MOVE "SELHIST.DAT" TO WS-LIVE-NAME
                    MOVE "SELHIST" TO WS-LOG-STEM
                    PERFORM REWRITE-LIVE-FILE
                END-IF.
                IF WS-MOOD-DROPPED > 0
                    MOVE "MOODHIST.DAT" TO WS-LIVE-NAME
                    MOVE "MOODHIST" TO WS-LOG-STEM
                    PERFORM REWRITE-LIVE-FILE
                END-IF.
                IF WS-GREET-DROPPED > 0
                    MOVE "GREETLOG.DAT" TO WS-LIVE-NAME
                    MOVE "GREETLOG" TO WS-LOG-STEM
                    PERFORM REWRITE-LIVE-FILE
                END-IF.
                IF WS-PICK-DROPPED > 0
                    MOVE "PICKOUT.DAT" TO WS-LIVE-NAME
                    MOVE "PICKOUT" TO WS-LOG-STEM
                    PERFORM REWRITE-LIVE-FILE
                END-IF.

            REWRITE-LIVE-FILE.
                PERFORM BUILD-WORK-NAME.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT WORK-FILE.
                OPEN OUTPUT LIVE-FILE.
                PERFORM READ-WORK-RECORD.
                PERFORM COPY-ONE-RECORD UNTIL WS-EOF-YES.
                CLOSE WORK-FILE.
                CLOSE LIVE-FILE.

            READ-WORK-RECORD.
                READ WORK-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            COPY-ONE-RECORD.
                MOVE WORK-RECORD TO LIVE-RECORD.
                WRITE LIVE-RECORD.
                PERFORM READ-WORK-RECORD.

            ADJUST-RECON-BASELINE.
                *> only a baseline RECON rolled forward after the run
                *> holds the run's lines -- if RECON hasn't counted
                *> it yet, there is nothing to take back out
                SET WS-BASE-MISSING TO TRUE.
                IF WS-RECON-COUNTED
                    OPEN INPUT RECON-BASE-FILE
                    IF WS-BASE-OK
                        READ RECON-BASE-FILE
                            AT END
                                CONTINUE
                            NOT AT END
                                SET WS-BASE-PRESENT TO TRUE
                        END-READ
                        CLOSE RECON-BASE-FILE
                    END-IF
                END-IF.
                IF WS-BASE-PRESENT
                    PERFORM REDUCE-PICK-BASELINE
                    PERFORM REDUCE-HIST-BASELINE
                    PERFORM REDUCE-GREET-BASELINE
                    OPEN OUTPUT RECON-BASE-FILE
                    WRITE RECON-BASE-RECORD
                    CLOSE RECON-BASE-FILE
                END-IF.

            REDUCE-PICK-BASELINE.
                *> the totals are unsigned -- a baseline smaller than
                *> the count removed floors at zero instead of
                *> wrapping
                IF WS-PICK-PRIME-DROPPED > RB-PICK-TOTAL
                    MOVE ZERO TO RB-PICK-TOTAL
                ELSE
                    SUBTRACT WS-PICK-PRIME-DROPPED FROM RB-PICK-TOTAL
                END-IF.

            REDUCE-HIST-BASELINE.
                IF WS-HIST-PRIME-DROPPED > RB-HIST-TOTAL
                    MOVE ZERO TO RB-HIST-TOTAL
                ELSE
                    SUBTRACT WS-HIST-PRIME-DROPPED FROM RB-HIST-TOTAL
                END-IF.

            REDUCE-GREET-BASELINE.
                IF WS-GREET-DROPPED > RB-GREET-TOTAL
                    MOVE ZERO TO RB-GREET-TOTAL
                ELSE
                    SUBTRACT WS-GREET-DROPPED FROM RB-GREET-TOTAL
                END-IF.

            MARK-RUN-HISTORY.
                *> the night's output is gone, so it no longer counts
                *> as completed: COMPLETE becomes BACKOUT, DRIVER will
                *> run the business date again, and until it does the
                *> missed-night check reports it
                MOVE "RUNHIST.DAT" TO WS-LIVE-NAME.
                MOVE "RUNHIST" TO WS-LOG-STEM.
                PERFORM BUILD-WORK-NAME.
                MOVE ZERO TO WS-MARKED-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT LIVE-FILE.
                IF WS-LIVE-OK
                    OPEN OUTPUT WORK-FILE
                    PERFORM READ-LIVE-RECORD
                    PERFORM MARK-ONE-RUN-DATE UNTIL WS-EOF-YES
                    CLOSE LIVE-FILE
                    CLOSE WORK-FILE
                    IF WS-MARKED-COUNT > 0
                        PERFORM REWRITE-LIVE-FILE
                    END-IF
                END-IF.

            MARK-ONE-RUN-DATE.
                IF LIVE-RECORD(1:8) = WS-BUSINESS-DATE
                    AND LIVE-RECORD(10:8) = "COMPLETE"
                    MOVE "BACKOUT" TO LIVE-RECORD(10:8)
                    ADD 1 TO WS-MARKED-COUNT
                END-IF.
                MOVE LIVE-RECORD TO WORK-RECORD.
                WRITE WORK-RECORD.
                PERFORM READ-LIVE-RECORD.

            WRITE-BACKOUT-EVENTS.
                *> one BKOUT per run identifier backed out, carrying
                *> the records taken out on its behalf
                ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-TIME-RAW FROM TIME.
                MOVE WS-TIME-RAW(1:2) TO WS-NOW-HOUR.
                MOVE WS-TIME-RAW(3:2) TO WS-NOW-MIN.
                MOVE WS-TIME-RAW(5:2) TO WS-NOW-SEC.
                OPEN EXTEND JOB-STATUS-FILE.
                IF WS-JSTAT-NOT-FOUND
                    OPEN OUTPUT JOB-STATUS-FILE
                    CLOSE JOB-STATUS-FILE
                    OPEN EXTEND JOB-STATUS-FILE
                END-IF.
                PERFORM WRITE-ONE-BACKOUT
                    VARYING WS-RUN-INDEX FROM 1 BY 1
                    UNTIL WS-RUN-INDEX > WS-RUN-COUNT.
                CLOSE JOB-STATUS-FILE.

            WRITE-ONE-BACKOUT.
                MOVE ZERO TO WS-RUN-REMOVED.
                PERFORM SUM-RUN-REMOVED
                    VARYING WS-STEP-INDEX FROM 1 BY 1
                    UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
                MOVE SPACES TO JOBSTAT-RECORD.
                MOVE "RUNBACK" TO JS-PROGRAM.
                SET JS-EVENT-BACKOUT TO TRUE.
                MOVE WS-NOW-DATE TO JS-DATE.
                MOVE WS-NOW-TIME TO JS-TIME.
                MOVE WS-RUN-REMOVED TO JS-RECORDS.
                MOVE ZERO TO JS-RETCODE.
                MOVE WS-RUN-ENTRY(WS-RUN-INDEX) TO JS-RUN-ID.
                MOVE JOBSTAT-RECORD TO JOB-STATUS-RECORD.
                WRITE JOB-STATUS-RECORD.

            SUM-RUN-REMOVED.
                *> an ARRAYS step's SELHIST lines each had a PICKOUT
                *> twin, so they count twice, plus its MOODHIST lines
                IF WS-STEP-RUN-ID(WS-STEP-INDEX)
                    = WS-RUN-ENTRY(WS-RUN-INDEX)
                    IF WS-STEP-PROGRAM(WS-STEP-INDEX) = "ARRAYS"
                        COMPUTE WS-RUN-REMOVED = WS-RUN-REMOVED
                            + WS-STEP-LINES(WS-STEP-INDEX) * 2
                            + WS-STEP-MOODS(WS-STEP-INDEX)
                    ELSE
                        ADD WS-STEP-LINES(WS-STEP-INDEX)
                            TO WS-RUN-REMOVED
                    END-IF
                END-IF.

            PRINT-BACKOUT-REPORT.
                DISPLAY " ".
                DISPLAY "RECORDS REMOVED".
                DISPLAY "PICKOUT.DAT:  " WS-PICK-DROPPED
                    " (" WS-PICK-PRIME-DROPPED " PRIMARY)".
                DISPLAY "SELHIST.DAT:  " WS-HIST-DROPPED
                    " (" WS-HIST-PRIME-DROPPED " PRIMARY)".
                DISPLAY "MOODHIST.DAT: " WS-MOOD-DROPPED.
                DISPLAY "GREETLOG.DAT: " WS-GREET-DROPPED.
                IF WS-BASE-PRESENT
                    DISPLAY "RECON BASELINE REDUCED TO MATCH."
                ELSE
                    DISPLAY "RECON HAS NOT COUNTED THIS RUN -- "
                        "BASELINE LEFT AS IT WAS."
                END-IF.
                IF WS-MARKED-COUNT > 0
                    DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                        " MARKED BACKOUT ON RUNHIST.DAT."
                END-IF.
                DISPLAY "RUNBACK: " WS-RUN-COUNT
                    " RUN IDENTIFIER(S) BACKED OUT.".
