            *> activity's weight for that person, a PREFER boosts it,
            *> and any override actually applied is noted on the
            *> SELECTION-HISTORY line so reporting can tell a natural
            *> pick from a steered one. an override only steers picks
            *> inside its own effective window, and OVRMNT is the
            *> only sanctioned way to change the file.
            *> ARRAYS can run two ways: interactively, prompting at the
            *> CONSOLE for a name and mood scores, or unattended in
            *> BATCH mode (selected by a command-line argument),
            *> following a crash resumes right after the last
            *> transaction actually picked for instead of re-picking
            *> (and re-appending) everyone already handled.
            *> a catalog activity with a daily capacity is a group
            *> session with only so many places. in BATCH mode each
            *> primary pick books one place; once an activity is full
            *> for the day a roll that lands on it drops it out of that
            *> person's weighting and their next-ranked pick is
            *> promoted instead, and the person is counted as bumped.
            *> places already booked earlier the same day (a restarted
            *> batch, a console pick) are counted off SELECTION-HISTORY
            *> before the first transaction, and the batch ends by
            *> printing SIGNUP.DAT: one sign-up sheet per
            *> capacity-limited activity, listing who is booked onto it
            *> today, for the session leader to work from.
            *> USER-INPUT and ACTIVITIES-TABLE come from the ACTPICK
            *> copybook so companion programs can share the layout.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> one catalog record per activity: ID, description,
                *> category, base weight, active flag, effective
                *> dates, daily capacity
                SELECT ACTIVITY-FILE ASSIGN TO "ACTFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACT-STATUS.
                SELECT RUN-ID-FILE ASSIGN TO "RUNID.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-RID-STATUS.
                *> batch mode's sign-up sheets for the activities with
                *> a daily capacity, one page per activity
                SELECT SIGNUP-FILE ASSIGN TO "SIGNUP.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-SIGNUP-STATUS.

            *> setup the procedure division (like 'main' function)
            DATA DIVISION.
                     88 ACT-FILE-IS-ACTIVE VALUE 'A'.
                  05 ACT-FILE-EFF-FROM PIC X(08).
                  05 ACT-FILE-EFF-TO   PIC X(08).
                  *> places per day for a group session -- blank for
                  *> an activity anyone can do at any time
                  05 ACT-FILE-CAPACITY PIC X(03).

              FD  OVERRIDE-FILE.
              *> overrides are keyed by PERSON-ID, not the name --
              *> ALICE's diabetic NEVER survives her wedding rename
              COPY OVERRIDE.

              FD  ADJUST-FILE.
              *> same columns EFFADJ writes -- the done/skipped
                  05 TRAN-IN-1      PIC 9(03).
                  05 TRAN-IN-2      PIC 9(03).
                  05 TRAN-IN-3      PIC 9(03).
                  *> the business date TRANEDIT passed it under --
                  *> earlier than tonight for a fixed suspense item
                  05 TRAN-BUS-DATE  PIC X(08).

              FD  PICK-FILE.
              01  PICK-RECORD PIC X(60).
              FD  RUN-ID-FILE.
              01  RUN-ID-RECORD PIC X(11).

              FD  SIGNUP-FILE.
              01  SIGNUP-LINE PIC X(80).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 NAME-VAR PIC A(5) VALUE 'WORLD'.
                 88 WS-TRAN-FOUND VALUE "00".
                 88 WS-TRAN-NOT-FOUND VALUE "35".

              *> daily capacity -- only the batch run books places, so
              *> the check is switched on for BATCH-PROCESS alone
              01 WS-CAPACITY-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-CAPACITY-ON VALUE 'Y'.
                 88 WS-CAPACITY-OFF VALUE 'N'.
              01 WS-LIMITED-COUNT PIC 9(02) COMP VALUE ZERO.
              *> places booked today and people bumped this run, one
              *> of each per loaded activity
              01 WS-ACTIVITY-BOOKED PIC 9(04)
                 OCCURS 1 TO 20 TIMES DEPENDING ON ACT-COUNT.
              01 WS-ACTIVITY-BUMPED PIC 9(04)
                 OCCURS 1 TO 20 TIMES DEPENDING ON ACT-COUNT.
              01 WS-BUMPED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-BUMP-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-BUMP-NOTED VALUE 'Y'.
                 88 WS-BUMP-NOT-NOTED VALUE 'N'.
              *> today's bookings off SELECTION-HISTORY, for the
              *> sign-up sheets
              01 WS-BOOKING-COUNT PIC 9(04) COMP VALUE ZERO.
              01 WS-BOOKING-TABLE.
                 05 WS-BOOKING-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-BOOKING-COUNT.
                    10 WS-BOOK-ACT-INDEX PIC 9(02) COMP.
                    10 WS-BOOK-ID        PIC X(05).
                    10 WS-BOOK-NAME      PIC X(10).
                    10 WS-BOOK-TIME      PIC X(08).
              01 WS-BOOKING-INDEX PIC 9(04) COMP.
              01 WS-BOOK-LINE-NO PIC 9(04).
              01 WS-SIGNUP-STATUS PIC X(02).
                 88 WS-SIGNUP-OK VALUE "00".
              01 WS-SIGNUP-PAGES PIC 9(02) COMP VALUE ZERO.
              *> a history line taken apart to see what it booked
              01 WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-HIST-EOF-YES VALUE 'Y'.
                 88 WS-HIST-EOF-NO VALUE 'N'.
              01 WS-TOK-DATE PIC X(08).
              01 WS-TOK-TIME PIC X(08).
              01 WS-TOK-ID PIC X(05).
              01 WS-TOK-NAME PIC X(10).
              01 WS-TOK-REST PIC X(80).
              01 WS-TOK-ACTIVITY PIC X(30).
              01 WS-UNSTRING-PTR PIC 9(03) COMP.
              01 WS-MARKER-COUNT PIC 9(02) COMP.
              01 WS-BOOK-ACT-FOUND PIC 9(02) COMP.

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> print a string
                    PERFORM READ-TRANSACTION-RECORD
                        WS-TRAN-COUNT TIMES
                    PERFORM OPEN-PICK-FILE-FOR-APPEND
                    IF WS-LIMITED-COUNT > 0
                        SET WS-CAPACITY-ON TO TRUE
                        PERFORM CLEAR-ONE-BUMPED-COUNT
                            VARYING WS-TABLE-INDEX FROM 1 BY 1
                            UNTIL WS-TABLE-INDEX > ACT-COUNT
                        PERFORM LOAD-TODAYS-BOOKINGS
                    END-IF
                    IF WS-TRAN-EOF-NO
                        PERFORM READ-TRANSACTION-RECORD
                    END-IF
                    CLOSE TRANSACTION-FILE
                    CLOSE PICK-FILE
                    PERFORM RESET-TRAN-CHECKPOINT
                    IF WS-CAPACITY-ON
                        PERFORM WRITE-SIGNUP-SHEETS
                        SET WS-CAPACITY-OFF TO TRUE
                    END-IF
                END-IF.

            READ-TRAN-CHECKPOINT.
                PERFORM WEIGH-ACTIVITIES.
                PERFORM APPLY-OVERRIDES.
                PERFORM PICK-RANKED-LIST.
                IF WS-CAPACITY-ON
                    ADD 1 TO WS-ACTIVITY-BOOKED(WS-PICK-INDEX)
                END-IF.
                PERFORM WRITE-PICK-RECORD.
                PERFORM WRITE-ALT-PICK-RECORDS.
                PERFORM LOG-SELECTION.
                END-READ.

            ADD-OVERRIDE-RECORD.
                *> only overrides whose effective window covers today
                *> are loaded -- same two string compares the catalog
                *> load makes, so a lapsed or not-yet-started override
                *> steers nobody. an override without usable dates
                *> (one written before overrides had windows) would
                *> fail the compare and quietly stop applying, so it
                *> is applied as open-ended, as it always was, with a
                *> warning until OVRMNT gives it a window
                IF OVR-FILE-EFF-FROM IS NOT NUMERIC
                    OR OVR-FILE-EFF-TO IS NOT NUMERIC
                    DISPLAY "ARRAYS: override " OVR-FILE-ID " "
                        OVR-FILE-TYPE " " OVR-FILE-ACT-ID
                        " has no valid effective dates -- applied "
                        "as open-ended."
                    PERFORM KEEP-OVERRIDE-RECORD
                ELSE
                    IF WS-RUN-DATE < OVR-FILE-EFF-FROM
                        OR WS-RUN-DATE > OVR-FILE-EFF-TO
                        PERFORM READ-OVERRIDE-RECORD
                    ELSE
                        PERFORM KEEP-OVERRIDE-RECORD
                    END-IF
                END-IF.

            KEEP-OVERRIDE-RECORD.
                IF WS-OVERRIDE-COUNT < 100
                    ADD 1 TO WS-OVERRIDE-COUNT
                    MOVE OVR-FILE-ID
                            "using 1."
                        MOVE 1 TO ACTIVITY-BASE-WEIGHT(ACT-COUNT)
                    END-IF
                    PERFORM LOAD-ACTIVITY-CAPACITY
                END-IF.
                PERFORM READ-ACTIVITY-RECORD.

            LOAD-ACTIVITY-CAPACITY.
                *> blank is no limit; a capacity ACTMNT would have
                *> refused is treated as no limit too, loudly, rather
                *> than shut everyone out of the session
                MOVE ZERO TO ACTIVITY-CAPACITY(ACT-COUNT).
                IF ACT-FILE-CAPACITY NOT = SPACES
                    IF ACT-FILE-CAPACITY IS NUMERIC
                        MOVE ACT-FILE-CAPACITY
                            TO ACTIVITY-CAPACITY(ACT-COUNT)
                    ELSE
                        DISPLAY "ARRAYS: catalog entry " ACT-FILE-ID
                            " has a non-numeric capacity -- "
                            "treating it as unlimited."
                    END-IF
                END-IF.
                IF ACTIVITY-CAPACITY(ACT-COUNT) > 0
                    ADD 1 TO WS-LIMITED-COUNT
                END-IF.

            WEIGH-ACTIVITIES.
                *> every activity starts from its catalog base weight,
                *> nudged up by the mood score its category says
                *> were applied to the weights before the first roll,
                *> so a NEVER holds at every rank
                MOVE ZERO TO WS-RANK-COUNT.
                SET WS-BUMP-NOT-NOTED TO TRUE.
                PERFORM PICK-NEXT-RANK
                    UNTIL WS-RANK-COUNT = 3 OR WS-TOTAL-WEIGHT = 0.
                IF WS-RANK-COUNT = 0
                    PERFORM PICK-OVER-CAPACITY
                END-IF.
                MOVE WS-RANK-PICK(1) TO WS-PICK-INDEX.

            PICK-NEXT-RANK.
                *> a roll landing on an activity already full for the
                *> day takes no rank -- its weight leaves the table
                *> all the same, so the next roll promotes the next
                *> pick in line
                PERFORM ROLL-SEED.
                PERFORM PICK-ACTIVITY.
                IF WS-CAPACITY-ON
                    AND ACTIVITY-CAPACITY(WS-PICK-INDEX) > 0
                    AND WS-ACTIVITY-BOOKED(WS-PICK-INDEX)
                        >= ACTIVITY-CAPACITY(WS-PICK-INDEX)
                    PERFORM NOTE-BUMPED-PICK
                ELSE
                    ADD 1 TO WS-RANK-COUNT
                    MOVE WS-PICK-INDEX TO WS-RANK-PICK(WS-RANK-COUNT)
                END-IF.
                SUBTRACT WS-ACTIVITY-WEIGHT(WS-PICK-INDEX)
                    FROM WS-TOTAL-WEIGHT.
                MOVE ZERO TO WS-ACTIVITY-WEIGHT(WS-PICK-INDEX).

            NOTE-BUMPED-PICK.
                *> only a full activity that would have been the
                *> primary bumps the person -- a full one met further
                *> down the list just isn't offered as an alternate
                IF WS-RANK-COUNT = 0 AND WS-BUMP-NOT-NOTED
                    SET WS-BUMP-NOTED TO TRUE
                    ADD 1 TO WS-ACTIVITY-BUMPED(WS-PICK-INDEX)
                    ADD 1 TO WS-BUMPED-COUNT
                END-IF.

            PICK-OVER-CAPACITY.
                *> every activity this person could be sent on is
                *> full -- a pick has to come from somewhere, so roll
                *> again with the capacities set aside (the overrides
                *> still hold) and say so rather than leave them with
                *> nothing
                DISPLAY "ARRAYS: everything open to " IN-NAME
                    " is full today -- picking over capacity.".
                SET WS-CAPACITY-OFF TO TRUE.
                PERFORM WEIGH-ACTIVITIES.
                PERFORM APPLY-OVERRIDES.
                PERFORM PICK-NEXT-RANK
                    UNTIL WS-RANK-COUNT = 3 OR WS-TOTAL-WEIGHT = 0.
                SET WS-CAPACITY-ON TO TRUE.

            PICK-ACTIVITY.
                *> spread the SEED roll across the weighted activities
                COMPUTE WS-ROLL = FUNCTION MOD(SEED, WS-TOTAL-WEIGHT)
                    MOVE WS-TABLE-INDEX TO WS-PICK-INDEX
                    SET WS-PICK-DONE TO TRUE
                END-IF.

            LOAD-TODAYS-BOOKINGS.
                *> every primary pick already on SELECTION-HISTORY for
                *> today onto a capacity-limited activity holds a
                *> place, whichever run made it -- counted afresh from
                *> the history so a restarted batch can't overbook
                MOVE ZERO TO WS-BOOKING-COUNT.
                PERFORM CLEAR-ONE-BOOKING-COUNT
                    VARYING WS-TABLE-INDEX FROM 1 BY 1
                    UNTIL WS-TABLE-INDEX > ACT-COUNT.
                SET WS-HIST-EOF-NO TO TRUE.
                OPEN INPUT SELECTION-HISTORY.
                IF WS-HIST-OK
                    PERFORM READ-HISTORY-RECORD
                    PERFORM NOTE-ONE-BOOKING UNTIL WS-HIST-EOF-YES
                    CLOSE SELECTION-HISTORY
                END-IF.

            CLEAR-ONE-BOOKING-COUNT.
                MOVE ZERO TO WS-ACTIVITY-BOOKED(WS-TABLE-INDEX).

            CLEAR-ONE-BUMPED-COUNT.
                MOVE ZERO TO WS-ACTIVITY-BUMPED(WS-TABLE-INDEX).

            READ-HISTORY-RECORD.
                READ SELECTION-HISTORY
                    AT END
                        SET WS-HIST-EOF-YES TO TRUE
                END-READ.

            NOTE-ONE-BOOKING.
                *> today's primary lines only; the activity text runs
                *> up to any override note
                MOVE ZERO TO WS-MARKER-COUNT.
                INSPECT HISTORY-RECORD TALLYING WS-MARKER-COUNT
                    FOR ALL "*ALT".
                IF HISTORY-RECORD(1:8) = WS-RUN-DATE
                    AND WS-MARKER-COUNT = 0
                    MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-ID
                        WS-TOK-NAME WS-TOK-ACTIVITY
                    MOVE 1 TO WS-UNSTRING-PTR
                    UNSTRING HISTORY-RECORD DELIMITED BY SPACE
                        INTO WS-TOK-DATE WS-TOK-TIME WS-TOK-ID
                        WS-TOK-NAME
                        WITH POINTER WS-UNSTRING-PTR
                    MOVE HISTORY-RECORD(WS-UNSTRING-PTR:)
                        TO WS-TOK-REST
                    UNSTRING WS-TOK-REST DELIMITED BY " *"
                        INTO WS-TOK-ACTIVITY
                    PERFORM FIND-BOOKED-ACTIVITY
                    IF WS-BOOK-ACT-FOUND > 0
                        PERFORM KEEP-ONE-BOOKING
                    END-IF
                END-IF.
                PERFORM READ-HISTORY-RECORD.

            FIND-BOOKED-ACTIVITY.
                *> which capacity-limited activity the line booked, 0
                *> for an unlimited one or one not loaded today
                MOVE ZERO TO WS-BOOK-ACT-FOUND.
                PERFORM MATCH-BOOKED-ACTIVITY
                    VARYING WS-TABLE-INDEX FROM 1 BY 1
                    UNTIL WS-TABLE-INDEX > ACT-COUNT.

            MATCH-BOOKED-ACTIVITY.
                IF WS-BOOK-ACT-FOUND = 0
                    AND ACTIVITY-CAPACITY(WS-TABLE-INDEX) > 0
                    AND ACTIVITY-NAME(WS-TABLE-INDEX) = WS-TOK-ACTIVITY
                    MOVE WS-TABLE-INDEX TO WS-BOOK-ACT-FOUND
                END-IF.

            KEEP-ONE-BOOKING.
                ADD 1 TO WS-ACTIVITY-BOOKED(WS-BOOK-ACT-FOUND).
                IF WS-BOOKING-COUNT < 2000
                    ADD 1 TO WS-BOOKING-COUNT
                    MOVE WS-BOOK-ACT-FOUND
                        TO WS-BOOK-ACT-INDEX(WS-BOOKING-COUNT)
                    MOVE WS-TOK-ID TO WS-BOOK-ID(WS-BOOKING-COUNT)
                    MOVE WS-TOK-NAME TO WS-BOOK-NAME(WS-BOOKING-COUNT)
                    MOVE WS-TOK-TIME TO WS-BOOK-TIME(WS-BOOKING-COUNT)
                END-IF.

            WRITE-SIGNUP-SHEETS.
                *> the day's bookings read back off SELECTION-HISTORY
                *> -- this run's picks and any made earlier today, so
                *> the sheet agrees with the history line for line --
                *> and printed one page per capacity-limited activity.
                *> the bumped count is this run's: people whose
                *> primary was full and who were sent on their next
                *> pick instead
                PERFORM LOAD-TODAYS-BOOKINGS.
                MOVE ZERO TO WS-SIGNUP-PAGES.
                OPEN OUTPUT SIGNUP-FILE.
                PERFORM WRITE-ONE-SIGNUP-SHEET
                    VARYING WS-TABLE-INDEX FROM 1 BY 1
                    UNTIL WS-TABLE-INDEX > ACT-COUNT.
                CLOSE SIGNUP-FILE.
                DISPLAY "ARRAYS: " WS-SIGNUP-PAGES " sign-up sheets "
                    "on SIGNUP.DAT, " WS-BUMPED-COUNT " people bumped "
                    "from a full activity to their next pick.".
                IF WS-BOOKING-COUNT = 2000
                    DISPLAY "ARRAYS: more than 2000 bookings today -- "
                        "the sign-up sheets list only the first 2000."
                END-IF.

            WRITE-ONE-SIGNUP-SHEET.
                IF ACTIVITY-CAPACITY(WS-TABLE-INDEX) > 0
                    PERFORM WRITE-SIGNUP-HEADER
                    MOVE ZERO TO WS-BOOK-LINE-NO
                    PERFORM WRITE-ONE-SIGNUP-LINE
                        VARYING WS-BOOKING-INDEX FROM 1 BY 1
                        UNTIL WS-BOOKING-INDEX > WS-BOOKING-COUNT
                    IF WS-BOOK-LINE-NO = 0
                        MOVE "  (NOBODY BOOKED TODAY)" TO SIGNUP-LINE
                        WRITE SIGNUP-LINE
                    END-IF
                    MOVE SPACES TO SIGNUP-LINE
                    WRITE SIGNUP-LINE
                    MOVE SPACES TO SIGNUP-LINE
                    STRING "BOOKED " WS-ACTIVITY-BOOKED(WS-TABLE-INDEX)
                        " OF " ACTIVITY-CAPACITY(WS-TABLE-INDEX)
                        " PLACES -- "
                        WS-ACTIVITY-BUMPED(WS-TABLE-INDEX)
                        " BUMPED TO THEIR NEXT PICK THIS RUN"
                        DELIMITED BY SIZE
                        INTO SIGNUP-LINE
                    WRITE SIGNUP-LINE
                END-IF.

            WRITE-SIGNUP-HEADER.
                *> the page advance travels on an empty line of its
                *> own, the way STMT's pages do
                ADD 1 TO WS-SIGNUP-PAGES.
                IF WS-SIGNUP-PAGES > 1
                    MOVE SPACES TO SIGNUP-LINE
                    WRITE SIGNUP-LINE AFTER ADVANCING PAGE
                END-IF.
                MOVE SPACES TO SIGNUP-LINE.
                STRING "SIGN-UP SHEET -- "
                    DELIMITED BY SIZE
                    ACTIVITY-NAME(WS-TABLE-INDEX) DELIMITED BY "  "
                    " (" DELIMITED BY SIZE
                    ACTIVITY-ID(WS-TABLE-INDEX) DELIMITED BY SPACE
                    ")" DELIMITED BY SIZE
                    INTO SIGNUP-LINE.
                WRITE SIGNUP-LINE.
                MOVE SPACES TO SIGNUP-LINE.
                STRING "DATE " WS-RUN-DATE
                    "   PLACES " ACTIVITY-CAPACITY(WS-TABLE-INDEX)
                    DELIMITED BY SIZE
                    INTO SIGNUP-LINE.
                WRITE SIGNUP-LINE.
                MOVE ALL "=" TO SIGNUP-LINE.
                WRITE SIGNUP-LINE.

            WRITE-ONE-SIGNUP-LINE.
                IF WS-BOOK-ACT-INDEX(WS-BOOKING-INDEX) = WS-TABLE-INDEX
                    ADD 1 TO WS-BOOK-LINE-NO
                    MOVE SPACES TO SIGNUP-LINE
                    STRING "  " WS-BOOK-LINE-NO "  "
                        WS-BOOK-ID(WS-BOOKING-INDEX) "  "
                        WS-BOOK-NAME(WS-BOOKING-INDEX) "  "
                        WS-BOOK-TIME(WS-BOOKING-INDEX)
                        DELIMITED BY SIZE
                        INTO SIGNUP-LINE
                    WRITE SIGNUP-LINE
                END-IF.
