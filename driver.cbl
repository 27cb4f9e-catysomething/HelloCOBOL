            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. DRIVER.
            *> DRIVER runs the nightly chain back to back as one
            *> combined job, in one invocation. the steps come off
            *> the JOBSCHED.DAT control file, one line per step in
            *> the order they run:
            *>   program   the program CALLed
            *>   frequency DAILY, a weekday (MON TUE WED THU FRI) or
            *>             MONTHEND -- the last business day of the
            *>             month, holidays per PROCCAL.DAT counted
            *>   on fail   STOP ends the chain with the checkpoint
            *>             left before the step so a resubmission
            *>             retries it; WARN notes the failure and
            *>             carries on, and DRIVER ends RC 8; FLAG
            *>             carries on the same way but DRIVER ends
            *>             RC 16 -- RECON's out-of-balance night, which
            *>             must not read like a refused resubmission
            *>   ok rc     the highest return code that still counts
            *>             as finished (HRXTRACT's 8 for a date
            *>             already sent)
            *>   jobstat   Y when the program writes its own
            *>             job-status records, N for DRIVER to
            *>             bracket it
            *>   parms     what the program sees as its command line.
            *>             &BDATE is the business date, &WEEK1 the
            *>             Monday of its week, &MONTH1 the first of
            *>             its month -- "MOODRPT &MONTH1 &BDATE" is
            *>             the month to date
            *> a step that isn't due tonight is passed over with a
            *> logged message. with no JOBSCHED.DAT at all, DRIVER
            *> runs the standard chain: the morning greeting job
            *> (HELLO), the transaction edit (TRANEDIT), the activity
            *> picker (ARRAYS), the outbound HR interface extract
            *> (HRXTRACT) and the closing reconciliation (RECON).
            *> if the job dies partway through,
            *> CKPOINT.DAT records which step last finished, so
            *> resubmitting DRIVER picks up at the next step instead
            *> of redoing HELLO's greetings or ARRAYS' picks all over
            *> again.
            *> normal invocation is "DRIVER BATCH". HELLO, ARRAYS and
            *> HRXTRACT are given BATCH on their own parms, which is
            *> what steers ARRAYS into its unattended batch path
            *> instead of prompting at a console nobody is watching.
            *> before any step runs, DRIVER consults the processing
            *> calendar: holidays configured on PROCCAL.DAT and plain
            *> weekends are skipped with a logged message, and a
                SELECT RUN-ID-FILE ASSIGN TO "RUNID.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-RID-STATUS.
                *> the step list, one line per step in running order
                *> -- optional; no file means the standard chain
                SELECT JOB-SCHEDULE ASSIGN TO "JOBSCHED.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-SCHED-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  RUN-ID-FILE.
              01  RUN-ID-RECORD PIC X(11).

              FD  JOB-SCHEDULE.
              01  JOB-SCHEDULE-RECORD.
                  05 SCH-PROGRAM   PIC X(08).
                  05 FILLER        PIC X(01).
                  05 SCH-FREQUENCY PIC X(08).
                  05 FILLER        PIC X(01).
                  05 SCH-ON-FAIL   PIC X(04).
                  05 FILLER        PIC X(01).
                  05 SCH-OK-RC     PIC X(02).
                  05 FILLER        PIC X(01).
                  05 SCH-OWN-JSTAT PIC X(01).
                  05 FILLER        PIC X(01).
                  05 SCH-PARMS     PIC X(40).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-CKPT-STATUS PIC X(02).
              01 WS-JSTAT-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-JSTAT-EOF-YES VALUE 'Y'.
                 88 WS-JSTAT-EOF-NO VALUE 'N'.
              01 WS-SCHED-STATUS PIC X(02).
                 88 WS-SCHED-OK VALUE "00".
                 88 WS-SCHED-NOT-FOUND VALUE "35".
              01 WS-SCHED-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-SCHED-EOF-YES VALUE 'Y'.
                 88 WS-SCHED-EOF-NO VALUE 'N'.

              *> the step list in running order, off JOBSCHED.DAT or
              *> the standard chain below when there is no file
              01 WS-STEP-COUNT PIC 9(02) COMP VALUE ZERO.
              01 WS-STEP-TABLE.
                 05 WS-STEP-ENTRY OCCURS 1 TO 30 TIMES
                    DEPENDING ON WS-STEP-COUNT.
                    10 WS-STEP-PROGRAM   PIC X(08).
                    10 WS-STEP-FREQUENCY PIC X(08).
                    10 WS-STEP-ON-FAIL   PIC X(04).
                    10 WS-STEP-OK-RC     PIC 9(02).
                    10 WS-STEP-OWN-JSTAT PIC X(01).
                    10 WS-STEP-PARMS     PIC X(40).
              01 WS-STEP-INDEX PIC 9(02) COMP.
              01 WS-SEARCH-INDEX PIC 9(02) COMP.
              *> set when the step list can't be trusted -- nothing
              *> runs off a half-understood schedule
              01 WS-SCHED-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-SCHED-BAD VALUE 'Y'.
                 88 WS-SCHED-GOOD VALUE 'N'.
              *> the standard chain, laid out as JOBSCHED.DAT lines
              01 WS-STANDARD-CHAIN.
                 05 FILLER PIC X(68) VALUE
                    "HELLO    DAILY    STOP 00 Y BATCH".
                 05 FILLER PIC X(68) VALUE
                    "TRANEDIT DAILY    STOP 00 N BATCH".
                 05 FILLER PIC X(68) VALUE
                    "ARRAYS   DAILY    STOP 00 Y BATCH".
                 05 FILLER PIC X(68) VALUE
                    "HRXTRACT DAILY    STOP 08 Y BATCH".
                 05 FILLER PIC X(68) VALUE
                    "RECON    DAILY    FLAG 00 N".
              01 WS-STANDARD-TABLE REDEFINES WS-STANDARD-CHAIN.
                 05 WS-STANDARD-LINE PIC X(68) OCCURS 5 TIMES.
              01 WS-WEEKDAY-NAMES PIC X(15) VALUE "MONTUEWEDTHUFRI".
              01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
                 05 WS-WEEKDAY-NAME PIC X(03) OCCURS 5 TIMES.

              *> the step in hand: due tonight or not, what it was
              *> handed, what it gave back
              01 WS-DUE-SWITCH PIC X(01).
                 88 WS-STEP-DUE VALUE 'Y'.
                 88 WS-STEP-NOT-DUE VALUE 'N'.
              01 WS-STEP-RC PIC S9(04).
              01 WS-SHOW-RC PIC 9(04).
              01 WS-CALL-PARMS PIC X(40).
              01 WS-PARM-TABLE.
                 05 WS-PARM-TOKEN PIC X(20) OCCURS 4 TIMES.
              01 WS-PARM-INDEX PIC 9(01) COMP.
              *> set when a WARN step failed -- the chain ran on and
              *> DRIVER ends RC 8 so somebody looks
              01 WS-WARN-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-STEP-WARNED VALUE 'Y'.
              *> set when a FLAG step failed -- the chain ran on, but
              *> DRIVER ends RC 16
              01 WS-FLAG-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-STEP-FLAGGED VALUE 'Y'.
              *> the dates the &-parameters stand for
              01 WS-WEEK-START-TEXT PIC X(08).
              01 WS-MONTH-START-TEXT PIC X(08).
              *> the month-end test walks the rest of the month
              *> looking for another business day
              01 WS-MONTH-END-SWITCH PIC X(01).
                 88 WS-IS-MONTH-END VALUE 'Y'.
                 88 WS-NOT-MONTH-END VALUE 'N'.

              *> what the calendar consult decided about tonight:
              *> run, skip the non-processing day, or refuse the
                    IF WS-CKPT-STEP = "ALL-DONE"
                        PERFORM RESET-CHECKPOINT
                    END-IF
                    PERFORM LOAD-JOB-SCHEDULE
                    IF WS-SCHED-GOOD
                        PERFORM SET-PARM-DATES
                        PERFORM FIND-RESUME-STEP
                    ELSE
                        SET WS-STEP-FAILED TO TRUE
                    END-IF
                    *> keep advancing through whatever steps remain --
                    *> a clean run falls straight through all of
                    *> them in one invocation; a restart after a
                    *> crash resumes at whichever step the checkpoint
                    *> says is next
                    PERFORM RUN-NEXT-STEP
                        *> a resubmission gets refused
                        PERFORM RECORD-RUN-COMPLETE
                    END-IF
                    IF WS-STEP-FAILED OR WS-STEP-FLAGGED
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        IF WS-STEP-WARNED
                            MOVE 8 TO RETURN-CODE
                        ELSE
                            MOVE ZERO TO RETURN-CODE
                        END-IF
                    END-IF
                ELSE
                    IF WS-GUARD-DUPLICATE
                END-READ.

            NOTE-ONE-RUN-DATE.
                *> only a COMPLETE night counts -- one RUNBACK has
                *> marked BACKOUT left nothing behind, so it is
                *> allowed to run again
                IF RUNH-TEXT = "COMPLETE"
                    IF RUNH-DATE = WS-BUSINESS-DATE
                        SET WS-BDATE-DONE TO TRUE
                    END-IF
                    IF RUNH-DATE IS NUMERIC
                        AND RUNH-DATE > WS-LAST-RUN-DATE
                        MOVE RUNH-DATE TO WS-LAST-RUN-DATE
                    END-IF
                END-IF.
                PERFORM READ-RUN-HISTORY-RECORD.

                WRITE RUN-HISTORY-RECORD.
                CLOSE RUN-HISTORY-FILE.

            LOAD-JOB-SCHEDULE.
                *> the step list off JOBSCHED.DAT, every line checked
                *> before anything runs -- a bad line stops the night
                *> before the first step rather than halfway through.
                *> lines starting with an asterisk are comments
                MOVE ZERO TO WS-STEP-COUNT.
                SET WS-SCHED-GOOD TO TRUE.
                OPEN INPUT JOB-SCHEDULE.
                IF WS-SCHED-OK
                    SET WS-SCHED-EOF-NO TO TRUE
                    PERFORM READ-SCHEDULE-RECORD
                    PERFORM ADD-SCHEDULE-ENTRY
                        UNTIL WS-SCHED-EOF-YES OR WS-SCHED-BAD
                    CLOSE JOB-SCHEDULE
                    IF WS-STEP-COUNT = 0 AND WS-SCHED-GOOD
                        DISPLAY "DRIVER: JOBSCHED.DAT lists no steps "
                            "-- nothing to run."
                        SET WS-SCHED-BAD TO TRUE
                    END-IF
                ELSE
                    DISPLAY "DRIVER: no JOBSCHED.DAT -- running the "
                        "standard chain."
                    PERFORM ADD-STANDARD-ENTRY
                        VARYING WS-SEARCH-INDEX FROM 1 BY 1
                        UNTIL WS-SEARCH-INDEX > 5
                END-IF.

            READ-SCHEDULE-RECORD.
                READ JOB-SCHEDULE
                    AT END
                        SET WS-SCHED-EOF-YES TO TRUE
                END-READ.

            ADD-STANDARD-ENTRY.
                MOVE WS-STANDARD-LINE(WS-SEARCH-INDEX)
                    TO JOB-SCHEDULE-RECORD.
                PERFORM KEEP-SCHEDULE-ENTRY.

            ADD-SCHEDULE-ENTRY.
                IF JOB-SCHEDULE-RECORD NOT = SPACES
                    AND JOB-SCHEDULE-RECORD(1:1) NOT = "*"
                    PERFORM CHECK-SCHEDULE-ENTRY
                    IF WS-SCHED-GOOD
                        PERFORM KEEP-SCHEDULE-ENTRY
                    ELSE
                        DISPLAY "DRIVER: JOBSCHED.DAT line refused: "
                            JOB-SCHEDULE-RECORD
                    END-IF
                END-IF.
                PERFORM READ-SCHEDULE-RECORD.

            CHECK-SCHEDULE-ENTRY.
                *> one complaint per line is enough to stop the night
                IF SCH-PROGRAM = SPACES
                    DISPLAY "DRIVER: schedule line has no program."
                    SET WS-SCHED-BAD TO TRUE
                END-IF.
                IF WS-SCHED-GOOD
                    AND SCH-FREQUENCY NOT = "DAILY"
                    AND SCH-FREQUENCY NOT = "MONTHEND"
                    AND SCH-FREQUENCY NOT = "MON"
                    AND SCH-FREQUENCY NOT = "TUE"
                    AND SCH-FREQUENCY NOT = "WED"
                    AND SCH-FREQUENCY NOT = "THU"
                    AND SCH-FREQUENCY NOT = "FRI"
                    DISPLAY "DRIVER: frequency must be DAILY, MON to "
                        "FRI or MONTHEND."
                    SET WS-SCHED-BAD TO TRUE
                END-IF.
                IF WS-SCHED-GOOD
                    AND SCH-ON-FAIL NOT = "STOP"
                    AND SCH-ON-FAIL NOT = "WARN"
                    AND SCH-ON-FAIL NOT = "FLAG"
                    DISPLAY "DRIVER: on-failure action must be STOP, "
                        "WARN or FLAG."
                    SET WS-SCHED-BAD TO TRUE
                END-IF.
                IF WS-SCHED-GOOD AND SCH-OK-RC IS NOT NUMERIC
                    DISPLAY "DRIVER: accepted return code must be "
                        "two digits."
                    SET WS-SCHED-BAD TO TRUE
                END-IF.
                IF WS-SCHED-GOOD
                    AND SCH-OWN-JSTAT NOT = "Y"
                    AND SCH-OWN-JSTAT NOT = "N"
                    DISPLAY "DRIVER: job-status flag must be Y or N."
                    SET WS-SCHED-BAD TO TRUE
                END-IF.
                IF WS-SCHED-GOOD AND WS-STEP-COUNT = 30
                    DISPLAY "DRIVER: more than 30 steps scheduled."
                    SET WS-SCHED-BAD TO TRUE
                END-IF.
                IF WS-SCHED-GOOD
                    *> the checkpoint names a step by its program, so
                    *> a program can only be scheduled once a night
                    PERFORM CHECK-DUPLICATE-STEP
                        VARYING WS-SEARCH-INDEX FROM 1 BY 1
                        UNTIL WS-SEARCH-INDEX > WS-STEP-COUNT
                END-IF.

            CHECK-DUPLICATE-STEP.
                IF WS-SCHED-GOOD
                    AND WS-STEP-PROGRAM(WS-SEARCH-INDEX) = SCH-PROGRAM
                    DISPLAY "DRIVER: " SCH-PROGRAM " is scheduled "
                        "twice."
                    SET WS-SCHED-BAD TO TRUE
                END-IF.

            KEEP-SCHEDULE-ENTRY.
                ADD 1 TO WS-STEP-COUNT.
                MOVE SCH-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT).
                MOVE SCH-FREQUENCY TO WS-STEP-FREQUENCY(WS-STEP-COUNT).
                MOVE SCH-ON-FAIL TO WS-STEP-ON-FAIL(WS-STEP-COUNT).
                MOVE SCH-OK-RC TO WS-STEP-OK-RC(WS-STEP-COUNT).
                MOVE SCH-OWN-JSTAT TO WS-STEP-OWN-JSTAT(WS-STEP-COUNT).
                MOVE SCH-PARMS TO WS-STEP-PARMS(WS-STEP-COUNT).

            SET-PARM-DATES.
                *> the Monday of the business date's week and the
                *> first of its month, for &WEEK1 and &MONTH1 --
                *> WS-BDATE-DAYS is still the business date's from
                *> the calendar consult
                COMPUTE WS-DAY-OF-WEEK =
                    FUNCTION MOD(WS-BDATE-DAYS, 7).
                COMPUTE WS-WALK-DAYS =
                    WS-BDATE-DAYS - WS-DAY-OF-WEEK + 1.
                COMPUTE WS-WALK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WALK-DAYS).
                MOVE WS-WALK-DATE TO WS-WEEK-START-TEXT.
                MOVE WS-BUSINESS-DATE TO WS-MONTH-START-TEXT.
                MOVE "01" TO WS-MONTH-START-TEXT(7:2).
                PERFORM CHECK-MONTH-END.

            CHECK-MONTH-END.
                *> the business date is the month-end business day
                *> when no later day of the same month is a weekday
                *> off the holiday list
                SET WS-IS-MONTH-END TO TRUE.
                COMPUTE WS-WALK-DAYS = WS-BDATE-DAYS + 1.
                COMPUTE WS-WALK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WALK-DAYS).
                MOVE WS-WALK-DATE TO WS-WALK-TEXT.
                PERFORM CHECK-ONE-LATER-DAY
                    UNTIL WS-WALK-TEXT(1:6) NOT = WS-BUSINESS-DATE(1:6)
                    OR WS-NOT-MONTH-END.

            CHECK-ONE-LATER-DAY.
                COMPUTE WS-DAY-OF-WEEK =
                    FUNCTION MOD(WS-WALK-DAYS, 7).
                IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
                    PERFORM CHECK-HOLIDAY
                    IF WS-NOT-HOLIDAY
                        SET WS-NOT-MONTH-END TO TRUE
                    END-IF
                END-IF.
                ADD 1 TO WS-WALK-DAYS.
                COMPUTE WS-WALK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WALK-DAYS).
                MOVE WS-WALK-DATE TO WS-WALK-TEXT.

            FIND-RESUME-STEP.
                *> the checkpoint names the program of the step that
                *> last finished, which makes the step after it the
                *> one to run now. a checkpoint left by the fixed
                *> chain before the step list existed still resumes
                *> where it meant to
                MOVE 1 TO WS-STEP-INDEX.
                IF WS-CKPT-STEP = "HELLO-DONE"
                    MOVE "HELLO" TO WS-CKPT-STEP
                END-IF.
                IF WS-CKPT-STEP = "EDIT-DONE"
                    MOVE "TRANEDIT" TO WS-CKPT-STEP
                END-IF.
                IF WS-CKPT-STEP = "PICK-DONE"
                    MOVE "ARRAYS" TO WS-CKPT-STEP
                END-IF.
                IF WS-CKPT-STEP = "HRX-DONE"
                    MOVE "HRXTRACT" TO WS-CKPT-STEP
                END-IF.
                IF WS-CKPT-STEP NOT = SPACES
                    MOVE ZERO TO WS-STEP-INDEX
                    PERFORM MATCH-RESUME-STEP
                        VARYING WS-SEARCH-INDEX FROM 1 BY 1
                        UNTIL WS-SEARCH-INDEX > WS-STEP-COUNT
                    IF WS-STEP-INDEX = 0
                        DISPLAY "DRIVER: the checkpoint says "
                            WS-CKPT-STEP " finished last, but it is "
                            "not on the step list -- fix JOBSCHED.DAT "
                            "or CKPOINT.DAT before resubmitting."
                        SET WS-STEP-FAILED TO TRUE
                    ELSE
                        DISPLAY "DRIVER: restart -- resuming after "
                            "the " WS-CKPT-STEP " step"
                    END-IF
                END-IF.

            MATCH-RESUME-STEP.
                IF WS-STEP-INDEX = 0
                    AND WS-STEP-PROGRAM(WS-SEARCH-INDEX)
                        = WS-CKPT-STEP
                    COMPUTE WS-STEP-INDEX = WS-SEARCH-INDEX + 1
                END-IF.

            RUN-NEXT-STEP.
                *> one step of the list per pass: run it if it is due
                *> tonight, pass over it if not, and mark the night
                *> done once the list runs out
                IF WS-STEP-INDEX > WS-STEP-COUNT
                    MOVE "ALL-DONE" TO WS-CKPT-STEP
                    PERFORM WRITE-CHECKPOINT
                ELSE
                    PERFORM CHECK-STEP-DUE
                    IF WS-STEP-DUE
                        PERFORM RUN-SCHEDULED-STEP
                    ELSE
                        DISPLAY "DRIVER: "
                            WS-STEP-PROGRAM(WS-STEP-INDEX)
                            " not due tonight ("
                            WS-STEP-FREQUENCY(WS-STEP-INDEX)
                            ") -- passed over"
                        PERFORM STEP-FINISHED
                    END-IF
                END-IF.

            CHECK-STEP-DUE.
                *> the guard has already turned weekends and holidays
                *> away, so DAILY is every night the chain runs at all
                SET WS-STEP-NOT-DUE TO TRUE.
                IF WS-STEP-FREQUENCY(WS-STEP-INDEX) = "DAILY"
                    SET WS-STEP-DUE TO TRUE
                END-IF.
                IF WS-STEP-FREQUENCY(WS-STEP-INDEX) = "MONTHEND"
                    AND WS-IS-MONTH-END
                    SET WS-STEP-DUE TO TRUE
                END-IF.
                COMPUTE WS-DAY-OF-WEEK =
                    FUNCTION MOD(WS-BDATE-DAYS, 7).
                IF WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
                    IF WS-STEP-FREQUENCY(WS-STEP-INDEX)
                        = WS-WEEKDAY-NAME(WS-DAY-OF-WEEK)
                        SET WS-STEP-DUE TO TRUE
                    END-IF
                END-IF.

            RUN-SCHEDULED-STEP.
                *> hand the step its parms as its command line, CALL
                *> it, and bracket it on the job-status trail unless
                *> it writes its own. a program that can't be found
                *> counts as a return code of 16
                PERFORM BUILD-CALL-PARMS.
                DISPLAY "DRIVER: running "
                    WS-STEP-PROGRAM(WS-STEP-INDEX) " step".
                IF WS-STEP-OWN-JSTAT(WS-STEP-INDEX) = "N"
                    MOVE WS-STEP-PROGRAM(WS-STEP-INDEX) TO JS-PROGRAM
                    MOVE ZERO TO JS-RECORDS
                    MOVE ZERO TO JS-RETCODE
                    PERFORM WRITE-JOB-START
                END-IF.
                DISPLAY WS-CALL-PARMS UPON COMMAND-LINE.
                MOVE ZERO TO RETURN-CODE.
                CALL WS-STEP-PROGRAM(WS-STEP-INDEX)
                    ON EXCEPTION
                        DISPLAY "DRIVER: program "
                            WS-STEP-PROGRAM(WS-STEP-INDEX)
                            " could not be loaded"
                        MOVE 16 TO RETURN-CODE
                END-CALL.
                MOVE RETURN-CODE TO WS-STEP-RC.
                IF WS-STEP-OWN-JSTAT(WS-STEP-INDEX) = "N"
                    MOVE WS-STEP-PROGRAM(WS-STEP-INDEX) TO JS-PROGRAM
                    MOVE ZERO TO JS-RECORDS
                    MOVE WS-STEP-RC TO JS-RETCODE
                    PERFORM WRITE-JOB-END
                END-IF.
                MOVE WS-STEP-RC TO WS-SHOW-RC.
                IF WS-STEP-RC <= WS-STEP-OK-RC(WS-STEP-INDEX)
                    IF WS-STEP-RC NOT = 0
                        DISPLAY "DRIVER: "
                            WS-STEP-PROGRAM(WS-STEP-INDEX)
                            " ended with return code " WS-SHOW-RC
                            ", accepted for this step -- carrying on"
                    END-IF
                    PERFORM STEP-FINISHED
                ELSE
                    IF WS-STEP-ON-FAIL(WS-STEP-INDEX) = "WARN"
                        *> a report: a retry can't fix what it
                        *> found, so the checkpoint moves on and the
                        *> night ends with a warning instead
                        DISPLAY "DRIVER: "
                            WS-STEP-PROGRAM(WS-STEP-INDEX)
                            " step failed (return code " WS-SHOW-RC
                            ") -- warning only, the chain carries on"
                        SET WS-STEP-WARNED TO TRUE
                        PERFORM STEP-FINISHED
                    ELSE
                        IF WS-STEP-ON-FAIL(WS-STEP-INDEX) = "FLAG"
                            *> a reconciliation: RECON rolls its
                            *> baseline forward as it runs, so a retry
                            *> would stay out of balance for ever --
                            *> the checkpoint moves on, but the night
                            *> ends RC 16 so the operator looks before
                            *> anyone consumes the outputs
                            DISPLAY "DRIVER: "
                                WS-STEP-PROGRAM(WS-STEP-INDEX)
                                " step failed (return code "
                                WS-SHOW-RC ") -- the chain carries "
                                "on, the run ends flagged for the "
                                "operator"
                            SET WS-STEP-FLAGGED TO TRUE
                            PERFORM STEP-FINISHED
                        ELSE
                            DISPLAY "DRIVER: "
                                WS-STEP-PROGRAM(WS-STEP-INDEX)
                                " step failed (return code "
                                WS-SHOW-RC "), leaving the checkpoint "
                                "where it was for a retry"
                            SET WS-STEP-FAILED TO TRUE
                        END-IF
                    END-IF
                END-IF.

            BUILD-CALL-PARMS.
                *> swap the &-parameters for tonight's dates
                MOVE SPACES TO WS-PARM-TABLE.
                UNSTRING WS-STEP-PARMS(WS-STEP-INDEX)
                    DELIMITED BY ALL " "
                    INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                        WS-PARM-TOKEN(3) WS-PARM-TOKEN(4).
                PERFORM RESOLVE-ONE-PARM
                    VARYING WS-PARM-INDEX FROM 1 BY 1
                    UNTIL WS-PARM-INDEX > 4.
                MOVE SPACES TO WS-CALL-PARMS.
                STRING WS-PARM-TOKEN(1) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    WS-PARM-TOKEN(2) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    WS-PARM-TOKEN(3) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    WS-PARM-TOKEN(4) DELIMITED BY SPACE
                    INTO WS-CALL-PARMS.

            RESOLVE-ONE-PARM.
                IF WS-PARM-TOKEN(WS-PARM-INDEX) = "&BDATE"
                    MOVE WS-BUSINESS-DATE
                        TO WS-PARM-TOKEN(WS-PARM-INDEX)
                END-IF.
                IF WS-PARM-TOKEN(WS-PARM-INDEX) = "&WEEK1"
                    MOVE WS-WEEK-START-TEXT
                        TO WS-PARM-TOKEN(WS-PARM-INDEX)
                END-IF.
                IF WS-PARM-TOKEN(WS-PARM-INDEX) = "&MONTH1"
                    MOVE WS-MONTH-START-TEXT
                        TO WS-PARM-TOKEN(WS-PARM-INDEX)
                END-IF.

            STEP-FINISHED.
                *> the step is behind us -- checkpoint it by program
                *> so a restart starts after it
                MOVE WS-STEP-PROGRAM(WS-STEP-INDEX) TO WS-CKPT-STEP.
                PERFORM WRITE-CHECKPOINT.
                ADD 1 TO WS-STEP-INDEX.

            WRITE-JOB-START.
                *> caller sets JS-PROGRAM/JS-RECORDS/JS-RETCODE --
                *> DRIVER writes status for more than one program, so
