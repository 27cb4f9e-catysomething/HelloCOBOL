            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. INTEGCHK.
            *> INTEGCHK is the weekly cross-file referential integrity
            *> sweep. the system's files point at each other by key --
            *> PERSON-IDs off the master, activity IDs and activity
            *> names off the catalog -- and nothing else ever checks
            *> that those pointers still resolve: an override for a
            *> person NAMEMNT deleted, an ACTADJ.DAT factor keyed on
            *> an activity name that was reworded in the catalog, an
            *> outcome for an ID nobody has any more. each of those
            *> fails quietly (the override never applies, the factor
            *> never lands, the outcome counts toward nobody), and
            *> the first anyone hears of it is a weird pick.
            *> INTEGCHK reads NAMEFILE.DAT and ACTFILE.DAT as the two
            *> masters, then sweeps OVERFILE.DAT, ACTADJ.DAT,
            *> OUTCOMES.DAT, FDBKFILE.DAT, TRANFILE.DAT and the live
            *> SELHIST.DAT and MOODHIST.DAT against them, and prints
            *> every orphan or dangling reference grouped by file and
            *> rule, with a count per rule. it changes nothing -- the
            *> fix for each finding is a NAMEMNT, ACTMNT or OVRMNT
            *> transaction, not a file edit.
            *> RETURN-CODE is 8 when anything was found, so a Monday
            *> schedule can flag the run; 16 when a master is missing
            *> and nothing could be checked.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> the keyed person master -- swept once in key order
                *> for its own rules, then each other file's
                *> PERSON-IDs are one keyed READ away
                SELECT PERSON-MASTER ASSIGN TO "NAMEFILE.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE DYNAMIC
                    RECORD KEY PERSON-ID
                    ALTERNATE RECORD KEY PERSON-NAME
                        WITH DUPLICATES
                    FILE STATUS IS WS-MASTER-STATUS.
                *> one catalog record per activity: ID, description,
                *> category, base weight, active flag, effective
                *> dates, daily capacity
                SELECT ACTIVITY-FILE ASSIGN TO "ACTFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACT-STATUS.
                *> per-person NEVER/PREFER overrides
                SELECT OVERRIDE-FILE ASSIGN TO "OVERFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVR-STATUS.
                *> per-activity effectiveness factors off EFFADJ
                SELECT ADJUST-FILE ASSIGN TO "ACTADJ.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ADJ-STATUS.
                *> settled DONE/SKIPPED outcomes off FEEDBK
                SELECT OUTCOMES-FILE ASSIGN TO "OUTCOMES.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OUT-STATUS.
                *> the day's raw DONE/SKIPPED feedback
                SELECT FEEDBACK-FILE ASSIGN TO "FDBKFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-FDBK-STATUS.
                *> the edited batch transactions TRANEDIT hands ARRAYS
                SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-TRAN-STATUS.
                *> the live pick history, primaries and alternates
                SELECT SELECTION-HISTORY ASSIGN TO "SELHIST.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-HIST-STATUS.
                *> the live mood observations
                SELECT MOOD-HISTORY ASSIGN TO "MOODHIST.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-MOOD-HIST-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  PERSON-MASTER.
              COPY PERSONMS.

              FD  ACTIVITY-FILE.
              01  ACTIVITY-FILE-RECORD.
                  05 ACT-FILE-ID       PIC X(04).
                  05 ACT-FILE-DESC     PIC X(30).
                  05 ACT-FILE-CATEGORY PIC X(07).
                  05 ACT-FILE-WEIGHT   PIC X(03).
                  05 ACT-FILE-ACTIVE   PIC X(01).
                  05 ACT-FILE-EFF-FROM PIC X(08).
                  05 ACT-FILE-EFF-TO   PIC X(08).
                  05 ACT-FILE-CAPACITY PIC X(03).

              FD  OVERRIDE-FILE.
              COPY OVERRIDE.

              FD  ADJUST-FILE.
              *> same columns EFFADJ writes
              01  ADJUST-RECORD.
                  05 ADJ-ACTIVITY PIC X(30).
                  05 FILLER       PIC X(01).
                  05 ADJ-FACTOR   PIC X(03).
                  05 FILLER       PIC X(01).
                  05 ADJ-DONE     PIC X(06).
                  05 FILLER       PIC X(01).
                  05 ADJ-SKIPPED  PIC X(06).

              FD  OUTCOMES-FILE.
              *> same columns FEEDBK writes
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

              FD  FEEDBACK-FILE.
              01  FEEDBACK-RECORD.
                  05 FB-PERSON-ID PIC X(05).
                  05 FILLER       PIC X(01).
                  05 FB-DATE      PIC X(08).
                  05 FILLER       PIC X(01).
                  05 FB-OUTCOME   PIC X(07).
                  05 FILLER       PIC X(01).
                  05 FB-RANK      PIC X(04).

              FD  TRANSACTION-FILE.
              01  TRANSACTION-RECORD.
                  05 TRAN-PERSON-ID PIC X(05).
                  05 TRAN-NAME      PIC X(10).
                  05 TRAN-SCORES    PIC X(09).
                  05 TRAN-BUS-DATE  PIC X(08).

              FD  SELECTION-HISTORY.
              01  HISTORY-RECORD PIC X(80).

              FD  MOOD-HISTORY.
              01  MOOD-HISTORY-RECORD PIC X(46).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-MASTER-STATUS PIC X(02).
                 88 WS-MASTER-OK VALUE "00".
                 88 WS-MASTER-NOT-FOUND VALUE "35".
              01 WS-ACT-STATUS PIC X(02).
                 88 WS-ACT-FOUND VALUE "00".
                 88 WS-ACT-NOT-FOUND VALUE "35".
              01 WS-OVR-STATUS PIC X(02).
                 88 WS-OVR-NOT-FOUND VALUE "35".
              01 WS-ADJ-STATUS PIC X(02).
                 88 WS-ADJ-NOT-FOUND VALUE "35".
              01 WS-OUT-STATUS PIC X(02).
                 88 WS-OUT-NOT-FOUND VALUE "35".
              01 WS-FDBK-STATUS PIC X(02).
                 88 WS-FDBK-NOT-FOUND VALUE "35".
              01 WS-TRAN-STATUS PIC X(02).
                 88 WS-TRAN-NOT-FOUND VALUE "35".
              01 WS-HIST-STATUS PIC X(02).
                 88 WS-HIST-NOT-FOUND VALUE "35".
              01 WS-MOOD-HIST-STATUS PIC X(02).
                 88 WS-MOOD-HIST-NOT-FOUND VALUE "35".
              *> the mood-observation layout lives in the MOODHIST
              *> copybook so INTEGCHK reads back exactly what ARRAYS
              *> writes
              COPY MOODHIST.
              *> set when this run can't go on (a master is missing,
              *> so there is nothing to check the pointers against)
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.

              *> the catalog, loaded once so every activity ID and
              *> activity name in the other files can be checked
              *> against it -- retired entries are kept, so a pointer
              *> at a retired activity is told apart from one at no
              *> activity at all
              01 WS-CAT-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-CATALOG-TABLE.
                 05 WS-CAT-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-CAT-COUNT.
                    10 WS-CAT-ID     PIC X(04).
                    10 WS-CAT-DESC   PIC X(30).
                    10 WS-CAT-ACTIVE PIC X(01).
              *> set when more than 50 catalog entries turn up -- the
              *> same cap ACTMNT keeps, so it means a hand edit
              01 WS-CAT-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-CAT-OVERFLOWED VALUE 'Y'.
              *> which catalog entry a lookup landed on, 0 for none
              01 WS-CAT-INDEX PIC 9(03) COMP.
              01 WS-SEARCH-INDEX PIC 9(03) COMP.
              01 WS-LOOK-ACT-ID PIC X(04).
              01 WS-LOOK-ACT-NAME PIC X(30).

              *> outcome of the keyed person lookup in hand
              01 WS-PERSON-SWITCH PIC X(01).
                 88 WS-PERSON-ON-MASTER VALUE 'Y'.
                 88 WS-PERSON-NOT-ON-MASTER VALUE 'N'.
              01 WS-LOOK-PERSON-ID PIC X(05).

              *> the rules, one row each, in the order the files are
              *> swept -- so printing them in row order groups the
              *> findings by file and then by rule
              01 WS-RULE-COUNT PIC 9(02) COMP VALUE 17.
              01 WS-RULE-TABLE.
                 05 WS-RULE-ENTRY OCCURS 17 TIMES.
                    10 WS-RULE-FILE PIC X(12).
                    10 WS-RULE-TEXT PIC X(32).
                    10 WS-RULE-HITS PIC 9(06).
              01 WS-RULE-INDEX PIC 9(02) COMP.
              *> which rule the finding in hand broke, and the record
              *> (or key) it broke it on
              01 WS-HIT-RULE PIC 9(02) COMP.
              01 WS-HIT-DETAIL PIC X(66).

              *> every finding, held so the report can group them by
              *> rule -- past the cap the counts stay exact and the
              *> report says how many lines it could not list
              01 WS-FIND-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-FIND-TABLE.
                 05 WS-FIND-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-FIND-COUNT.
                    10 WS-FIND-RULE   PIC 9(02) COMP.
                    10 WS-FIND-DETAIL PIC X(66).
              01 WS-FIND-INDEX PIC 9(03) COMP.
              01 WS-UNLISTED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-TOTAL-HITS PIC 9(06) VALUE ZERO.
              01 WS-LAST-FILE PIC X(12).

              *> one history line breaks down into these tokens, the
              *> same way DEPTRPT takes it apart
              01 WS-TOK-DATE PIC X(08).
              01 WS-TOK-TIME PIC X(08).
              01 WS-TOK-ID   PIC X(05).
              01 WS-TOK-NAME PIC X(20).
              01 WS-TOK-REST PIC X(50).
              01 WS-TOK-ACTIVITY PIC X(30).
              01 WS-UNSTRING-PTR PIC 9(03) COMP.

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> load the two masters, sweep every pointing file
                *> against them, then print the findings by rule
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM DEFINE-RULES.
                OPEN INPUT PERSON-MASTER.
                IF NOT WS-MASTER-OK
                    DISPLAY "INTEGCHK: person master not available "
                        "-- nothing to check PERSON-IDs against, "
                        "giving up on this run."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM LOAD-CATALOG
                    IF WS-NOT-ABORTED
                        PERFORM SWEEP-PERSON-MASTER
                        PERFORM SWEEP-OVERRIDES
                        PERFORM SWEEP-ADJUSTMENTS
                        PERFORM SWEEP-OUTCOMES
                        PERFORM SWEEP-FEEDBACK
                        PERFORM SWEEP-TRANSACTIONS
                        PERFORM SWEEP-SELECTION-HISTORY
                        PERFORM SWEEP-MOOD-HISTORY
                        PERFORM PRINT-REPORT
                    END-IF
                    CLOSE PERSON-MASTER
                END-IF.
                *> end our program
                GOBACK.

            DEFINE-RULES.
                *> rule rows in sweep order -- the report prints them
                *> in this order, so keep each file's rules together
                MOVE "NAMEFILE.DAT" TO WS-RULE-FILE(1).
                MOVE "STATUS NOT A OR I" TO WS-RULE-TEXT(1).
                MOVE "NAMEFILE.DAT" TO WS-RULE-FILE(2).
                MOVE "NO DEPARTMENT" TO WS-RULE-TEXT(2).
                MOVE "ACTFILE.DAT" TO WS-RULE-FILE(3).
                MOVE "DUPLICATE ACTIVITY-ID" TO WS-RULE-TEXT(3).
                MOVE "ACTFILE.DAT" TO WS-RULE-FILE(4).
                MOVE "DUPLICATE DESCRIPTION" TO WS-RULE-TEXT(4).
                MOVE "OVERFILE.DAT" TO WS-RULE-FILE(5).
                MOVE "PERSON-ID NOT ON MASTER" TO WS-RULE-TEXT(5).
                MOVE "OVERFILE.DAT" TO WS-RULE-FILE(6).
                MOVE "ACTIVITY-ID NOT ON CATALOG"
                    TO WS-RULE-TEXT(6).
                MOVE "OVERFILE.DAT" TO WS-RULE-FILE(7).
                MOVE "ACTIVITY RETIRED ON CATALOG"
                    TO WS-RULE-TEXT(7).
                MOVE "OVERFILE.DAT" TO WS-RULE-FILE(8).
                MOVE "TYPE NOT NEVER/PREFER" TO WS-RULE-TEXT(8).
                MOVE "OVERFILE.DAT" TO WS-RULE-FILE(9).
                MOVE "EFFECTIVE DATES NOT VALID" TO WS-RULE-TEXT(9).
                MOVE "ACTADJ.DAT" TO WS-RULE-FILE(10).
                MOVE "ACTIVITY NAME NOT ON CATALOG"
                    TO WS-RULE-TEXT(10).
                MOVE "OUTCOMES.DAT" TO WS-RULE-FILE(11).
                MOVE "PERSON-ID NOT ON MASTER" TO WS-RULE-TEXT(11).
                MOVE "FDBKFILE.DAT" TO WS-RULE-FILE(12).
                MOVE "PERSON-ID NOT ON MASTER" TO WS-RULE-TEXT(12).
                MOVE "TRANFILE.DAT" TO WS-RULE-FILE(13).
                MOVE "PERSON-ID NOT ON MASTER" TO WS-RULE-TEXT(13).
                MOVE "TRANFILE.DAT" TO WS-RULE-FILE(14).
                MOVE "PERSON INACTIVE ON MASTER" TO WS-RULE-TEXT(14).
                MOVE "SELHIST.DAT" TO WS-RULE-FILE(15).
                MOVE "PERSON-ID NOT ON MASTER" TO WS-RULE-TEXT(15).
                MOVE "SELHIST.DAT" TO WS-RULE-FILE(16).
                MOVE "ACTIVITY NAME NOT ON CATALOG"
                    TO WS-RULE-TEXT(16).
                MOVE "MOODHIST.DAT" TO WS-RULE-FILE(17).
                MOVE "PERSON-ID NOT ON MASTER" TO WS-RULE-TEXT(17).
                PERFORM CLEAR-RULE-HITS
                    VARYING WS-RULE-INDEX FROM 1 BY 1
                    UNTIL WS-RULE-INDEX > WS-RULE-COUNT.

            CLEAR-RULE-HITS.
                MOVE ZERO TO WS-RULE-HITS(WS-RULE-INDEX).

            RECORD-FINDING.
                *> count the finding against its rule, and hold the
                *> detail for the report while there's room
                ADD 1 TO WS-RULE-HITS(WS-HIT-RULE).
                ADD 1 TO WS-TOTAL-HITS.
                IF WS-FIND-COUNT < 500
                    ADD 1 TO WS-FIND-COUNT
                    MOVE WS-HIT-RULE TO WS-FIND-RULE(WS-FIND-COUNT)
                    MOVE WS-HIT-DETAIL
                        TO WS-FIND-DETAIL(WS-FIND-COUNT)
                ELSE
                    ADD 1 TO WS-UNLISTED-COUNT
                END-IF.

            LOAD-CATALOG.
                *> pull the whole catalog into the table, checking
                *> the two catalog keys for duplicates on the way in
                *> -- ACTADJ.DAT and SELHIST.DAT key on the
                *> description, so a duplicate one is as ambiguous as
                *> a duplicate ID
                MOVE ZERO TO WS-CAT-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT ACTIVITY-FILE.
                IF WS-ACT-NOT-FOUND
                    DISPLAY "INTEGCHK: ACTFILE.DAT not found -- "
                        "nothing to check activities against, "
                        "giving up on this run."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM READ-ACTIVITY-RECORD
                    PERFORM ADD-CATALOG-ENTRY
                        UNTIL WS-EOF-YES OR WS-CAT-OVERFLOWED
                    CLOSE ACTIVITY-FILE
                    IF WS-CAT-OVERFLOWED
                        DISPLAY "INTEGCHK: ACTFILE.DAT has more than "
                            "50 entries -- checking against the "
                            "first 50 only."
                    END-IF
                END-IF.

            READ-ACTIVITY-RECORD.
                READ ACTIVITY-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            ADD-CATALOG-ENTRY.
                IF WS-CAT-COUNT < 50
                    MOVE ACT-FILE-ID TO WS-LOOK-ACT-ID
                    PERFORM FIND-CATALOG-BY-ID
                    IF WS-CAT-INDEX > 0
                        MOVE 3 TO WS-HIT-RULE
                        MOVE ACTIVITY-FILE-RECORD TO WS-HIT-DETAIL
                        PERFORM RECORD-FINDING
                    END-IF
                    MOVE ACT-FILE-DESC TO WS-LOOK-ACT-NAME
                    PERFORM FIND-CATALOG-BY-NAME
                    IF WS-CAT-INDEX > 0
                        MOVE 4 TO WS-HIT-RULE
                        MOVE ACTIVITY-FILE-RECORD TO WS-HIT-DETAIL
                        PERFORM RECORD-FINDING
                    END-IF
                    ADD 1 TO WS-CAT-COUNT
                    MOVE ACT-FILE-ID TO WS-CAT-ID(WS-CAT-COUNT)
                    MOVE ACT-FILE-DESC TO WS-CAT-DESC(WS-CAT-COUNT)
                    MOVE ACT-FILE-ACTIVE
                        TO WS-CAT-ACTIVE(WS-CAT-COUNT)
                    PERFORM READ-ACTIVITY-RECORD
                ELSE
                    SET WS-CAT-OVERFLOWED TO TRUE
                END-IF.

            FIND-CATALOG-BY-ID.
                *> which loaded entry carries WS-LOOK-ACT-ID, 0 when
                *> none does
                MOVE ZERO TO WS-CAT-INDEX.
                PERFORM MATCH-CATALOG-ID
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-CAT-COUNT.

            MATCH-CATALOG-ID.
                IF WS-CAT-INDEX = 0
                    AND WS-CAT-ID(WS-SEARCH-INDEX) = WS-LOOK-ACT-ID
                    MOVE WS-SEARCH-INDEX TO WS-CAT-INDEX
                END-IF.

            FIND-CATALOG-BY-NAME.
                *> which loaded entry carries WS-LOOK-ACT-NAME, 0 when
                *> none does
                MOVE ZERO TO WS-CAT-INDEX.
                PERFORM MATCH-CATALOG-NAME
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-CAT-COUNT.

            MATCH-CATALOG-NAME.
                IF WS-CAT-INDEX = 0
                    AND WS-CAT-DESC(WS-SEARCH-INDEX)
                        = WS-LOOK-ACT-NAME
                    MOVE WS-SEARCH-INDEX TO WS-CAT-INDEX
                END-IF.

            LOOKUP-PERSON.
                *> one keyed READ for WS-LOOK-PERSON-ID -- the master
                *> record is left in PERSON-RECORD for the caller
                MOVE WS-LOOK-PERSON-ID TO PERSON-ID.
                READ PERSON-MASTER
                    INVALID KEY
                        SET WS-PERSON-NOT-ON-MASTER TO TRUE
                    NOT INVALID KEY
                        SET WS-PERSON-ON-MASTER TO TRUE
                END-READ.

            SWEEP-PERSON-MASTER.
                *> the master's own rules, in key order
                SET WS-EOF-NO TO TRUE.
                PERFORM READ-NEXT-PERSON.
                PERFORM CHECK-ONE-PERSON UNTIL WS-EOF-YES.

            READ-NEXT-PERSON.
                READ PERSON-MASTER NEXT RECORD
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-PERSON.
                MOVE PERSON-RECORD TO WS-HIT-DETAIL.
                IF NOT PERSON-ACTIVE AND NOT PERSON-INACTIVE
                    MOVE 1 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                END-IF.
                IF PERSON-DEPT = SPACES
                    MOVE 2 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                END-IF.
                PERFORM READ-NEXT-PERSON.

            SWEEP-OVERRIDES.
                *> every override must name a person on the master
                *> and a live activity on the catalog, over a real
                *> effective window -- a NEVER that points at nothing
                *> protects nobody
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT OVERRIDE-FILE.
                IF WS-OVR-NOT-FOUND
                    DISPLAY "INTEGCHK: OVERFILE.DAT not present -- "
                        "skipped."
                ELSE
                    PERFORM READ-OVERRIDE-RECORD
                    PERFORM CHECK-ONE-OVERRIDE UNTIL WS-EOF-YES
                    CLOSE OVERRIDE-FILE
                END-IF.

            READ-OVERRIDE-RECORD.
                READ OVERRIDE-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-OVERRIDE.
                MOVE OVERRIDE-FILE-RECORD TO WS-HIT-DETAIL.
                MOVE OVR-FILE-ID TO WS-LOOK-PERSON-ID.
                PERFORM LOOKUP-PERSON.
                IF WS-PERSON-NOT-ON-MASTER
                    MOVE 5 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                END-IF.
                MOVE OVR-FILE-ACT-ID TO WS-LOOK-ACT-ID.
                PERFORM FIND-CATALOG-BY-ID.
                IF WS-CAT-INDEX = 0
                    MOVE 6 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                ELSE
                    IF WS-CAT-ACTIVE(WS-CAT-INDEX) NOT = 'A'
                        MOVE 7 TO WS-HIT-RULE
                        PERFORM RECORD-FINDING
                    END-IF
                END-IF.
                IF NOT OVR-FILE-IS-NEVER AND NOT OVR-FILE-IS-PREFER
                    MOVE 8 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                END-IF.
                *> a window that isn't two dates -- or runs backwards
                *> -- never covers a run date the way it was meant to
                IF OVR-FILE-EFF-FROM IS NOT NUMERIC
                    OR OVR-FILE-EFF-TO IS NOT NUMERIC
                    OR OVR-FILE-EFF-FROM > OVR-FILE-EFF-TO
                    MOVE 9 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                END-IF.
                PERFORM READ-OVERRIDE-RECORD.

            SWEEP-ADJUSTMENTS.
                *> ARRAYS matches factors to the catalog by activity
                *> name -- a factor whose name no entry carries any
                *> more never lands anywhere
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT ADJUST-FILE.
                IF WS-ADJ-NOT-FOUND
                    DISPLAY "INTEGCHK: ACTADJ.DAT not present -- "
                        "skipped."
                ELSE
                    PERFORM READ-ADJUST-RECORD
                    PERFORM CHECK-ONE-ADJUSTMENT UNTIL WS-EOF-YES
                    CLOSE ADJUST-FILE
                END-IF.

            READ-ADJUST-RECORD.
                READ ADJUST-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-ADJUSTMENT.
                MOVE ADJ-ACTIVITY TO WS-LOOK-ACT-NAME.
                PERFORM FIND-CATALOG-BY-NAME.
                IF WS-CAT-INDEX = 0
                    MOVE 10 TO WS-HIT-RULE
                    MOVE ADJUST-RECORD TO WS-HIT-DETAIL
                    PERFORM RECORD-FINDING
                END-IF.
                PERFORM READ-ADJUST-RECORD.

            SWEEP-OUTCOMES.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT OUTCOMES-FILE.
                IF WS-OUT-NOT-FOUND
                    DISPLAY "INTEGCHK: OUTCOMES.DAT not present -- "
                        "skipped."
                ELSE
                    PERFORM READ-OUTCOME-RECORD
                    PERFORM CHECK-ONE-OUTCOME UNTIL WS-EOF-YES
                    CLOSE OUTCOMES-FILE
                END-IF.

            READ-OUTCOME-RECORD.
                READ OUTCOMES-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-OUTCOME.
                MOVE OUT-PERSON-ID TO WS-LOOK-PERSON-ID.
                PERFORM LOOKUP-PERSON.
                IF WS-PERSON-NOT-ON-MASTER
                    MOVE 11 TO WS-HIT-RULE
                    MOVE OUTCOME-RECORD TO WS-HIT-DETAIL
                    PERFORM RECORD-FINDING
                END-IF.
                PERFORM READ-OUTCOME-RECORD.

            SWEEP-FEEDBACK.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT FEEDBACK-FILE.
                IF WS-FDBK-NOT-FOUND
                    DISPLAY "INTEGCHK: FDBKFILE.DAT not present -- "
                        "skipped."
                ELSE
                    PERFORM READ-FEEDBACK-RECORD
                    PERFORM CHECK-ONE-FEEDBACK UNTIL WS-EOF-YES
                    CLOSE FEEDBACK-FILE
                END-IF.

            READ-FEEDBACK-RECORD.
                READ FEEDBACK-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-FEEDBACK.
                MOVE FB-PERSON-ID TO WS-LOOK-PERSON-ID.
                PERFORM LOOKUP-PERSON.
                IF WS-PERSON-NOT-ON-MASTER
                    MOVE 12 TO WS-HIT-RULE
                    MOVE FEEDBACK-RECORD TO WS-HIT-DETAIL
                    PERFORM RECORD-FINDING
                END-IF.
                PERFORM READ-FEEDBACK-RECORD.

            SWEEP-TRANSACTIONS.
                *> TRANEDIT only passes people who were active when
                *> it ran -- anyone on the file who isn't active now
                *> was inactivated since, and ARRAYS would pick for
                *> them anyway
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT TRANSACTION-FILE.
                IF WS-TRAN-NOT-FOUND
                    DISPLAY "INTEGCHK: TRANFILE.DAT not present -- "
                        "skipped."
                ELSE
                    PERFORM READ-TRANSACTION-RECORD
                    PERFORM CHECK-ONE-TRANSACTION UNTIL WS-EOF-YES
                    CLOSE TRANSACTION-FILE
                END-IF.

            READ-TRANSACTION-RECORD.
                READ TRANSACTION-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-TRANSACTION.
                MOVE TRANSACTION-RECORD TO WS-HIT-DETAIL.
                MOVE TRAN-PERSON-ID TO WS-LOOK-PERSON-ID.
                PERFORM LOOKUP-PERSON.
                IF WS-PERSON-NOT-ON-MASTER
                    MOVE 13 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                ELSE
                    IF PERSON-INACTIVE
                        MOVE 14 TO WS-HIT-RULE
                        PERFORM RECORD-FINDING
                    END-IF
                END-IF.
                PERFORM READ-TRANSACTION-RECORD.

            SWEEP-SELECTION-HISTORY.
                *> every history line, primaries and alternates both
                *> -- each one names a person and an activity
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT SELECTION-HISTORY.
                IF WS-HIST-NOT-FOUND
                    DISPLAY "INTEGCHK: SELHIST.DAT not present -- "
                        "skipped."
                ELSE
                    PERFORM READ-HISTORY-RECORD
                    PERFORM CHECK-ONE-SELECTION UNTIL WS-EOF-YES
                    CLOSE SELECTION-HISTORY
                END-IF.

            READ-HISTORY-RECORD.
                READ SELECTION-HISTORY
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-SELECTION.
                *> history lines read "DATE TIME ID NAME ACTIVITY...",
                *> with any marker split off the activity the same
                *> way DEPTRPT splits it
                MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-ID
                    WS-TOK-NAME WS-TOK-REST WS-TOK-ACTIVITY.
                MOVE 1 TO WS-UNSTRING-PTR.
                UNSTRING HISTORY-RECORD DELIMITED BY SPACE
                    INTO WS-TOK-DATE WS-TOK-TIME WS-TOK-ID
                    WS-TOK-NAME
                    WITH POINTER WS-UNSTRING-PTR.
                MOVE HISTORY-RECORD(WS-UNSTRING-PTR:)
                    TO WS-TOK-REST.
                UNSTRING WS-TOK-REST DELIMITED BY " *"
                    INTO WS-TOK-ACTIVITY.
                MOVE HISTORY-RECORD TO WS-HIT-DETAIL.
                MOVE WS-TOK-ID TO WS-LOOK-PERSON-ID.
                PERFORM LOOKUP-PERSON.
                IF WS-PERSON-NOT-ON-MASTER
                    MOVE 15 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                END-IF.
                MOVE WS-TOK-ACTIVITY TO WS-LOOK-ACT-NAME.
                PERFORM FIND-CATALOG-BY-NAME.
                IF WS-CAT-INDEX = 0
                    MOVE 16 TO WS-HIT-RULE
                    PERFORM RECORD-FINDING
                END-IF.
                PERFORM READ-HISTORY-RECORD.

            SWEEP-MOOD-HISTORY.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT MOOD-HISTORY.
                IF WS-MOOD-HIST-NOT-FOUND
                    DISPLAY "INTEGCHK: MOODHIST.DAT not present -- "
                        "skipped."
                ELSE
                    PERFORM READ-MOOD-HISTORY-RECORD
                    PERFORM CHECK-ONE-MOOD-RECORD UNTIL WS-EOF-YES
                    CLOSE MOOD-HISTORY
                END-IF.

            READ-MOOD-HISTORY-RECORD.
                READ MOOD-HISTORY
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-MOOD-RECORD.
                MOVE MOOD-HISTORY-RECORD TO MOODHIST-RECORD.
                MOVE MH-PERSON-ID TO WS-LOOK-PERSON-ID.
                PERFORM LOOKUP-PERSON.
                IF WS-PERSON-NOT-ON-MASTER
                    MOVE 17 TO WS-HIT-RULE
                    MOVE MOOD-HISTORY-RECORD TO WS-HIT-DETAIL
                    PERFORM RECORD-FINDING
                END-IF.
                PERFORM READ-MOOD-HISTORY-RECORD.

            PRINT-REPORT.
                *> one section per file, one block per rule that found
                *> anything, then the per-rule counts and the verdict
                DISPLAY "CROSS-FILE REFERENTIAL INTEGRITY CHECK".
                DISPLAY "--------------------------------------".
                MOVE SPACES TO WS-LAST-FILE.
                PERFORM PRINT-ONE-RULE
                    VARYING WS-RULE-INDEX FROM 1 BY 1
                    UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
                IF WS-UNLISTED-COUNT > 0
                    DISPLAY " "
                    DISPLAY "(" WS-UNLISTED-COUNT " FURTHER FINDINGS "
                        "COUNTED BUT NOT LISTED)"
                END-IF.
                DISPLAY " ".
                DISPLAY "FINDINGS BY RULE".
                DISPLAY "----------------".
                PERFORM PRINT-RULE-COUNT
                    VARYING WS-RULE-INDEX FROM 1 BY 1
                    UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
                DISPLAY " ".
                DISPLAY "TOTAL FINDINGS: " WS-TOTAL-HITS.
                IF WS-TOTAL-HITS > 0
                    DISPLAY "INTEGCHK: integrity problems found -- "
                        "fix through NAMEMNT, ACTMNT or OVRMNT."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY "INTEGCHK: every reference resolves."
                END-IF.

            PRINT-ONE-RULE.
                IF WS-RULE-HITS(WS-RULE-INDEX) > 0
                    IF WS-RULE-FILE(WS-RULE-INDEX) NOT = WS-LAST-FILE
                        MOVE WS-RULE-FILE(WS-RULE-INDEX)
                            TO WS-LAST-FILE
                        DISPLAY " "
                        DISPLAY "FILE " WS-LAST-FILE
                    END-IF
                    DISPLAY "  RULE: " WS-RULE-TEXT(WS-RULE-INDEX)
                        " (" WS-RULE-HITS(WS-RULE-INDEX) ")"
                    PERFORM PRINT-ONE-FINDING
                        VARYING WS-FIND-INDEX FROM 1 BY 1
                        UNTIL WS-FIND-INDEX > WS-FIND-COUNT
                END-IF.

            PRINT-ONE-FINDING.
                IF WS-FIND-RULE(WS-FIND-INDEX) = WS-RULE-INDEX
                    DISPLAY "    " WS-FIND-DETAIL(WS-FIND-INDEX)
                END-IF.

            PRINT-RULE-COUNT.
                DISPLAY WS-RULE-FILE(WS-RULE-INDEX) " "
                    WS-RULE-TEXT(WS-RULE-INDEX) " "
                    WS-RULE-HITS(WS-RULE-INDEX).
