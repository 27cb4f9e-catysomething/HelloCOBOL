            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. PICKSIM.
            *> PICKSIM answers "what will this change do to the picks"
            *> before the change goes live, instead of a week later off
            *> ACTRPT. it replays a date range of real mood scores off
            *> MOODHIST.DAT through the weighting ARRAYS uses -- the
            *> catalog base weight scaled by the ACTADJ.DAT factor,
            *> the mood bonus the category earns, the person's NEVER
            *> and PREFER overrides -- twice over:
            *>   CURRENT   ACTFILE.DAT, OVERFILE.DAT and ACTADJ.DAT as
            *>             they stand
            *>   PROPOSED  the same, with the pending ACTTRAN.DAT
            *>             catalog batch and OVRTRAN.DAT override batch
            *>             applied the way ACTMNT and OVRMNT would
            *>             apply them (either file may be absent)
            *> and prints the expected picks side by side, per
            *> activity and per category, for everybody and then
            *> department by department. "expected" is each
            *> activity's share of the total weight summed over every
            *> replayed score, not a roll of the dice, so two runs
            *> over the same range always agree and a small change
            *> shows up as a small difference rather than noise.
            *> the daily capacities are left out -- they decide who
            *> gets a place, not what people would have picked.
            *> run as
            *>   PICKSIM 20261001 20261014
            *>   PICKSIM 20261001 20261014 20261101
            *> the third date is the day the catalog and overrides
            *> are judged as of (effective windows), today when it is
            *> left off. PICKSIM only reads: nothing is written to
            *> SELHIST.DAT, PICKOUT.DAT, MOODHIST.DAT or anywhere else,
            *> and the two transaction files are left for ACTMNT and
            *> OVRMNT to apply for real.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> one catalog record per activity: ID, description,
                *> category, base weight, active flag, effective
                *> dates, daily capacity
                SELECT ACTIVITY-FILE ASSIGN TO "ACTFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACT-STATUS.
                *> the pending catalog batch -- ACTMNT's input
                SELECT ACT-TRAN-FILE ASSIGN TO "ACTTRAN.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ATR-STATUS.
                *> per-person NEVER/PREFER overrides
                SELECT OVERRIDE-FILE ASSIGN TO "OVERFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVR-STATUS.
                *> the pending override batch -- OVRMNT's input
                SELECT OVR-TRAN-FILE ASSIGN TO "OVRTRAN.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OTR-STATUS.
                *> EFFADJ's effectiveness factors
                SELECT ADJUST-FILE ASSIGN TO "ACTADJ.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ADJ-STATUS.
                *> the real mood scores to replay -- read only
                SELECT MOOD-HISTORY ASSIGN TO "MOODHIST.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-MOOD-STATUS.
                *> the keyed person master, for each score's
                *> department
                SELECT PERSON-MASTER ASSIGN TO "NAMEFILE.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY PERSON-ID
                    ALTERNATE RECORD KEY PERSON-NAME
                        WITH DUPLICATES
                    FILE STATUS IS WS-MASTER-STATUS.

            DATA DIVISION.
              FILE SECTION.
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

              FD  ACT-TRAN-FILE.
              01  ACT-TRAN-RECORD.
                  05 ATR-ACTION PIC X(01).
                     88 ATR-ADD    VALUE 'A'.
                     88 ATR-CHANGE VALUE 'C'.
                     88 ATR-DELETE VALUE 'D'.
                  05 ATR-ACT-ID   PIC X(04).
                  05 ATR-DESC     PIC X(30).
                  05 ATR-CATEGORY PIC X(07).
                  05 ATR-WEIGHT   PIC X(03).
                  05 ATR-ACTIVE   PIC X(01).
                  05 ATR-EFF-FROM PIC X(08).
                  05 ATR-EFF-TO   PIC X(08).
                  05 ATR-CAPACITY PIC X(03).

              FD  OVERRIDE-FILE.
              COPY OVERRIDE.

              FD  OVR-TRAN-FILE.
              01  OVR-TRAN-RECORD.
                  05 OTR-ACTION PIC X(01).
                     88 OTR-ADD    VALUE 'A'.
                     88 OTR-CHANGE VALUE 'C'.
                     88 OTR-DELETE VALUE 'D'.
                  05 OTR-PERSON-ID PIC X(05).
                  05 OTR-TYPE      PIC X(06).
                  05 OTR-ACT-ID    PIC X(04).
                  05 OTR-EFF-FROM  PIC X(08).
                  05 OTR-EFF-TO    PIC X(08).

              FD  ADJUST-FILE.
              01  ADJUST-FILE-RECORD.
                  05 ADJ-FILE-ACTIVITY PIC X(30).
                  05 FILLER            PIC X(01).
                  05 ADJ-FILE-FACTOR   PIC X(03).
                  05 FILLER            PIC X(15).

              FD  MOOD-HISTORY.
              01  MOOD-HISTORY-RECORD PIC X(46).

              FD  PERSON-MASTER.
              COPY PERSONMS.

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-ACT-STATUS PIC X(02).
                 88 WS-ACT-FOUND VALUE "00".
                 88 WS-ACT-NOT-FOUND VALUE "35".
              01 WS-ATR-STATUS PIC X(02).
                 88 WS-ATR-OK VALUE "00".
                 88 WS-ATR-NOT-FOUND VALUE "35".
              01 WS-OVR-STATUS PIC X(02).
                 88 WS-OVR-FOUND VALUE "00".
                 88 WS-OVR-NOT-FOUND VALUE "35".
              01 WS-OTR-STATUS PIC X(02).
                 88 WS-OTR-OK VALUE "00".
                 88 WS-OTR-NOT-FOUND VALUE "35".
              01 WS-ADJ-STATUS PIC X(02).
                 88 WS-ADJ-FOUND VALUE "00".
                 88 WS-ADJ-NOT-FOUND VALUE "35".
              01 WS-MOOD-STATUS PIC X(02).
                 88 WS-MOOD-OK VALUE "00".
                 88 WS-MOOD-NOT-FOUND VALUE "35".
              01 WS-MASTER-STATUS PIC X(02).
                 88 WS-MASTER-OK VALUE "00".
                 88 WS-MASTER-NOT-FOUND VALUE "35".
              01 WS-MASTER-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-MASTER-OPEN VALUE 'Y'.
                 88 WS-MASTER-CLOSED VALUE 'N'.
              *> set when this run can't go on
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.

              *> the command line: replay range and as-of date
              01 WS-CMD-LINE PIC X(80).
              01 WS-FROM-DATE PIC X(08).
              01 WS-TO-DATE PIC X(08).
              01 WS-AS-OF-DATE PIC X(08).

              COPY MOODHIST.
              01 WS-SCORE-1 PIC 9(03).
              01 WS-SCORE-2 PIC 9(03).
              01 WS-SCORE-3 PIC 9(03).

              *> the two catalogs and two override sets -- side 1 is
              *> CURRENT, side 2 PROPOSED. each catalog entry also
              *> carries its base weight after the ACTADJ factor,
              *> whether it is in force on the as-of date, and where
              *> it lands on the report
              01 WS-SIDE PIC 9(01) COMP.
              01 WS-SIDE-TABLE.
                 05 WS-SIDE-ENTRY OCCURS 2 TIMES.
                    10 WS-SIM-ACT-COUNT PIC 9(02) COMP.
                    10 WS-SIM-ACT OCCURS 50 TIMES.
                       15 WS-SIM-ACT-ID   PIC X(04).
                       15 WS-SIM-DESC     PIC X(30).
                       15 WS-SIM-CATEGORY PIC X(07).
                       15 WS-SIM-WEIGHT   PIC X(03).
                       15 WS-SIM-ACTIVE   PIC X(01).
                       15 WS-SIM-EFF-FROM PIC X(08).
                       15 WS-SIM-EFF-TO   PIC X(08).
                       15 WS-SIM-BASE     PIC 9(03).
                       15 WS-SIM-IN-FORCE PIC X(01).
                          88 WS-SIM-IS-IN-FORCE VALUE 'Y'.
                       15 WS-SIM-REP-INDEX PIC 9(03) COMP.
                       15 WS-SIM-CAT-INDEX PIC 9(01) COMP.
                       15 WS-SIM-ACT-WEIGHT PIC 9(04).
                    10 WS-SIM-OVR-COUNT PIC 9(03) COMP.
                    10 WS-SIM-OVR OCCURS 100 TIMES.
                       15 WS-SIM-OVR-ID       PIC X(05).
                       15 WS-SIM-OVR-TYPE     PIC X(06).
                       15 WS-SIM-OVR-ACT-ID   PIC X(04).
                       15 WS-SIM-OVR-EFF-FROM PIC X(08).
                       15 WS-SIM-OVR-EFF-TO   PIC X(08).
              01 WS-ACT-INDEX PIC 9(02) COMP.
              01 WS-OVR-INDEX PIC 9(03) COMP.
              01 WS-MATCH-INDEX PIC 9(03) COMP.
              01 WS-SEARCH-INDEX PIC 9(03) COMP.
              01 WS-SAVE-ACT PIC X(80).
              01 WS-CATALOG-FULL PIC X(01) VALUE 'N'.
                 88 WS-CATALOG-OVERFLOWED VALUE 'Y'.
              01 WS-OVERRIDES-FULL PIC X(01) VALUE 'N'.
                 88 WS-OVERRIDES-OVERFLOWED VALUE 'Y'.

              *> EFFADJ's factors, keyed by activity description
              01 WS-ADJ-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-ADJ-TABLE.
                 05 WS-ADJ-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-ADJ-COUNT.
                    10 WS-ADJ-ACTIVITY PIC X(30).
                    10 WS-ADJ-FACTOR   PIC 9(03).
              01 WS-ADJ-INDEX PIC 9(03) COMP.
              01 WS-ADJUSTED-WEIGHT PIC 9(03).

              *> the proposed batches as they were taken up
              01 WS-ATR-APPLIED PIC 9(04) VALUE ZERO.
              01 WS-ATR-SKIPPED PIC 9(04) VALUE ZERO.
              01 WS-OTR-APPLIED PIC 9(04) VALUE ZERO.
              01 WS-OTR-SKIPPED PIC 9(04) VALUE ZERO.
              01 WS-SKIP-REASON PIC X(25).

              *> the weighting for the score in hand, one side at a
              *> time -- the same arithmetic ARRAYS does
              01 WS-PREFER-BOOST PIC 9(02) VALUE 5.
              01 WS-TOTAL-WEIGHT PIC 9(05).
              01 WS-USE-OVERRIDES PIC X(01).
                 88 WS-OVERRIDES-ON VALUE 'Y'.
                 88 WS-OVERRIDES-OFF VALUE 'N'.
              01 WS-SHARE PIC 9(01)V9(06).

              *> every activity either side knows, in the order the
              *> report prints them -- current catalog order, then
              *> anything only the proposal has
              01 WS-REP-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-REP-TABLE.
                 05 WS-REP-ENTRY OCCURS 100 TIMES.
                    10 WS-REP-ACT-ID PIC X(04).
                    10 WS-REP-DESC   PIC X(30).
              01 WS-REP-INDEX PIC 9(03) COMP.

              *> the five category rows: the four codes ARRAYS knows
              *> and anything else
              01 WS-CAT-NAMES.
                 05 FILLER PIC X(07) VALUE 'FOOD'.
                 05 FILLER PIC X(07) VALUE 'ENERGY'.
                 05 FILLER PIC X(07) VALUE 'RELAX'.
                 05 FILLER PIC X(07) VALUE 'NEUTRAL'.
                 05 FILLER PIC X(07) VALUE '(OTHER)'.
              01 WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
                 05 WS-CAT-NAME PIC X(07) OCCURS 5 TIMES.
              01 WS-CAT-INDEX PIC 9(01) COMP.

              *> the departments met in the replay -- entry 1 is
              *> everybody, and a score whose PERSON-ID isn't on the
              *> master counts under ????
              01 WS-DEPT-COUNT PIC 9(02) COMP VALUE 1.
              01 WS-DEPT-TABLE.
                 05 WS-DEPT-ENTRY OCCURS 21 TIMES.
                    10 WS-DEPT-CODE PIC X(04).
                    10 WS-DEPT-SCORES PIC 9(06).
                    10 WS-DEPT-ACT OCCURS 100 TIMES.
                       15 WS-EXP-ACT PIC 9(07)V9(04) OCCURS 2 TIMES.
                    10 WS-DEPT-CAT OCCURS 5 TIMES.
                       15 WS-EXP-CAT PIC 9(07)V9(04) OCCURS 2 TIMES.
              01 WS-DEPT-INDEX PIC 9(02) COMP.
              01 WS-THIS-DEPT PIC 9(02) COMP.
              01 WS-LOOK-DEPT PIC X(04).
              01 WS-DEPT-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-DEPT-OVERFLOWED VALUE 'Y'.

              01 WS-REPLAYED PIC 9(06) VALUE ZERO.
              01 WS-SHOW-CURRENT PIC ZZZZZZ9.99.
              01 WS-SHOW-PROPOSED PIC ZZZZZZ9.99.
              01 WS-SHOW-CHANGE PIC ++++++++9.99.
              01 WS-DIFFERENCE PIC S9(07)V9(04).

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> build both sides, replay the scores through each,
                *> then print them side by side
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM GET-SIMULATION-PARMS.
                IF WS-NOT-ABORTED
                    PERFORM LOAD-CURRENT-CATALOG
                END-IF.
                IF WS-NOT-ABORTED
                    PERFORM LOAD-CURRENT-OVERRIDES
                    PERFORM LOAD-ADJUSTMENTS
                    MOVE WS-SIDE-ENTRY(1) TO WS-SIDE-ENTRY(2)
                    DISPLAY "PICK SIMULATION -- PROPOSED CHANGES"
                    DISPLAY "-----------------------------------"
                    PERFORM APPLY-CATALOG-PROPOSALS
                    PERFORM APPLY-OVERRIDE-PROPOSALS
                    PERFORM PREPARE-ONE-SIDE
                        VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                    PERFORM REPLAY-MOOD-HISTORY
                    PERFORM PRINT-SIMULATION
                END-IF.
                *> end our program
                GOBACK.

            GET-SIMULATION-PARMS.
                *> "PICKSIM from to [as-of]" -- a range that can't be
                *> right is worth stopping for, not guessing around
                MOVE SPACES TO WS-CMD-LINE.
                ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                MOVE SPACES TO WS-FROM-DATE WS-TO-DATE WS-AS-OF-DATE.
                UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                    INTO WS-FROM-DATE WS-TO-DATE WS-AS-OF-DATE.
                IF WS-AS-OF-DATE = SPACES
                    ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
                END-IF.
                IF WS-FROM-DATE IS NOT NUMERIC
                    OR WS-TO-DATE IS NOT NUMERIC
                    OR WS-AS-OF-DATE IS NOT NUMERIC
                    DISPLAY "PICKSIM: dates missing or not numeric -- "
                        "run as PICKSIM YYYYMMDD YYYYMMDD [YYYYMMDD]."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    IF WS-FROM-DATE > WS-TO-DATE
                        DISPLAY "PICKSIM: replay range runs backwards "
                            "(" WS-FROM-DATE " to " WS-TO-DATE ")."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.

            LOAD-CURRENT-CATALOG.
                MOVE 1 TO WS-SIDE.
                MOVE ZERO TO WS-SIM-ACT-COUNT(1).
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT ACTIVITY-FILE.
                IF NOT WS-ACT-FOUND
                    DISPLAY "PICKSIM: ACTIVITY-FILE not found -- "
                        "nothing to simulate, giving up on this run."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM READ-ACTIVITY-RECORD
                    PERFORM KEEP-CATALOG-ENTRY
                        UNTIL WS-EOF-YES OR WS-CATALOG-OVERFLOWED
                    CLOSE ACTIVITY-FILE
                    IF WS-CATALOG-OVERFLOWED
                        DISPLAY "PICKSIM: ACTFILE.DAT has more than "
                            "50 entries -- giving up on this run."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.

            READ-ACTIVITY-RECORD.
                READ ACTIVITY-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            KEEP-CATALOG-ENTRY.
                IF WS-SIM-ACT-COUNT(1) < 50
                    ADD 1 TO WS-SIM-ACT-COUNT(1)
                    MOVE WS-SIM-ACT-COUNT(1) TO WS-ACT-INDEX
                    MOVE ACT-FILE-ID TO WS-SIM-ACT-ID(1, WS-ACT-INDEX)
                    MOVE ACT-FILE-DESC TO WS-SIM-DESC(1, WS-ACT-INDEX)
                    MOVE ACT-FILE-CATEGORY
                        TO WS-SIM-CATEGORY(1, WS-ACT-INDEX)
                    MOVE ACT-FILE-WEIGHT
                        TO WS-SIM-WEIGHT(1, WS-ACT-INDEX)
                    MOVE ACT-FILE-ACTIVE
                        TO WS-SIM-ACTIVE(1, WS-ACT-INDEX)
                    MOVE ACT-FILE-EFF-FROM
                        TO WS-SIM-EFF-FROM(1, WS-ACT-INDEX)
                    MOVE ACT-FILE-EFF-TO
                        TO WS-SIM-EFF-TO(1, WS-ACT-INDEX)
                    PERFORM READ-ACTIVITY-RECORD
                ELSE
                    SET WS-CATALOG-OVERFLOWED TO TRUE
                END-IF.

            LOAD-CURRENT-OVERRIDES.
                *> every override on file, whatever its window -- the
                *> window is judged against the as-of date later, the
                *> same for both sides
                MOVE ZERO TO WS-SIM-OVR-COUNT(1).
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT OVERRIDE-FILE.
                IF WS-OVR-FOUND
                    PERFORM READ-OVERRIDE-RECORD
                    PERFORM KEEP-OVERRIDE-ENTRY
                        UNTIL WS-EOF-YES OR WS-OVERRIDES-OVERFLOWED
                    CLOSE OVERRIDE-FILE
                    *> ARRAYS applies the first 100 and says so; the
                    *> simulation does the same
                    IF WS-OVERRIDES-OVERFLOWED
                        DISPLAY "PICKSIM: OVERRIDE-FILE has more than "
                            "100 entries -- only the first 100 are "
                            "simulated."
                    END-IF
                END-IF.

            READ-OVERRIDE-RECORD.
                READ OVERRIDE-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            KEEP-OVERRIDE-ENTRY.
                IF WS-SIM-OVR-COUNT(1) < 100
                    ADD 1 TO WS-SIM-OVR-COUNT(1)
                    MOVE WS-SIM-OVR-COUNT(1) TO WS-OVR-INDEX
                    MOVE OVR-FILE-ID TO WS-SIM-OVR-ID(1, WS-OVR-INDEX)
                    MOVE OVR-FILE-TYPE
                        TO WS-SIM-OVR-TYPE(1, WS-OVR-INDEX)
                    MOVE OVR-FILE-ACT-ID
                        TO WS-SIM-OVR-ACT-ID(1, WS-OVR-INDEX)
                    MOVE OVR-FILE-EFF-FROM
                        TO WS-SIM-OVR-EFF-FROM(1, WS-OVR-INDEX)
                    MOVE OVR-FILE-EFF-TO
                        TO WS-SIM-OVR-EFF-TO(1, WS-OVR-INDEX)
                    *> ARRAYS applies an override without usable
                    *> dates as open-ended
                    IF OVR-FILE-EFF-FROM IS NOT NUMERIC
                        OR OVR-FILE-EFF-TO IS NOT NUMERIC
                        MOVE "00000000"
                            TO WS-SIM-OVR-EFF-FROM(1, WS-OVR-INDEX)
                        MOVE "99991231"
                            TO WS-SIM-OVR-EFF-TO(1, WS-OVR-INDEX)
                    END-IF
                    PERFORM READ-OVERRIDE-RECORD
                ELSE
                    SET WS-OVERRIDES-OVERFLOWED TO TRUE
                END-IF.

            LOAD-ADJUSTMENTS.
                MOVE ZERO TO WS-ADJ-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT ADJUST-FILE.
                IF WS-ADJ-FOUND
                    PERFORM READ-ADJUST-RECORD
                    PERFORM KEEP-ADJUSTMENT UNTIL WS-EOF-YES
                    CLOSE ADJUST-FILE
                END-IF.

            READ-ADJUST-RECORD.
                READ ADJUST-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            KEEP-ADJUSTMENT.
                IF WS-ADJ-COUNT < 100 AND ADJ-FILE-FACTOR IS NUMERIC
                    ADD 1 TO WS-ADJ-COUNT
                    MOVE ADJ-FILE-ACTIVITY
                        TO WS-ADJ-ACTIVITY(WS-ADJ-COUNT)
                    MOVE ADJ-FILE-FACTOR TO WS-ADJ-FACTOR(WS-ADJ-COUNT)
                END-IF.
                PERFORM READ-ADJUST-RECORD.

            APPLY-CATALOG-PROPOSALS.
                *> the pending ACTTRAN.DAT batch against side 2 only,
                *> with ACTMNT's merge rule (a blank field keeps what
                *> is there) and enough of its edits that a
                *> transaction ACTMNT would refuse isn't simulated
                *> as though it would go in
                MOVE 2 TO WS-SIDE.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT ACT-TRAN-FILE.
                IF WS-ATR-OK
                    PERFORM READ-ACT-TRAN-RECORD
                    PERFORM APPLY-ONE-CATALOG-PROPOSAL
                        UNTIL WS-EOF-YES
                    CLOSE ACT-TRAN-FILE
                END-IF.
                DISPLAY "ACTTRAN.DAT: " WS-ATR-APPLIED " SIMULATED, "
                    WS-ATR-SKIPPED " NOT SIMULATED".

            READ-ACT-TRAN-RECORD.
                READ ACT-TRAN-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            APPLY-ONE-CATALOG-PROPOSAL.
                MOVE SPACES TO WS-SKIP-REASON.
                PERFORM FIND-PROPOSED-ACTIVITY.
                IF ATR-ADD
                    PERFORM PROPOSE-CATALOG-ADD
                ELSE
                    IF ATR-CHANGE
                        PERFORM PROPOSE-CATALOG-CHANGE
                    ELSE
                        IF ATR-DELETE
                            PERFORM PROPOSE-CATALOG-DELETE
                        ELSE
                            MOVE "BAD ACTION CODE" TO WS-SKIP-REASON
                        END-IF
                    END-IF
                END-IF.
                IF WS-SKIP-REASON = SPACES
                    ADD 1 TO WS-ATR-APPLIED
                    DISPLAY "  " ATR-ACTION " " ATR-ACT-ID " "
                        ATR-DESC " SIMULATED"
                ELSE
                    ADD 1 TO WS-ATR-SKIPPED
                    DISPLAY "  " ATR-ACTION " " ATR-ACT-ID " "
                        ATR-DESC " NOT SIMULATED - " WS-SKIP-REASON
                END-IF.
                PERFORM READ-ACT-TRAN-RECORD.

            FIND-PROPOSED-ACTIVITY.
                MOVE ZERO TO WS-MATCH-INDEX.
                PERFORM MATCH-PROPOSED-ACTIVITY
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-SIM-ACT-COUNT(2).

            MATCH-PROPOSED-ACTIVITY.
                IF WS-MATCH-INDEX = 0
                    AND WS-SIM-ACT-ID(2, WS-SEARCH-INDEX) = ATR-ACT-ID
                    MOVE WS-SEARCH-INDEX TO WS-MATCH-INDEX
                END-IF.

            PROPOSE-CATALOG-ADD.
                IF ATR-ACT-ID = SPACES
                    MOVE "ACTIVITY-ID MISSING" TO WS-SKIP-REASON
                ELSE
                    IF WS-MATCH-INDEX > 0
                        MOVE "DUPLICATE ACTIVITY-ID" TO WS-SKIP-REASON
                    ELSE
                        IF WS-SIM-ACT-COUNT(2) = 50
                            MOVE "CATALOG FULL" TO WS-SKIP-REASON
                        END-IF
                    END-IF
                END-IF.
                IF WS-SKIP-REASON = SPACES
                    ADD 1 TO WS-SIM-ACT-COUNT(2)
                    MOVE WS-SIM-ACT-COUNT(2) TO WS-MATCH-INDEX
                    MOVE ATR-ACT-ID TO WS-SIM-ACT-ID(2, WS-MATCH-INDEX)
                    MOVE ATR-DESC TO WS-SIM-DESC(2, WS-MATCH-INDEX)
                    MOVE ATR-CATEGORY
                        TO WS-SIM-CATEGORY(2, WS-MATCH-INDEX)
                    MOVE ATR-WEIGHT TO WS-SIM-WEIGHT(2, WS-MATCH-INDEX)
                    IF ATR-ACTIVE = SPACE
                        MOVE 'A' TO WS-SIM-ACTIVE(2, WS-MATCH-INDEX)
                    ELSE
                        MOVE ATR-ACTIVE
                            TO WS-SIM-ACTIVE(2, WS-MATCH-INDEX)
                    END-IF
                    MOVE ATR-EFF-FROM
                        TO WS-SIM-EFF-FROM(2, WS-MATCH-INDEX)
                    MOVE ATR-EFF-TO TO WS-SIM-EFF-TO(2, WS-MATCH-INDEX)
                    PERFORM CHECK-PROPOSED-ENTRY
                    IF WS-SKIP-REASON NOT = SPACES
                        SUBTRACT 1 FROM WS-SIM-ACT-COUNT(2)
                    END-IF
                END-IF.

            PROPOSE-CATALOG-CHANGE.
                *> the entry is kept aside first -- a change that
                *> fails the edits is put back as it was
                IF WS-MATCH-INDEX = 0
                    MOVE "ID NOT ON CATALOG" TO WS-SKIP-REASON
                ELSE
                    MOVE WS-SIM-ACT(2, WS-MATCH-INDEX)
                        TO WS-SAVE-ACT
                    IF ATR-DESC NOT = SPACES
                        MOVE ATR-DESC TO WS-SIM-DESC(2, WS-MATCH-INDEX)
                    END-IF
                    IF ATR-CATEGORY NOT = SPACES
                        MOVE ATR-CATEGORY
                            TO WS-SIM-CATEGORY(2, WS-MATCH-INDEX)
                    END-IF
                    IF ATR-WEIGHT NOT = SPACES
                        MOVE ATR-WEIGHT
                            TO WS-SIM-WEIGHT(2, WS-MATCH-INDEX)
                    END-IF
                    IF ATR-ACTIVE NOT = SPACE
                        MOVE ATR-ACTIVE
                            TO WS-SIM-ACTIVE(2, WS-MATCH-INDEX)
                    END-IF
                    IF ATR-EFF-FROM NOT = SPACES
                        MOVE ATR-EFF-FROM
                            TO WS-SIM-EFF-FROM(2, WS-MATCH-INDEX)
                    END-IF
                    IF ATR-EFF-TO NOT = SPACES
                        MOVE ATR-EFF-TO
                            TO WS-SIM-EFF-TO(2, WS-MATCH-INDEX)
                    END-IF
                    PERFORM CHECK-PROPOSED-ENTRY
                    IF WS-SKIP-REASON NOT = SPACES
                        MOVE WS-SAVE-ACT
                            TO WS-SIM-ACT(2, WS-MATCH-INDEX)
                    END-IF
                END-IF.

            PROPOSE-CATALOG-DELETE.
                IF WS-MATCH-INDEX = 0
                    MOVE "ID NOT ON CATALOG" TO WS-SKIP-REASON
                ELSE
                    PERFORM SQUEEZE-OUT-ACTIVITY
                        VARYING WS-SEARCH-INDEX
                        FROM WS-MATCH-INDEX BY 1
                        UNTIL WS-SEARCH-INDEX >= WS-SIM-ACT-COUNT(2)
                    SUBTRACT 1 FROM WS-SIM-ACT-COUNT(2)
                END-IF.

            SQUEEZE-OUT-ACTIVITY.
                MOVE WS-SIM-ACT(2, WS-SEARCH-INDEX + 1)
                    TO WS-SIM-ACT(2, WS-SEARCH-INDEX).

            CHECK-PROPOSED-ENTRY.
                *> ACTMNT's edits, short of the full calendar check
                IF WS-SIM-DESC(2, WS-MATCH-INDEX) = SPACES
                    MOVE "DESCRIPTION MISSING" TO WS-SKIP-REASON
                ELSE
                    IF WS-SIM-WEIGHT(2, WS-MATCH-INDEX) IS NOT NUMERIC
                        MOVE "WEIGHT NOT NUMERIC" TO WS-SKIP-REASON
                    ELSE
                        PERFORM CHECK-PROPOSED-CODES
                    END-IF
                END-IF.

            CHECK-PROPOSED-CODES.
                IF WS-SIM-CATEGORY(2, WS-MATCH-INDEX) NOT = "FOOD"
                    AND WS-SIM-CATEGORY(2, WS-MATCH-INDEX)
                        NOT = "ENERGY"
                    AND WS-SIM-CATEGORY(2, WS-MATCH-INDEX)
                        NOT = "RELAX"
                    AND WS-SIM-CATEGORY(2, WS-MATCH-INDEX)
                        NOT = "NEUTRAL"
                    MOVE "BAD CATEGORY CODE" TO WS-SKIP-REASON
                ELSE
                    IF WS-SIM-ACTIVE(2, WS-MATCH-INDEX) NOT = 'A'
                        AND WS-SIM-ACTIVE(2, WS-MATCH-INDEX) NOT = 'I'
                        MOVE "BAD ACTIVE FLAG" TO WS-SKIP-REASON
                    ELSE
                        IF WS-SIM-EFF-FROM(2, WS-MATCH-INDEX)
                            IS NOT NUMERIC
                            OR WS-SIM-EFF-TO(2, WS-MATCH-INDEX)
                            IS NOT NUMERIC
                            OR WS-SIM-EFF-FROM(2, WS-MATCH-INDEX)
                            > WS-SIM-EFF-TO(2, WS-MATCH-INDEX)
                            MOVE "BAD EFFECTIVE DATES"
                                TO WS-SKIP-REASON
                        END-IF
                    END-IF
                END-IF.

            APPLY-OVERRIDE-PROPOSALS.
                *> the pending OVRTRAN.DAT batch against side 2, with
                *> OVRMNT's defaults: a blank start is the as-of date,
                *> a blank end is open-ended
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT OVR-TRAN-FILE.
                IF WS-OTR-OK
                    PERFORM READ-OVR-TRAN-RECORD
                    PERFORM APPLY-ONE-OVERRIDE-PROPOSAL
                        UNTIL WS-EOF-YES
                    CLOSE OVR-TRAN-FILE
                END-IF.
                DISPLAY "OVRTRAN.DAT: " WS-OTR-APPLIED " SIMULATED, "
                    WS-OTR-SKIPPED " NOT SIMULATED".

            READ-OVR-TRAN-RECORD.
                READ OVR-TRAN-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            APPLY-ONE-OVERRIDE-PROPOSAL.
                MOVE SPACES TO WS-SKIP-REASON.
                MOVE ZERO TO WS-MATCH-INDEX.
                PERFORM MATCH-PROPOSED-OVERRIDE
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-SIM-OVR-COUNT(2).
                IF OTR-ADD
                    PERFORM PROPOSE-OVERRIDE-ADD
                ELSE
                    IF OTR-CHANGE
                        PERFORM PROPOSE-OVERRIDE-CHANGE
                    ELSE
                        IF OTR-DELETE
                            PERFORM PROPOSE-OVERRIDE-DELETE
                        ELSE
                            MOVE "BAD ACTION CODE" TO WS-SKIP-REASON
                        END-IF
                    END-IF
                END-IF.
                IF WS-SKIP-REASON = SPACES
                    ADD 1 TO WS-OTR-APPLIED
                    DISPLAY "  " OTR-ACTION " " OTR-PERSON-ID " "
                        OTR-TYPE " " OTR-ACT-ID " SIMULATED"
                ELSE
                    ADD 1 TO WS-OTR-SKIPPED
                    DISPLAY "  " OTR-ACTION " " OTR-PERSON-ID " "
                        OTR-TYPE " " OTR-ACT-ID " NOT SIMULATED - "
                        WS-SKIP-REASON
                END-IF.
                PERFORM READ-OVR-TRAN-RECORD.

            MATCH-PROPOSED-OVERRIDE.
                IF WS-MATCH-INDEX = 0
                    AND WS-SIM-OVR-ID(2, WS-SEARCH-INDEX)
                        = OTR-PERSON-ID
                    AND WS-SIM-OVR-ACT-ID(2, WS-SEARCH-INDEX)
                        = OTR-ACT-ID
                    MOVE WS-SEARCH-INDEX TO WS-MATCH-INDEX
                END-IF.

            PROPOSE-OVERRIDE-ADD.
                IF WS-MATCH-INDEX > 0
                    MOVE "DUPLICATE OVERRIDE" TO WS-SKIP-REASON
                ELSE
                    IF OTR-TYPE NOT = "NEVER"
                        AND OTR-TYPE NOT = "PREFER"
                        MOVE "BAD OVERRIDE TYPE" TO WS-SKIP-REASON
                    ELSE
                        IF WS-SIM-OVR-COUNT(2) = 100
                            MOVE "OVERRIDE FILE FULL"
                                TO WS-SKIP-REASON
                        END-IF
                    END-IF
                END-IF.
                IF WS-SKIP-REASON = SPACES
                    ADD 1 TO WS-SIM-OVR-COUNT(2)
                    MOVE WS-SIM-OVR-COUNT(2) TO WS-OVR-INDEX
                    MOVE OTR-PERSON-ID
                        TO WS-SIM-OVR-ID(2, WS-OVR-INDEX)
                    MOVE OTR-TYPE TO WS-SIM-OVR-TYPE(2, WS-OVR-INDEX)
                    MOVE OTR-ACT-ID
                        TO WS-SIM-OVR-ACT-ID(2, WS-OVR-INDEX)
                    IF OTR-EFF-FROM = SPACES
                        MOVE WS-AS-OF-DATE
                            TO WS-SIM-OVR-EFF-FROM(2, WS-OVR-INDEX)
                    ELSE
                        MOVE OTR-EFF-FROM
                            TO WS-SIM-OVR-EFF-FROM(2, WS-OVR-INDEX)
                    END-IF
                    IF OTR-EFF-TO = SPACES
                        MOVE "99991231"
                            TO WS-SIM-OVR-EFF-TO(2, WS-OVR-INDEX)
                    ELSE
                        MOVE OTR-EFF-TO
                            TO WS-SIM-OVR-EFF-TO(2, WS-OVR-INDEX)
                    END-IF
                END-IF.

            PROPOSE-OVERRIDE-CHANGE.
                IF WS-MATCH-INDEX = 0
                    MOVE "OVERRIDE NOT ON FILE" TO WS-SKIP-REASON
                ELSE
                    IF OTR-TYPE NOT = SPACES
                        AND OTR-TYPE NOT = "NEVER"
                        AND OTR-TYPE NOT = "PREFER"
                        MOVE "BAD OVERRIDE TYPE" TO WS-SKIP-REASON
                    ELSE
                        IF OTR-TYPE NOT = SPACES
                            MOVE OTR-TYPE
                                TO WS-SIM-OVR-TYPE(2, WS-MATCH-INDEX)
                        END-IF
                        IF OTR-EFF-FROM NOT = SPACES
                            MOVE OTR-EFF-FROM
                                TO WS-SIM-OVR-EFF-FROM(2,
                                    WS-MATCH-INDEX)
                        END-IF
                        IF OTR-EFF-TO NOT = SPACES
                            MOVE OTR-EFF-TO
                                TO WS-SIM-OVR-EFF-TO(2, WS-MATCH-INDEX)
                        END-IF
                    END-IF
                END-IF.

            PROPOSE-OVERRIDE-DELETE.
                IF WS-MATCH-INDEX = 0
                    MOVE "OVERRIDE NOT ON FILE" TO WS-SKIP-REASON
                ELSE
                    PERFORM SQUEEZE-OUT-OVERRIDE
                        VARYING WS-SEARCH-INDEX
                        FROM WS-MATCH-INDEX BY 1
                        UNTIL WS-SEARCH-INDEX >= WS-SIM-OVR-COUNT(2)
                    SUBTRACT 1 FROM WS-SIM-OVR-COUNT(2)
                END-IF.

            SQUEEZE-OUT-OVERRIDE.
                MOVE WS-SIM-OVR(2, WS-SEARCH-INDEX + 1)
                    TO WS-SIM-OVR(2, WS-SEARCH-INDEX).

            PREPARE-ONE-SIDE.
                *> settle each catalog entry once: in force on the
                *> as-of date or not, its weight after the ACTADJ
                *> factor, and its report and category rows
                PERFORM PREPARE-ONE-ACTIVITY
                    VARYING WS-ACT-INDEX FROM 1 BY 1
                    UNTIL WS-ACT-INDEX > WS-SIM-ACT-COUNT(WS-SIDE).

            PREPARE-ONE-ACTIVITY.
                MOVE 'N' TO WS-SIM-IN-FORCE(WS-SIDE, WS-ACT-INDEX).
                IF WS-SIM-ACTIVE(WS-SIDE, WS-ACT-INDEX) = 'A'
                    AND WS-AS-OF-DATE
                        >= WS-SIM-EFF-FROM(WS-SIDE, WS-ACT-INDEX)
                    AND WS-AS-OF-DATE
                        <= WS-SIM-EFF-TO(WS-SIDE, WS-ACT-INDEX)
                    MOVE 'Y' TO WS-SIM-IN-FORCE(WS-SIDE, WS-ACT-INDEX)
                END-IF.
                IF WS-SIM-WEIGHT(WS-SIDE, WS-ACT-INDEX) IS NUMERIC
                    MOVE WS-SIM-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                        TO WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                ELSE
                    MOVE 1 TO WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                END-IF.
                MOVE ZERO TO WS-MATCH-INDEX.
                PERFORM MATCH-ADJUSTMENT
                    VARYING WS-ADJ-INDEX FROM 1 BY 1
                    UNTIL WS-ADJ-INDEX > WS-ADJ-COUNT.
                IF WS-MATCH-INDEX > 0
                    COMPUTE WS-ADJUSTED-WEIGHT ROUNDED =
                        WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                        * WS-ADJ-FACTOR(WS-MATCH-INDEX) / 100
                    IF WS-ADJUSTED-WEIGHT < 1
                        MOVE 1 TO WS-ADJUSTED-WEIGHT
                    END-IF
                    MOVE WS-ADJUSTED-WEIGHT
                        TO WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                END-IF.
                MOVE 5 TO WS-CAT-INDEX.
                PERFORM MATCH-CATEGORY-NAME
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > 4.
                MOVE WS-CAT-INDEX
                    TO WS-SIM-CAT-INDEX(WS-SIDE, WS-ACT-INDEX).
                PERFORM FIND-REPORT-ROW.
                MOVE WS-REP-INDEX
                    TO WS-SIM-REP-INDEX(WS-SIDE, WS-ACT-INDEX).

            MATCH-ADJUSTMENT.
                IF WS-MATCH-INDEX = 0
                    AND WS-ADJ-ACTIVITY(WS-ADJ-INDEX)
                        = WS-SIM-DESC(WS-SIDE, WS-ACT-INDEX)
                    MOVE WS-ADJ-INDEX TO WS-MATCH-INDEX
                END-IF.

            MATCH-CATEGORY-NAME.
                IF WS-CAT-INDEX = 5
                    AND WS-CAT-NAME(WS-SEARCH-INDEX)
                        = WS-SIM-CATEGORY(WS-SIDE, WS-ACT-INDEX)
                    MOVE WS-SEARCH-INDEX TO WS-CAT-INDEX
                END-IF.

            FIND-REPORT-ROW.
                *> one report row per activity ID -- a proposed
                *> rewording shows under the new description
                MOVE ZERO TO WS-REP-INDEX.
                PERFORM MATCH-REPORT-ROW
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-REP-COUNT.
                IF WS-REP-INDEX = 0
                    ADD 1 TO WS-REP-COUNT
                    MOVE WS-REP-COUNT TO WS-REP-INDEX
                    MOVE WS-SIM-ACT-ID(WS-SIDE, WS-ACT-INDEX)
                        TO WS-REP-ACT-ID(WS-REP-INDEX)
                END-IF.
                MOVE WS-SIM-DESC(WS-SIDE, WS-ACT-INDEX)
                    TO WS-REP-DESC(WS-REP-INDEX).

            MATCH-REPORT-ROW.
                IF WS-REP-INDEX = 0
                    AND WS-REP-ACT-ID(WS-SEARCH-INDEX)
                        = WS-SIM-ACT-ID(WS-SIDE, WS-ACT-INDEX)
                    MOVE WS-SEARCH-INDEX TO WS-REP-INDEX
                END-IF.

            REPLAY-MOOD-HISTORY.
                *> every score in the range, through both sides
                MOVE SPACES TO WS-DEPT-CODE(1).
                MOVE ZERO TO WS-DEPT-SCORES(1).
                MOVE "ALL" TO WS-DEPT-CODE(1).
                PERFORM CLEAR-ONE-DEPARTMENT
                    VARYING WS-DEPT-INDEX FROM 1 BY 1
                    UNTIL WS-DEPT-INDEX > 21.
                OPEN INPUT PERSON-MASTER.
                IF WS-MASTER-OK
                    SET WS-MASTER-OPEN TO TRUE
                ELSE
                    DISPLAY "PICKSIM: person master not available -- "
                        "every score counts under department ????."
                END-IF.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT MOOD-HISTORY.
                IF WS-MOOD-OK
                    PERFORM READ-MOOD-RECORD
                    PERFORM REPLAY-ONE-SCORE UNTIL WS-EOF-YES
                    CLOSE MOOD-HISTORY
                END-IF.
                IF WS-MASTER-OPEN
                    CLOSE PERSON-MASTER
                END-IF.

            CLEAR-ONE-DEPARTMENT.
                IF WS-DEPT-INDEX > 1
                    MOVE SPACES TO WS-DEPT-CODE(WS-DEPT-INDEX)
                END-IF.
                MOVE ZERO TO WS-DEPT-SCORES(WS-DEPT-INDEX).
                PERFORM CLEAR-ONE-ACTIVITY-CELL
                    VARYING WS-REP-INDEX FROM 1 BY 1
                    UNTIL WS-REP-INDEX > 100.
                PERFORM CLEAR-ONE-CATEGORY-CELL
                    VARYING WS-CAT-INDEX FROM 1 BY 1
                    UNTIL WS-CAT-INDEX > 5.

            CLEAR-ONE-ACTIVITY-CELL.
                MOVE ZERO TO WS-EXP-ACT(WS-DEPT-INDEX, WS-REP-INDEX, 1).
                MOVE ZERO TO WS-EXP-ACT(WS-DEPT-INDEX, WS-REP-INDEX, 2).

            CLEAR-ONE-CATEGORY-CELL.
                MOVE ZERO TO WS-EXP-CAT(WS-DEPT-INDEX, WS-CAT-INDEX, 1).
                MOVE ZERO TO WS-EXP-CAT(WS-DEPT-INDEX, WS-CAT-INDEX, 2).

            READ-MOOD-RECORD.
                READ MOOD-HISTORY
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            REPLAY-ONE-SCORE.
                MOVE MOOD-HISTORY-RECORD TO MOODHIST-RECORD.
                IF MH-DATE >= WS-FROM-DATE AND MH-DATE <= WS-TO-DATE
                    ADD 1 TO WS-REPLAYED
                    PERFORM CLAMP-MOOD-SCORES
                    PERFORM FIND-SCORE-DEPARTMENT
                    ADD 1 TO WS-DEPT-SCORES(1)
                    IF WS-THIS-DEPT > 1
                        ADD 1 TO WS-DEPT-SCORES(WS-THIS-DEPT)
                    END-IF
                    PERFORM WEIGH-ONE-SIDE
                        VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                END-IF.
                PERFORM READ-MOOD-RECORD.

            CLAMP-MOOD-SCORES.
                *> the same 0-100 clamp the batch applies
                MOVE MH-SCORE-1 TO WS-SCORE-1.
                MOVE MH-SCORE-2 TO WS-SCORE-2.
                MOVE MH-SCORE-3 TO WS-SCORE-3.
                IF WS-SCORE-1 > 100
                    MOVE 100 TO WS-SCORE-1
                END-IF.
                IF WS-SCORE-2 > 100
                    MOVE 100 TO WS-SCORE-2
                END-IF.
                IF WS-SCORE-3 > 100
                    MOVE 100 TO WS-SCORE-3
                END-IF.

            FIND-SCORE-DEPARTMENT.
                *> the person's department today, off the master --
                *> 1 (everybody) alone when there are already 20
                *> other departments on the report
                MOVE "????" TO WS-LOOK-DEPT.
                IF WS-MASTER-OPEN
                    MOVE MH-PERSON-ID TO PERSON-ID
                    READ PERSON-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE PERSON-DEPT TO WS-LOOK-DEPT
                    END-READ
                END-IF.
                MOVE ZERO TO WS-THIS-DEPT.
                PERFORM MATCH-DEPARTMENT
                    VARYING WS-DEPT-INDEX FROM 2 BY 1
                    UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.
                IF WS-THIS-DEPT = 0
                    IF WS-DEPT-COUNT < 21
                        ADD 1 TO WS-DEPT-COUNT
                        MOVE WS-DEPT-COUNT TO WS-THIS-DEPT
                        MOVE WS-LOOK-DEPT TO WS-DEPT-CODE(WS-THIS-DEPT)
                    ELSE
                        SET WS-DEPT-OVERFLOWED TO TRUE
                        MOVE 1 TO WS-THIS-DEPT
                    END-IF
                END-IF.

            MATCH-DEPARTMENT.
                IF WS-THIS-DEPT = 0
                    AND WS-DEPT-CODE(WS-DEPT-INDEX) = WS-LOOK-DEPT
                    MOVE WS-DEPT-INDEX TO WS-THIS-DEPT
                END-IF.

            WEIGH-ONE-SIDE.
                *> ARRAYS' weighting for this score on this side, then
                *> each activity's share of the total is what it
                *> expects to win
                SET WS-OVERRIDES-ON TO TRUE.
                PERFORM WEIGH-SIDE-ACTIVITIES.
                PERFORM APPLY-SIDE-OVERRIDES
                    VARYING WS-OVR-INDEX FROM 1 BY 1
                    UNTIL WS-OVR-INDEX > WS-SIM-OVR-COUNT(WS-SIDE).
                IF WS-TOTAL-WEIGHT = 0
                    *> every activity NEVERed away -- ARRAYS picks
                    *> without the overrides, and so does this
                    SET WS-OVERRIDES-OFF TO TRUE
                    PERFORM WEIGH-SIDE-ACTIVITIES
                END-IF.
                IF WS-TOTAL-WEIGHT > 0
                    PERFORM SHARE-ONE-ACTIVITY
                        VARYING WS-ACT-INDEX FROM 1 BY 1
                        UNTIL WS-ACT-INDEX > WS-SIM-ACT-COUNT(WS-SIDE)
                END-IF.

            WEIGH-SIDE-ACTIVITIES.
                MOVE ZERO TO WS-TOTAL-WEIGHT.
                PERFORM WEIGH-ONE-ACTIVITY
                    VARYING WS-ACT-INDEX FROM 1 BY 1
                    UNTIL WS-ACT-INDEX > WS-SIM-ACT-COUNT(WS-SIDE).
                IF WS-TOTAL-WEIGHT = 0
                    PERFORM LEVEL-ONE-WEIGHT
                        VARYING WS-ACT-INDEX FROM 1 BY 1
                        UNTIL WS-ACT-INDEX > WS-SIM-ACT-COUNT(WS-SIDE)
                END-IF.

            WEIGH-ONE-ACTIVITY.
                *> hunger pushes FOOD, energy pushes ENERGY, boredom
                *> pushes RELAX; an entry not in force weighs nothing
                MOVE ZERO TO WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX).
                IF WS-SIM-IS-IN-FORCE(WS-SIDE, WS-ACT-INDEX)
                    MOVE WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                        TO WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                    IF WS-SIM-CAT-INDEX(WS-SIDE, WS-ACT-INDEX) = 1
                        COMPUTE WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                            = WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                            + (WS-SCORE-2 / 20)
                    END-IF
                    IF WS-SIM-CAT-INDEX(WS-SIDE, WS-ACT-INDEX) = 2
                        COMPUTE WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                            = WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                            + (WS-SCORE-1 / 20)
                    END-IF
                    IF WS-SIM-CAT-INDEX(WS-SIDE, WS-ACT-INDEX) = 3
                        COMPUTE WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                            = WS-SIM-BASE(WS-SIDE, WS-ACT-INDEX)
                            + (WS-SCORE-3 / 20)
                    END-IF
                    ADD WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                        TO WS-TOTAL-WEIGHT
                END-IF.

            LEVEL-ONE-WEIGHT.
                *> ARRAYS' even-pick fallback when nothing weighs
                *> anything
                IF WS-SIM-IS-IN-FORCE(WS-SIDE, WS-ACT-INDEX)
                    MOVE 1 TO WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                    ADD 1 TO WS-TOTAL-WEIGHT
                END-IF.

            APPLY-SIDE-OVERRIDES.
                *> this person's overrides in force on the as-of date
                IF WS-SIM-OVR-ID(WS-SIDE, WS-OVR-INDEX) = MH-PERSON-ID
                    AND WS-AS-OF-DATE
                        >= WS-SIM-OVR-EFF-FROM(WS-SIDE, WS-OVR-INDEX)
                    AND WS-AS-OF-DATE
                        <= WS-SIM-OVR-EFF-TO(WS-SIDE, WS-OVR-INDEX)
                    MOVE ZERO TO WS-MATCH-INDEX
                    PERFORM MATCH-OVERRIDE-ACTIVITY
                        VARYING WS-SEARCH-INDEX FROM 1 BY 1
                        UNTIL WS-SEARCH-INDEX
                            > WS-SIM-ACT-COUNT(WS-SIDE)
                    IF WS-MATCH-INDEX > 0
                        PERFORM STEER-ONE-ACTIVITY
                    END-IF
                END-IF.

            MATCH-OVERRIDE-ACTIVITY.
                IF WS-MATCH-INDEX = 0
                    AND WS-SIM-IS-IN-FORCE(WS-SIDE, WS-SEARCH-INDEX)
                    AND WS-SIM-ACT-ID(WS-SIDE, WS-SEARCH-INDEX)
                        = WS-SIM-OVR-ACT-ID(WS-SIDE, WS-OVR-INDEX)
                    MOVE WS-SEARCH-INDEX TO WS-MATCH-INDEX
                END-IF.

            STEER-ONE-ACTIVITY.
                IF WS-SIM-OVR-TYPE(WS-SIDE, WS-OVR-INDEX) = "NEVER"
                    SUBTRACT WS-SIM-ACT-WEIGHT(WS-SIDE, WS-MATCH-INDEX)
                        FROM WS-TOTAL-WEIGHT
                    MOVE ZERO
                        TO WS-SIM-ACT-WEIGHT(WS-SIDE, WS-MATCH-INDEX)
                END-IF.
                IF WS-SIM-OVR-TYPE(WS-SIDE, WS-OVR-INDEX) = "PREFER"
                    ADD WS-PREFER-BOOST
                        TO WS-SIM-ACT-WEIGHT(WS-SIDE, WS-MATCH-INDEX)
                    ADD WS-PREFER-BOOST TO WS-TOTAL-WEIGHT
                END-IF.

            SHARE-ONE-ACTIVITY.
                IF WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX) > 0
                    COMPUTE WS-SHARE ROUNDED =
                        WS-SIM-ACT-WEIGHT(WS-SIDE, WS-ACT-INDEX)
                        / WS-TOTAL-WEIGHT
                    MOVE WS-SIM-REP-INDEX(WS-SIDE, WS-ACT-INDEX)
                        TO WS-REP-INDEX
                    MOVE WS-SIM-CAT-INDEX(WS-SIDE, WS-ACT-INDEX)
                        TO WS-CAT-INDEX
                    ADD WS-SHARE
                        TO WS-EXP-ACT(1, WS-REP-INDEX, WS-SIDE)
                    ADD WS-SHARE
                        TO WS-EXP-CAT(1, WS-CAT-INDEX, WS-SIDE)
                    IF WS-THIS-DEPT > 1
                        ADD WS-SHARE TO WS-EXP-ACT(WS-THIS-DEPT,
                            WS-REP-INDEX, WS-SIDE)
                        ADD WS-SHARE TO WS-EXP-CAT(WS-THIS-DEPT,
                            WS-CAT-INDEX, WS-SIDE)
                    END-IF
                END-IF.

            PRINT-SIMULATION.
                DISPLAY " ".
                DISPLAY "PICK SIMULATION -- CURRENT VERSUS PROPOSED".
                DISPLAY "------------------------------------------".
                DISPLAY "MOOD SCORES " WS-FROM-DATE " THROUGH "
                    WS-TO-DATE ", CATALOG AND OVERRIDES AS OF "
                    WS-AS-OF-DATE.
                DISPLAY "SCORES REPLAYED: " WS-REPLAYED.
                IF WS-REPLAYED = 0
                    DISPLAY "NOTHING ON MOODHIST.DAT IN THAT RANGE "
                        "-- A RANGE ARCHPURG HAS ARCHIVED NEEDS "
                        "HISTRTRV FIRST."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM PRINT-ONE-DEPARTMENT
                        VARYING WS-DEPT-INDEX FROM 1 BY 1
                        UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                    IF WS-DEPT-OVERFLOWED
                        DISPLAY " "
                        DISPLAY "MORE THAN 20 DEPARTMENTS -- THE REST "
                            "COUNT IN THE ALL-DEPARTMENTS TOTALS ONLY."
                    END-IF
                END-IF.

            PRINT-ONE-DEPARTMENT.
                DISPLAY " ".
                IF WS-DEPT-INDEX = 1
                    DISPLAY "ALL DEPARTMENTS -- "
                        WS-DEPT-SCORES(WS-DEPT-INDEX) " SCORES"
                ELSE
                    DISPLAY "DEPARTMENT " WS-DEPT-CODE(WS-DEPT-INDEX)
                        " -- " WS-DEPT-SCORES(WS-DEPT-INDEX) " SCORES"
                END-IF.
                DISPLAY "ACTIVITY                              "
                    "   CURRENT   PROPOSED      CHANGE".
                PERFORM PRINT-ONE-ACTIVITY-ROW
                    VARYING WS-REP-INDEX FROM 1 BY 1
                    UNTIL WS-REP-INDEX > WS-REP-COUNT.
                DISPLAY "CATEGORY".
                PERFORM PRINT-ONE-CATEGORY-ROW
                    VARYING WS-CAT-INDEX FROM 1 BY 1
                    UNTIL WS-CAT-INDEX > 5.

            PRINT-ONE-ACTIVITY-ROW.
                MOVE WS-EXP-ACT(WS-DEPT-INDEX, WS-REP-INDEX, 1)
                    TO WS-SHOW-CURRENT.
                MOVE WS-EXP-ACT(WS-DEPT-INDEX, WS-REP-INDEX, 2)
                    TO WS-SHOW-PROPOSED.
                COMPUTE WS-DIFFERENCE =
                    WS-EXP-ACT(WS-DEPT-INDEX, WS-REP-INDEX, 2)
                    - WS-EXP-ACT(WS-DEPT-INDEX, WS-REP-INDEX, 1).
                MOVE WS-DIFFERENCE TO WS-SHOW-CHANGE.
                DISPLAY "  " WS-REP-ACT-ID(WS-REP-INDEX) " "
                    WS-REP-DESC(WS-REP-INDEX) " " WS-SHOW-CURRENT " "
                    WS-SHOW-PROPOSED " " WS-SHOW-CHANGE.

            PRINT-ONE-CATEGORY-ROW.
                *> the catch-all row only when something landed in it
                IF WS-CAT-INDEX < 5
                    OR WS-EXP-CAT(WS-DEPT-INDEX, 5, 1) > 0
                    OR WS-EXP-CAT(WS-DEPT-INDEX, 5, 2) > 0
                    MOVE WS-EXP-CAT(WS-DEPT-INDEX, WS-CAT-INDEX, 1)
                        TO WS-SHOW-CURRENT
                    MOVE WS-EXP-CAT(WS-DEPT-INDEX, WS-CAT-INDEX, 2)
                        TO WS-SHOW-PROPOSED
                    COMPUTE WS-DIFFERENCE =
                        WS-EXP-CAT(WS-DEPT-INDEX, WS-CAT-INDEX, 2)
                        - WS-EXP-CAT(WS-DEPT-INDEX, WS-CAT-INDEX, 1)
                    MOVE WS-DIFFERENCE TO WS-SHOW-CHANGE
                    DISPLAY "  " WS-CAT-NAME(WS-CAT-INDEX)
                        "                             "
                        WS-SHOW-CURRENT " " WS-SHOW-PROPOSED " "
                        WS-SHOW-CHANGE
                END-IF.
