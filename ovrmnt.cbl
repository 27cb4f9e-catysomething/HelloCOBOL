            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. OVRMNT.
            *> OVRMNT is the only sanctioned way to change the
            *> per-person NEVER/PREFER overrides on OVERFILE.DAT, the
            *> same way NAMEMNT is for the person master and ACTMNT is
            *> for the catalog. an override is a medical or physio
            *> instruction (ALICE must never be told to have a snack),
            *> and a hand edit that mistypes the PERSON-ID or the
            *> activity ID steers nobody -- silently -- so changes
            *> arrive here as ADD/CHANGE/DELETE transactions off
            *> OVR-TRAN-FILE instead. every transaction is validated
            *> -- the PERSON-ID against the keyed master, the activity
            *> ID against the catalog, the type as NEVER or PREFER,
            *> the effective dates as real YYYYMMDD calendar dates in
            *> order -- and applied or rejected with a printed reason,
            *> with applied/rejected counts at the end so override
            *> changes are signed off instead of invisible.
            *> an override is identified by its PERSON-ID and activity
            *> ID together -- one person has at most one override per
            *> activity, and a CHANGE or DELETE names both.
            *> the override file is a plain line-sequential file, so
            *> OVRMNT loads it whole, applies the batch to the loaded
            *> table, and only rewrites the file when the batch is
            *> done -- a run that gives up partway leaves OVERFILE.DAT
            *> exactly as it found it.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> per-person NEVER/PREFER overrides, keyed by the
                *> person's PERSON-ID off the master
                SELECT OVERRIDE-FILE ASSIGN TO "OVERFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OVR-STATUS.
                *> one maintenance transaction per record
                SELECT OVR-TRAN-FILE ASSIGN TO "OVRTRAN.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-OTR-STATUS.
                *> the catalog, read only for the activity IDs an
                *> override may point at
                SELECT ACTIVITY-FILE ASSIGN TO "ACTFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACT-STATUS.
                *> the keyed person master, read by PERSON-ID to check
                *> the override belongs to somebody
                SELECT PERSON-MASTER ASSIGN TO "NAMEFILE.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY PERSON-ID
                    ALTERNATE RECORD KEY PERSON-NAME
                        WITH DUPLICATES
                    FILE STATUS IS WS-MASTER-STATUS.

            DATA DIVISION.
              FILE SECTION.
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

              FD  ACTIVITY-FILE.
              *> same columns ACTMNT maintains -- only the ID matters
              *> here
              01  ACTIVITY-FILE-RECORD.
                  05 ACT-FILE-ID       PIC X(04).
                  05 ACT-FILE-DESC     PIC X(30).
                  05 ACT-FILE-CATEGORY PIC X(07).
                  05 ACT-FILE-WEIGHT   PIC X(03).
                  05 ACT-FILE-ACTIVE   PIC X(01).
                  05 ACT-FILE-EFF-FROM PIC X(08).
                  05 ACT-FILE-EFF-TO   PIC X(08).
                  05 ACT-FILE-CAPACITY PIC X(03).

              FD  PERSON-MASTER.
              COPY PERSONMS.

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-OVR-STATUS PIC X(02).
                 88 WS-OVR-FOUND VALUE "00".
                 88 WS-OVR-NOT-FOUND VALUE "35".
              01 WS-OVR-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-OVR-EOF-YES VALUE 'Y'.
                 88 WS-OVR-EOF-NO VALUE 'N'.
              01 WS-OTR-STATUS PIC X(02).
                 88 WS-OTR-OK VALUE "00".
                 88 WS-OTR-NOT-FOUND VALUE "35".
              01 WS-ACT-STATUS PIC X(02).
                 88 WS-ACT-FOUND VALUE "00".
                 88 WS-ACT-NOT-FOUND VALUE "35".
              01 WS-ACT-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ACT-EOF-YES VALUE 'Y'.
                 88 WS-ACT-EOF-NO VALUE 'N'.
              01 WS-MASTER-STATUS PIC X(02).
                 88 WS-MASTER-OK VALUE "00".
                 88 WS-MASTER-NOT-FOUND VALUE "35".
              *> set when this run can't go on (no master, no
              *> catalog, no transactions) -- OVRMNT still GOBACKs on
              *> this path instead of STOP RUN, so a CALLer regains
              *> control and can react to RETURN-CODE instead of
              *> having its whole process torn down
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.

              *> every override on file, loaded so the batch applies
              *> to the table and the file is only rewritten once the
              *> batch is done -- the same cap ARRAYS loads
              01 WS-OVR-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-OVR-TABLE.
                 05 WS-OVR-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-OVR-COUNT.
                    10 WS-OVR-ID       PIC X(05).
                    10 WS-OVR-TYPE     PIC X(06).
                    10 WS-OVR-ACT-ID   PIC X(04).
                    10 WS-OVR-EFF-FROM PIC X(08).
                    10 WS-OVR-EFF-TO   PIC X(08).
              *> set when more than 100 overrides turn up -- entries
              *> past the cap would be dropped by the rewrite, so the
              *> run gives up rather than lose any of them
              01 WS-OVR-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-OVR-OVERFLOWED VALUE 'Y'.

              *> the catalog's activity IDs -- retired and out-of-
              *> window entries count too, since an override may be
              *> set up ahead of an activity going live
              01 WS-CAT-COUNT PIC 9(03) COMP VALUE ZERO.
              01 WS-CATALOG-TABLE.
                 05 WS-CAT-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-CAT-COUNT.
                    10 WS-CAT-ID PIC X(04).
              01 WS-CAT-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-CAT-OVERFLOWED VALUE 'Y'.
              01 WS-CAT-SWITCH PIC X(01).
                 88 WS-CAT-MATCHED VALUE 'Y'.
                 88 WS-CAT-NOT-MATCHED VALUE 'N'.

              *> outcome of the transaction currently being applied --
              *> the reason text doubles as the audit-report column
              01 WS-TRAN-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-TRAN-APPLIED VALUE 'Y'.
                 88 WS-TRAN-REJECTED VALUE 'N'.
              01 WS-REJECT-REASON PIC X(25).
              01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-REJECT-COUNT PIC 9(06) VALUE ZERO.

              *> which loaded override the transaction's PERSON-ID
              *> and activity ID point at, 0 when there isn't one
              01 WS-MATCH-INDEX PIC 9(03) COMP.
              01 WS-SEARCH-INDEX PIC 9(03) COMP.

              *> the override as it would stand after an ADD or a
              *> CHANGE, checked whole before anything is moved back
              *> to the table -- a reject must leave the entry
              *> untouched
              01 WS-WORK-ENTRY.
                 05 WS-WORK-TYPE     PIC X(06).
                    88 WS-WORK-TYPE-VALID VALUE 'NEVER' 'PREFER'.
                 05 WS-WORK-EFF-FROM PIC X(08).
                 05 WS-WORK-EFF-TO   PIC X(08).

              *> today, for an ADD that leaves its start date blank
              01 WS-TODAY PIC X(08).

              *> one date run through the calendar check at a time
              01 WS-VAL-DATE.
                 05 WS-VAL-YEAR  PIC 9(04).
                 05 WS-VAL-MONTH PIC 9(02).
                 05 WS-VAL-DAY   PIC 9(02).
              01 WS-DATE-SWITCH PIC X(01).
                 88 WS-DATE-VALID VALUE 'Y'.
                 88 WS-DATE-NOT-VALID VALUE 'N'.
              01 WS-MONTH-DAYS PIC 9(02).
              01 WS-LEAP-REM PIC 9(04).

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> load the overrides and the catalog IDs, apply the
                *> whole transaction file to the table one transaction
                *> at a time, then rewrite the override file and
                *> report the counts
                ACCEPT WS-TODAY FROM DATE YYYYMMDD.
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM LOAD-OVERRIDES.
                IF WS-NOT-ABORTED
                    PERFORM LOAD-CATALOG-IDS
                END-IF.
                IF WS-NOT-ABORTED
                    OPEN INPUT PERSON-MASTER
                    IF WS-MASTER-OK
                        PERFORM APPLY-THE-BATCH
                        CLOSE PERSON-MASTER
                    ELSE
                        DISPLAY "OVRMNT: NAMEFILE.DAT not available "
                            "-- no PERSON-ID can be checked, giving "
                            "up on this run."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.
                *> end our program
                GOBACK.

            LOAD-OVERRIDES.
                *> pull every override into the table -- a missing
                *> override file just means the first ADDs build it
                MOVE ZERO TO WS-OVR-COUNT.
                OPEN INPUT OVERRIDE-FILE.
                IF WS-OVR-FOUND
                    PERFORM READ-OVERRIDE-RECORD
                    PERFORM ADD-OVERRIDE-ENTRY
                        UNTIL WS-OVR-EOF-YES OR WS-OVR-OVERFLOWED
                    CLOSE OVERRIDE-FILE
                    IF WS-OVR-OVERFLOWED
                        DISPLAY "OVRMNT: OVERFILE.DAT has more than "
                            "100 entries -- a rewrite would drop "
                            "some, giving up on this run."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.

            READ-OVERRIDE-RECORD.
                READ OVERRIDE-FILE
                    AT END
                        SET WS-OVR-EOF-YES TO TRUE
                END-READ.

            ADD-OVERRIDE-ENTRY.
                IF WS-OVR-COUNT < 100
                    ADD 1 TO WS-OVR-COUNT
                    MOVE OVR-FILE-ID TO WS-OVR-ID(WS-OVR-COUNT)
                    MOVE OVR-FILE-TYPE TO WS-OVR-TYPE(WS-OVR-COUNT)
                    MOVE OVR-FILE-ACT-ID
                        TO WS-OVR-ACT-ID(WS-OVR-COUNT)
                    MOVE OVR-FILE-EFF-FROM
                        TO WS-OVR-EFF-FROM(WS-OVR-COUNT)
                    MOVE OVR-FILE-EFF-TO
                        TO WS-OVR-EFF-TO(WS-OVR-COUNT)
                    PERFORM READ-OVERRIDE-RECORD
                ELSE
                    SET WS-OVR-OVERFLOWED TO TRUE
                END-IF.

            LOAD-CATALOG-IDS.
                *> no catalog means no activity ID can be checked, so
                *> nothing can be applied safely
                MOVE ZERO TO WS-CAT-COUNT.
                OPEN INPUT ACTIVITY-FILE.
                IF WS-ACT-NOT-FOUND
                    DISPLAY "OVRMNT: ACTFILE.DAT not found -- no "
                        "activity ID can be checked, giving up on "
                        "this run."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM READ-ACTIVITY-RECORD
                    PERFORM ADD-CATALOG-ID
                        UNTIL WS-ACT-EOF-YES OR WS-CAT-OVERFLOWED
                    CLOSE ACTIVITY-FILE
                    IF WS-CAT-OVERFLOWED
                        DISPLAY "OVRMNT: ACTFILE.DAT has more than "
                            "50 entries -- activity IDs past the "
                            "first 50 can't be checked, giving up on "
                            "this run."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.

            READ-ACTIVITY-RECORD.
                READ ACTIVITY-FILE
                    AT END
                        SET WS-ACT-EOF-YES TO TRUE
                END-READ.

            ADD-CATALOG-ID.
                IF WS-CAT-COUNT < 50
                    ADD 1 TO WS-CAT-COUNT
                    MOVE ACT-FILE-ID TO WS-CAT-ID(WS-CAT-COUNT)
                    PERFORM READ-ACTIVITY-RECORD
                ELSE
                    SET WS-CAT-OVERFLOWED TO TRUE
                END-IF.

            APPLY-THE-BATCH.
                *> run every transaction through the edits against the
                *> loaded table, then rewrite the override file in one
                *> go
                OPEN INPUT OVR-TRAN-FILE.
                IF WS-OTR-NOT-FOUND
                    DISPLAY "OVRMNT: OVR-TRAN-FILE not found -- "
                        "nothing to apply, giving up on this run."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    DISPLAY "PERSON OVERRIDE MAINTENANCE AUDIT"
                    DISPLAY "----------------------------------"
                    PERFORM READ-OVR-TRAN-RECORD
                    PERFORM APPLY-ONE-TRANSACTION UNTIL WS-EOF-YES
                    CLOSE OVR-TRAN-FILE
                    PERFORM REWRITE-OVERRIDES
                    DISPLAY " "
                    DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT
                    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT
                END-IF.

            READ-OVR-TRAN-RECORD.
                *> pull the next transaction off the file, flag EOF
                *> when done
                READ OVR-TRAN-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            APPLY-ONE-TRANSACTION.
                *> route the transaction by its action code, then
                *> print one audit line for it either way
                SET WS-TRAN-REJECTED TO TRUE.
                MOVE SPACES TO WS-REJECT-REASON.
                IF OTR-PERSON-ID = SPACES
                    MOVE "PERSON-ID MISSING" TO WS-REJECT-REASON
                ELSE
                    IF OTR-ACT-ID = SPACES
                        MOVE "ACTIVITY-ID MISSING" TO WS-REJECT-REASON
                    ELSE
                        PERFORM FIND-OVERRIDE-ENTRY
                        PERFORM ROUTE-BY-ACTION
                    END-IF
                END-IF.
                PERFORM PRINT-AUDIT-LINE.
                PERFORM READ-OVR-TRAN-RECORD.

            ROUTE-BY-ACTION.
                IF OTR-ADD
                    PERFORM APPLY-ADD
                ELSE
                    IF OTR-CHANGE
                        PERFORM APPLY-CHANGE
                    ELSE
                        IF OTR-DELETE
                            PERFORM APPLY-DELETE
                        ELSE
                            MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                        END-IF
                    END-IF
                END-IF.

            FIND-OVERRIDE-ENTRY.
                *> which loaded override this transaction's PERSON-ID
                *> and activity ID point at, 0 when there isn't one
                MOVE ZERO TO WS-MATCH-INDEX.
                PERFORM MATCH-OVERRIDE-ENTRY
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-OVR-COUNT.

            MATCH-OVERRIDE-ENTRY.
                IF WS-MATCH-INDEX = 0
                    AND WS-OVR-ID(WS-SEARCH-INDEX) = OTR-PERSON-ID
                    AND WS-OVR-ACT-ID(WS-SEARCH-INDEX) = OTR-ACT-ID
                    MOVE WS-SEARCH-INDEX TO WS-MATCH-INDEX
                END-IF.

            APPLY-ADD.
                *> a brand-new override -- the type is required; a
                *> blank start date means from today and a blank end
                *> date means open-ended
                IF WS-MATCH-INDEX > 0
                    MOVE "DUPLICATE OVERRIDE" TO WS-REJECT-REASON
                ELSE
                    MOVE OTR-TYPE TO WS-WORK-TYPE
                    IF OTR-EFF-FROM = SPACES
                        MOVE WS-TODAY TO WS-WORK-EFF-FROM
                    ELSE
                        MOVE OTR-EFF-FROM TO WS-WORK-EFF-FROM
                    END-IF
                    IF OTR-EFF-TO = SPACES
                        MOVE "99991231" TO WS-WORK-EFF-TO
                    ELSE
                        MOVE OTR-EFF-TO TO WS-WORK-EFF-TO
                    END-IF
                    PERFORM CHECK-WORK-ENTRY
                    IF WS-REJECT-REASON = SPACES
                        IF WS-OVR-COUNT < 100
                            ADD 1 TO WS-OVR-COUNT
                            MOVE OTR-PERSON-ID
                                TO WS-OVR-ID(WS-OVR-COUNT)
                            MOVE OTR-ACT-ID
                                TO WS-OVR-ACT-ID(WS-OVR-COUNT)
                            MOVE WS-OVR-COUNT TO WS-MATCH-INDEX
                            PERFORM STORE-WORK-ENTRY
                            SET WS-TRAN-APPLIED TO TRUE
                        ELSE
                            MOVE "OVERRIDE FILE FULL"
                                TO WS-REJECT-REASON
                        END-IF
                    END-IF
                END-IF.

            APPLY-CHANGE.
                *> update an existing override in place -- a blank
                *> field on the transaction means leave that field as
                *> it is, so extending the end date doesn't blank the
                *> type. the merged entry is checked whole before
                *> anything moves back to the table
                IF WS-MATCH-INDEX = 0
                    MOVE "OVERRIDE NOT ON FILE" TO WS-REJECT-REASON
                ELSE
                    MOVE WS-OVR-TYPE(WS-MATCH-INDEX) TO WS-WORK-TYPE
                    MOVE WS-OVR-EFF-FROM(WS-MATCH-INDEX)
                        TO WS-WORK-EFF-FROM
                    MOVE WS-OVR-EFF-TO(WS-MATCH-INDEX)
                        TO WS-WORK-EFF-TO
                    IF OTR-TYPE NOT = SPACES
                        MOVE OTR-TYPE TO WS-WORK-TYPE
                    END-IF
                    IF OTR-EFF-FROM NOT = SPACES
                        MOVE OTR-EFF-FROM TO WS-WORK-EFF-FROM
                    END-IF
                    IF OTR-EFF-TO NOT = SPACES
                        MOVE OTR-EFF-TO TO WS-WORK-EFF-TO
                    END-IF
                    PERFORM CHECK-WORK-ENTRY
                    IF WS-REJECT-REASON = SPACES
                        PERFORM STORE-WORK-ENTRY
                        SET WS-TRAN-APPLIED TO TRUE
                    END-IF
                END-IF.

            APPLY-DELETE.
                *> take an override off the file outright -- no person
                *> or catalog check, so an override left behind by a
                *> leaver or a deleted activity can still be cleared
                IF WS-MATCH-INDEX = 0
                    MOVE "OVERRIDE NOT ON FILE" TO WS-REJECT-REASON
                ELSE
                    PERFORM SQUEEZE-OUT-ENTRY
                        VARYING WS-SEARCH-INDEX
                        FROM WS-MATCH-INDEX BY 1
                        UNTIL WS-SEARCH-INDEX >= WS-OVR-COUNT
                    SUBTRACT 1 FROM WS-OVR-COUNT
                    SET WS-TRAN-APPLIED TO TRUE
                END-IF.

            SQUEEZE-OUT-ENTRY.
                MOVE WS-OVR-ENTRY(WS-SEARCH-INDEX + 1)
                    TO WS-OVR-ENTRY(WS-SEARCH-INDEX).

            STORE-WORK-ENTRY.
                *> the checked entry lands on the table in one go
                MOVE WS-WORK-TYPE TO WS-OVR-TYPE(WS-MATCH-INDEX).
                MOVE WS-WORK-EFF-FROM
                    TO WS-OVR-EFF-FROM(WS-MATCH-INDEX).
                MOVE WS-WORK-EFF-TO
                    TO WS-OVR-EFF-TO(WS-MATCH-INDEX).

            CHECK-WORK-ENTRY.
                *> every edit the override must pass, in one place for
                *> ADD and CHANGE both -- the first edit that fails
                *> names the reason
                MOVE OTR-PERSON-ID TO PERSON-ID.
                READ PERSON-MASTER
                    INVALID KEY
                        MOVE "PERSON-ID NOT ON MASTER"
                            TO WS-REJECT-REASON
                END-READ.
                IF WS-REJECT-REASON = SPACES
                    PERFORM FIND-CATALOG-ID
                    IF WS-CAT-NOT-MATCHED
                        MOVE "ACTIVITY NOT ON CATALOG"
                            TO WS-REJECT-REASON
                    ELSE
                        IF NOT WS-WORK-TYPE-VALID
                            MOVE "TYPE NOT NEVER/PREFER"
                                TO WS-REJECT-REASON
                        ELSE
                            PERFORM CHECK-EFFECTIVE-DATES
                        END-IF
                    END-IF
                END-IF.

            FIND-CATALOG-ID.
                SET WS-CAT-NOT-MATCHED TO TRUE.
                PERFORM MATCH-CATALOG-ID
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-CAT-COUNT.

            MATCH-CATALOG-ID.
                IF WS-CAT-ID(WS-SEARCH-INDEX) = OTR-ACT-ID
                    SET WS-CAT-MATCHED TO TRUE
                END-IF.

            CHECK-EFFECTIVE-DATES.
                *> both effective dates have to be real calendar
                *> dates, and the window has to run forward --
                *> ARRAYS compares them as text, so a date that
                *> never happens quietly kills or immortalises the
                *> override
                MOVE WS-WORK-EFF-FROM TO WS-VAL-DATE.
                PERFORM VALIDATE-ONE-DATE.
                IF WS-DATE-NOT-VALID
                    MOVE "EFF-FROM NOT A DATE" TO WS-REJECT-REASON
                ELSE
                    MOVE WS-WORK-EFF-TO TO WS-VAL-DATE
                    PERFORM VALIDATE-ONE-DATE
                    IF WS-DATE-NOT-VALID
                        MOVE "EFF-TO NOT A DATE" TO WS-REJECT-REASON
                    ELSE
                        IF WS-WORK-EFF-FROM > WS-WORK-EFF-TO
                            MOVE "EFF DATES OUT OF ORDER"
                                TO WS-REJECT-REASON
                        END-IF
                    END-IF
                END-IF.

            VALIDATE-ONE-DATE.
                *> a real YYYYMMDD calendar date: numeric, month 1-12,
                *> day within the month, February sized by leap year
                SET WS-DATE-NOT-VALID TO TRUE.
                IF WS-VAL-DATE IS NUMERIC
                    AND WS-VAL-MONTH >= 1 AND WS-VAL-MONTH <= 12
                    PERFORM SIZE-THE-MONTH
                    IF WS-VAL-DAY >= 1
                        AND WS-VAL-DAY <= WS-MONTH-DAYS
                        SET WS-DATE-VALID TO TRUE
                    END-IF
                END-IF.

            SIZE-THE-MONTH.
                *> how many days this month actually has
                IF WS-VAL-MONTH = 4 OR WS-VAL-MONTH = 6
                    OR WS-VAL-MONTH = 9 OR WS-VAL-MONTH = 11
                    MOVE 30 TO WS-MONTH-DAYS
                ELSE
                    IF WS-VAL-MONTH = 2
                        PERFORM SIZE-FEBRUARY
                    ELSE
                        MOVE 31 TO WS-MONTH-DAYS
                    END-IF
                END-IF.

            SIZE-FEBRUARY.
                *> leap years: divisible by 4, except century years
                *> that aren't divisible by 400
                MOVE 28 TO WS-MONTH-DAYS.
                COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-VAL-YEAR, 4).
                IF WS-LEAP-REM = 0
                    COMPUTE WS-LEAP-REM =
                        FUNCTION MOD(WS-VAL-YEAR, 100)
                    IF WS-LEAP-REM NOT = 0
                        MOVE 29 TO WS-MONTH-DAYS
                    ELSE
                        COMPUTE WS-LEAP-REM =
                            FUNCTION MOD(WS-VAL-YEAR, 400)
                        IF WS-LEAP-REM = 0
                            MOVE 29 TO WS-MONTH-DAYS
                        END-IF
                    END-IF
                END-IF.

            REWRITE-OVERRIDES.
                *> the applied batch becomes the new override file in
                *> one rewrite -- nothing touched the file until now
                OPEN OUTPUT OVERRIDE-FILE.
                PERFORM WRITE-ONE-OVERRIDE
                    VARYING WS-SEARCH-INDEX FROM 1 BY 1
                    UNTIL WS-SEARCH-INDEX > WS-OVR-COUNT.
                CLOSE OVERRIDE-FILE.

            WRITE-ONE-OVERRIDE.
                MOVE WS-OVR-ID(WS-SEARCH-INDEX) TO OVR-FILE-ID.
                MOVE WS-OVR-TYPE(WS-SEARCH-INDEX) TO OVR-FILE-TYPE.
                MOVE WS-OVR-ACT-ID(WS-SEARCH-INDEX)
                    TO OVR-FILE-ACT-ID.
                MOVE WS-OVR-EFF-FROM(WS-SEARCH-INDEX)
                    TO OVR-FILE-EFF-FROM.
                MOVE WS-OVR-EFF-TO(WS-SEARCH-INDEX)
                    TO OVR-FILE-EFF-TO.
                WRITE OVERRIDE-FILE-RECORD.

            PRINT-AUDIT-LINE.
                *> one line per transaction: what it asked for and
                *> whether the override file actually changed
                IF WS-TRAN-APPLIED
                    ADD 1 TO WS-APPLIED-COUNT
                    DISPLAY OTR-ACTION " " OTR-PERSON-ID " "
                        OTR-ACT-ID " " OTR-TYPE " " OTR-EFF-FROM
                        " " OTR-EFF-TO " APPLIED"
                ELSE
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY OTR-ACTION " " OTR-PERSON-ID " "
                        OTR-ACT-ID " " OTR-TYPE " " OTR-EFF-FROM
                        " " OTR-EFF-TO " REJECTED - "
                        WS-REJECT-REASON
                END-IF.
