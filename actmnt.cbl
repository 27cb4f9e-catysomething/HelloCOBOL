            *> a printed reason, with applied/rejected counts at the
            *> end so catalog changes are signed off instead of
            *> invisible.
            *> a group session with limited places carries a daily
            *> capacity (001-999) that ARRAYS' batch books against;
            *> blank means no limit, and a CHANGE of 000 takes an
            *> existing limit off.
            *> the catalog is a plain line-sequential file, so ACTMNT
            *> loads it whole, applies the batch to the loaded table,
            *> and only rewrites the file when the batch is done --
            *> a run that gives up partway leaves ACTFILE.DAT exactly
            *> as it found it.
            *> every applied transaction also appends a before-image
            *> and an after-image of the catalog entry to the shared
            *> CHGJRNL.DAT change journal, so "who dropped GO FOR A
            *> WALK's weight, and when" has an answer after the audit
            *> printout is gone -- CHGRPT reads it back.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> one catalog record per activity: ID, description,
                *> category, base weight, active flag, effective
                *> dates, daily capacity
                SELECT ACTIVITY-FILE ASSIGN TO "ACTFILE.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ACT-STATUS.
                SELECT ACT-TRAN-FILE ASSIGN TO "ACTTRAN.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ATR-STATUS.
                *> append-only before/after images of every applied
                *> change, shared with NAMEMNT
                SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-JRNL-STATUS.

            DATA DIVISION.
              FILE SECTION.
                  05 ACT-FILE-ACTIVE   PIC X(01).
                  05 ACT-FILE-EFF-FROM PIC X(08).
                  05 ACT-FILE-EFF-TO   PIC X(08).
                  *> places per day for a group session -- blank for
                  *> an activity anyone can do at any time
                  05 ACT-FILE-CAPACITY PIC X(03).

              FD  ACT-TRAN-FILE.
              01  ACT-TRAN-RECORD.
                  05 ATR-ACTIVE   PIC X(01).
                  05 ATR-EFF-FROM PIC X(08).
                  05 ATR-EFF-TO   PIC X(08).
                  05 ATR-CAPACITY PIC X(03).

              FD  CHANGE-JOURNAL.
              01  CHANGE-JOURNAL-RECORD PIC X(178).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
                    10 WS-CAT-ACTIVE   PIC X(01).
                    10 WS-CAT-EFF-FROM PIC X(08).
                    10 WS-CAT-EFF-TO   PIC X(08).
                    10 WS-CAT-CAPACITY PIC X(03).
              *> set when more than 50 catalog entries turn up --
              *> entries past the cap would be dropped by the rewrite,
              *> so the run gives up rather than lose any of them
              01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-REJECT-COUNT PIC 9(06) VALUE ZERO.

              *> the change-journal layout lives in the CHGJRNL
              *> copybook so CHGRPT reads back exactly what NAMEMNT
              *> and ACTMNT write
              01 WS-JRNL-STATUS PIC X(02).
                 88 WS-JRNL-OK VALUE "00".
                 88 WS-JRNL-NOT-FOUND VALUE "35".
              COPY CHGJRNL.
              *> the catalog entry either side of the transaction in
              *> hand, in catalog record columns -- blank before an
              *> ADD and after a DELETE
              01 WS-BEFORE-IMAGE PIC X(70).
              01 WS-AFTER-IMAGE PIC X(70).
              01 WS-TIME-RAW PIC 9(08).
              01 WS-JRNL-TIMESTAMP.
                 05 WS-JRNL-DATE PIC X(08).
                 05 WS-JRNL-TIME.
                    10 WS-JRNL-HOUR PIC 9(02).
                    10 FILLER       PIC X(01) VALUE ':'.
                    10 WS-JRNL-MIN  PIC 9(02).
                    10 FILLER       PIC X(01) VALUE ':'.
                    10 WS-JRNL-SEC  PIC 9(02).

              *> which catalog entry the transaction's ID points at,
              *> 0 when the ID isn't on the catalog
              01 WS-MATCH-INDEX PIC 9(03) COMP.
                 05 WS-WORK-ACTIVE   PIC X(01).
                 05 WS-WORK-EFF-FROM PIC X(08).
                 05 WS-WORK-EFF-TO   PIC X(08).
                 05 WS-WORK-CAPACITY PIC X(03).

              *> the category check against the four codes the
              *> ACTPICK copybook knows -- a fifth code would load
                        TO WS-CAT-EFF-FROM(WS-CAT-COUNT)
                    MOVE ACT-FILE-EFF-TO
                        TO WS-CAT-EFF-TO(WS-CAT-COUNT)
                    MOVE ACT-FILE-CAPACITY
                        TO WS-CAT-CAPACITY(WS-CAT-COUNT)
                    PERFORM READ-ACTIVITY-RECORD
                ELSE
                    SET WS-CAT-OVERFLOWED TO TRUE
                ELSE
                    DISPLAY "ACTIVITY CATALOG MAINTENANCE AUDIT"
                    DISPLAY "-----------------------------------"
                    PERFORM OPEN-JOURNAL-FOR-APPEND
                    PERFORM READ-ACT-TRAN-RECORD
                    PERFORM APPLY-ONE-TRANSACTION UNTIL WS-EOF-YES
                    CLOSE ACT-TRAN-FILE
                    CLOSE CHANGE-JOURNAL
                    PERFORM REWRITE-CATALOG
                    DISPLAY " "
                    DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT
                    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT
                END-IF.

            OPEN-JOURNAL-FOR-APPEND.
                *> EXTEND needs the file to already exist, so create
                *> an empty one the very first time a change is
                *> journalled
                OPEN EXTEND CHANGE-JOURNAL.
                IF WS-JRNL-NOT-FOUND
                    OPEN OUTPUT CHANGE-JOURNAL
                    CLOSE CHANGE-JOURNAL
                    OPEN EXTEND CHANGE-JOURNAL
                END-IF.

            READ-ACT-TRAN-RECORD.
                *> pull the next transaction off the file, flag EOF
                *> when done
                *> print one audit line for it either way
                SET WS-TRAN-REJECTED TO TRUE.
                MOVE SPACES TO WS-REJECT-REASON.
                MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
                IF ATR-ACT-ID = SPACES
                    MOVE "ACTIVITY-ID MISSING" TO WS-REJECT-REASON
                ELSE
                        END-IF
                    END-IF
                END-IF.
                IF WS-TRAN-APPLIED
                    PERFORM JOURNAL-THE-CHANGE
                END-IF.
                PERFORM PRINT-AUDIT-LINE.
                PERFORM READ-ACT-TRAN-RECORD.

                    END-IF
                    MOVE ATR-EFF-FROM TO WS-WORK-EFF-FROM
                    MOVE ATR-EFF-TO TO WS-WORK-EFF-TO
                    MOVE ATR-CAPACITY TO WS-WORK-CAPACITY
                    PERFORM CHECK-WORK-ENTRY
                    IF WS-REJECT-REASON = SPACES
                        IF WS-CAT-COUNT < 50
                                TO WS-CAT-ID(WS-CAT-COUNT)
                            MOVE WS-CAT-COUNT TO WS-MATCH-INDEX
                            PERFORM STORE-WORK-ENTRY
                            MOVE WS-CAT-ENTRY(WS-MATCH-INDEX)
                                TO WS-AFTER-IMAGE
                            SET WS-TRAN-APPLIED TO TRUE
                        ELSE
                            MOVE "CATALOG FULL"
                        TO WS-WORK-EFF-FROM
                    MOVE WS-CAT-EFF-TO(WS-MATCH-INDEX)
                        TO WS-WORK-EFF-TO
                    MOVE WS-CAT-CAPACITY(WS-MATCH-INDEX)
                        TO WS-WORK-CAPACITY
                    IF ATR-DESC NOT = SPACES
                        MOVE ATR-DESC TO WS-WORK-DESC
                    END-IF
                    IF ATR-EFF-TO NOT = SPACES
                        MOVE ATR-EFF-TO TO WS-WORK-EFF-TO
                    END-IF
                    IF ATR-CAPACITY NOT = SPACES
                        MOVE ATR-CAPACITY TO WS-WORK-CAPACITY
                    END-IF
                    PERFORM CHECK-WORK-ENTRY
                    IF WS-REJECT-REASON = SPACES
                        MOVE WS-CAT-ENTRY(WS-MATCH-INDEX)
                            TO WS-BEFORE-IMAGE
                        PERFORM STORE-WORK-ENTRY
                        MOVE WS-CAT-ENTRY(WS-MATCH-INDEX)
                            TO WS-AFTER-IMAGE
                        SET WS-TRAN-APPLIED TO TRUE
                    END-IF
                END-IF.
                IF WS-MATCH-INDEX = 0
                    MOVE "ID NOT ON CATALOG" TO WS-REJECT-REASON
                ELSE
                    MOVE WS-CAT-ENTRY(WS-MATCH-INDEX)
                        TO WS-BEFORE-IMAGE
                    PERFORM SQUEEZE-OUT-ENTRY
                        VARYING WS-SEARCH-INDEX
                        FROM WS-MATCH-INDEX BY 1
                    SET WS-TRAN-APPLIED TO TRUE
                END-IF.

            JOURNAL-THE-CHANGE.
                *> the before-image and after-image of the applied
                *> transaction, as a pair under one timestamp
                ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-TIME-RAW FROM TIME.
                MOVE WS-TIME-RAW(1:2) TO WS-JRNL-HOUR.
                MOVE WS-TIME-RAW(3:2) TO WS-JRNL-MIN.
                MOVE WS-TIME-RAW(5:2) TO WS-JRNL-SEC.
                MOVE WS-JRNL-DATE TO CJ-DATE.
                MOVE WS-JRNL-TIME TO CJ-TIME.
                SET CJ-FROM-ACTMNT TO TRUE.
                MOVE ATR-ACT-ID TO CJ-KEY.
                MOVE ATR-ACTION TO CJ-ACTION.
                MOVE ACT-TRAN-RECORD TO CJ-TRAN.
                SET CJ-BEFORE-IMAGE TO TRUE.
                MOVE WS-BEFORE-IMAGE TO CJ-DATA.
                MOVE CHGJRNL-RECORD TO CHANGE-JOURNAL-RECORD.
                WRITE CHANGE-JOURNAL-RECORD.
                SET CJ-AFTER-IMAGE TO TRUE.
                MOVE WS-AFTER-IMAGE TO CJ-DATA.
                MOVE CHGJRNL-RECORD TO CHANGE-JOURNAL-RECORD.
                WRITE CHANGE-JOURNAL-RECORD.

            SQUEEZE-OUT-ENTRY.
                MOVE WS-CAT-ENTRY(WS-SEARCH-INDEX + 1)
                    TO WS-CAT-ENTRY(WS-SEARCH-INDEX).
                    TO WS-CAT-EFF-FROM(WS-MATCH-INDEX).
                MOVE WS-WORK-EFF-TO
                    TO WS-CAT-EFF-TO(WS-MATCH-INDEX).
                MOVE WS-WORK-CAPACITY
                    TO WS-CAT-CAPACITY(WS-MATCH-INDEX).

            CHECK-WORK-ENTRY.
                *> every edit the catalog entry must pass, in one
                        IF WS-WORK-EFF-FROM > WS-WORK-EFF-TO
                            MOVE "EFF DATES OUT OF ORDER"
                                TO WS-REJECT-REASON
                        ELSE
                            PERFORM CHECK-DAILY-CAPACITY
                        END-IF
                    END-IF
                END-IF.

            CHECK-DAILY-CAPACITY.
                *> places per day: blank for no limit, otherwise
                *> three digits -- 000 is how a CHANGE lifts a limit,
                *> and is stored as blank so ARRAYS never sees an
                *> activity nobody may book
                IF WS-WORK-CAPACITY = "000"
                    MOVE SPACES TO WS-WORK-CAPACITY
                END-IF.
                IF WS-WORK-CAPACITY NOT = SPACES
                    AND WS-WORK-CAPACITY IS NOT NUMERIC
                    MOVE "CAPACITY NOT NUMERIC" TO WS-REJECT-REASON
                END-IF.

            VALIDATE-ONE-DATE.
                *> a real YYYYMMDD calendar date: numeric, month 1-12,
                *> day within the month, February sized by leap year
                    TO ACT-FILE-EFF-FROM.
                MOVE WS-CAT-EFF-TO(WS-SEARCH-INDEX)
                    TO ACT-FILE-EFF-TO.
                MOVE WS-CAT-CAPACITY(WS-SEARCH-INDEX)
                    TO ACT-FILE-CAPACITY.
                WRITE ACTIVITY-FILE-RECORD.

            PRINT-AUDIT-LINE.
