            *> scratch file whose duplicate-key rejection IS the
            *> check -- neither has a cap, so the batch and the
            *> roster can grow without ever stopping the chain.
            *> a reject used to end its life on TRAN-ERR-FILE, which
            *> is rebuilt every night -- a person whose scores were
            *> mistyped silently got no pick and nobody followed up.
            *> every reject (bar a second entry for somebody already
            *> picked for) is now also suspended on TRANSUSP.DAT,
            *> keyed by name, business date and its place on the
            *> night's TRAN-IN-FILE, with its reason code,
            *> until the day shift fixes or cancels it with SUSPMNT.
            *> after the night's TRAN-IN-FILE, every item SUSPMNT has
            *> fixed goes back through the same edits: a clean one
            *> joins the batch still carrying its original business
            *> date, one that fails again goes back to open with the
            *> new reason, and one for a person who already has a
            *> transaction tonight is superseded by it -- one pick
            *> per person per night. "TRANEDIT BATCH" (how DRIVER
            *> runs it) takes the business date off RUNID.DAT; a
            *> standalone run uses today's. rerunning the same
            *> business date resends what that date resubmitted, so
            *> a retry or a night rerun after RUNBACK loses nothing.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                    ACCESS MODE RANDOM
                    RECORD KEY SEEN-PERSON-ID
                    FILE STATUS IS WS-SEEN-STATUS.
                *> the suspense file -- every reject waiting to be
                *> fixed or cancelled, kept from night to night
                SELECT TRAN-SUSPENSE ASSIGN TO "TRANSUSP.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE DYNAMIC
                    RECORD KEY SUSP-KEY
                    FILE STATUS IS WS-SUSP-STATUS.
                *> the run identifier DRIVER wrote for this
                *> submission -- its first eight bytes are the
                *> business date
                SELECT RUN-ID-FILE ASSIGN TO "RUNID.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-RID-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  TRAN-OUT-FILE.
              *> the clean record leads with the PERSON-ID the edit
              *> resolved, so ARRAYS and everything downstream key on
              *> the master key instead of re-matching the name token.
              *> the business date trails it -- tonight's, or the
              *> original date of a resubmitted suspense item
              01  TRAN-OUT-RECORD.
                  05 TOUT-PERSON-ID PIC X(05).
                  05 TOUT-NAME      PIC X(10).
                  05 TOUT-SCORES    PIC X(09).
                  05 TOUT-BUS-DATE  PIC X(08).

              FD  TRAN-ERR-FILE.
              01  TRAN-ERR-RECORD.
              01  SEEN-RECORD.
                  05 SEEN-PERSON-ID PIC X(05).

              FD  TRAN-SUSPENSE.
              COPY TRANSUSP.

              FD  RUN-ID-FILE.
              01  RUN-ID-RECORD PIC X(11).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
              01 WS-ACCEPT-COUNT PIC 9(06) VALUE ZERO.
              01 WS-REJECT-COUNT PIC 9(06) VALUE ZERO.

              01 WS-SUSP-STATUS PIC X(02).
                 88 WS-SUSP-OK VALUE "00".
                 88 WS-SUSP-NOT-FOUND VALUE "35".
              01 WS-SUSP-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-SUSP-EOF-YES VALUE 'Y'.
                 88 WS-SUSP-EOF-NO VALUE 'N'.
              *> whether the reject in hand already has an item on
              *> the suspense file (a rerun of the same night)
              01 WS-SUSP-ITEM-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-SUSP-ITEM-ON-FILE VALUE 'Y'.
                 88 WS-SUSP-ITEM-NEW VALUE 'N'.
              01 WS-RID-STATUS PIC X(02).
                 88 WS-RID-OK VALUE "00".
              01 WS-CMD-LINE PIC X(80).
              01 WS-MODE-TOKEN PIC X(10).
              01 WS-RUN-ID PIC X(11).
              *> tonight's business date, and the business date of
              *> the transaction being edited -- the two differ only
              *> for a resubmitted suspense item
              01 WS-BUSINESS-DATE PIC X(08).
              01 WS-TRAN-BUS-DATE PIC X(08).
              *> the raw transaction's place on tonight's
              *> TRAN-IN-FILE -- the same line on a rerun finds the
              *> same suspense item
              01 WS-TIN-SEQ PIC 9(06) VALUE ZERO.
              01 WS-SUSPENDED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-RESUB-ACCEPTED PIC 9(06) VALUE ZERO.
              01 WS-RESUB-REJECTED PIC 9(06) VALUE ZERO.
              01 WS-SUPERSEDED-COUNT PIC 9(06) VALUE ZERO.

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> open the keyed master for direct lookups, edit the
                *> whole batch, then report
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM SET-BUSINESS-DATE.
                PERFORM OPEN-PERSON-MASTER.
                IF WS-NOT-ABORTED
                    PERFORM EDIT-THE-BATCH
                *> end our program
                GOBACK.

            SET-BUSINESS-DATE.
                *> only a BATCH (DRIVER-driven) run trusts RUNID.DAT;
                *> a standalone edit is for today
                MOVE SPACES TO WS-CMD-LINE.
                ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                MOVE SPACES TO WS-MODE-TOKEN.
                UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                    INTO WS-MODE-TOKEN.
                ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
                MOVE SPACES TO WS-RUN-ID.
                IF WS-MODE-TOKEN = "BATCH"
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

            OPEN-PERSON-MASTER.
                *> the master stays open for the whole edit -- every
                *> transaction's name is one keyed READ away, so
                    *> yesterday's batch has no say in today's
                    *> duplicate check
                    OPEN OUTPUT SEEN-FILE
                    PERFORM OPEN-SUSPENSE-FILE
                    MOVE WS-BUSINESS-DATE TO WS-TRAN-BUS-DATE
                    PERFORM READ-TRAN-IN-RECORD
                    PERFORM EDIT-ONE-TRANSACTION UNTIL WS-EOF-YES
                    *> tonight's keyed batch first, so a person who
                    *> has one supersedes their own fixed item
                    PERFORM RESUBMIT-FIXED-ITEMS
                    CLOSE TRAN-IN-FILE
                    CLOSE TRAN-OUT-FILE
                    CLOSE TRAN-ERR-FILE
                    CLOSE SEEN-FILE
                    CLOSE TRAN-SUSPENSE
                    PERFORM PRINT-EDIT-REPORT
                END-IF.

                READ TRAN-IN-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TIN-SEQ
                END-READ.

            OPEN-SUSPENSE-FILE.
                *> OPEN I-O needs the file to already exist, so create
                *> an empty one the very first time
                OPEN I-O TRAN-SUSPENSE.
                IF WS-SUSP-NOT-FOUND
                    OPEN OUTPUT TRAN-SUSPENSE
                    CLOSE TRAN-SUSPENSE
                    OPEN I-O TRAN-SUSPENSE
                END-IF.

            EDIT-ONE-TRANSACTION.
                *> a clean record joins the batch; a reject is logged
                *> and suspended -- except a second entry for a person
                *> already in the batch, who is getting a pick anyway
                PERFORM EDIT-TRAN-IN-RECORD.
                IF WS-EDIT-CLEAN
                    PERFORM WRITE-CLEAN-RECORD
                ELSE
                    PERFORM WRITE-REJECT-RECORD
                    IF WS-REJECT-REASON(1:2) NOT = "05"
                        PERFORM SUSPEND-REJECT
                    END-IF
                END-IF.
                PERFORM READ-TRAN-IN-RECORD.

            EDIT-TRAN-IN-RECORD.
                *> first edit that fails names the reason; a record
                *> only reaches TRANSACTION-FILE when every edit passed
                SET WS-EDIT-CLEAN TO TRUE.
                MOVE SPACES TO WS-REJECT-REASON.
                MOVE SPACES TO WS-RESOLVED-ID.
                IF TIN-NAME = SPACES
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "01 NAME BLANK" TO WS-REJECT-REASON
                        END-IF
                    END-IF
                END-IF.

            LOOK-UP-NAME.
                *> one keyed READ against the master's PERSON-NAME
                MOVE WS-RESOLVED-ID TO TOUT-PERSON-ID.
                MOVE TIN-NAME TO TOUT-NAME.
                MOVE TRAN-IN-RECORD(11:9) TO TOUT-SCORES.
                MOVE WS-TRAN-BUS-DATE TO TOUT-BUS-DATE.
                WRITE TRAN-OUT-RECORD.

            WRITE-REJECT-RECORD.
                MOVE WS-REJECT-REASON TO TERR-REASON.
                WRITE TRAN-ERR-RECORD.

            SUSPEND-REJECT.
                *> a new item for tonight's reject -- or, when the
                *> same night is edited again, the item it already
                *> made, brought up to date without counting the
                *> night twice
                MOVE TIN-NAME TO SUSP-NAME.
                MOVE WS-BUSINESS-DATE TO SUSP-BUS-DATE.
                MOVE WS-TIN-SEQ TO SUSP-TRAN-SEQ.
                READ TRAN-SUSPENSE
                    INVALID KEY
                        SET WS-SUSP-ITEM-NEW TO TRUE
                    NOT INVALID KEY
                        SET WS-SUSP-ITEM-ON-FILE TO TRUE
                END-READ.
                IF WS-SUSP-ITEM-NEW
                    MOVE SPACES TO TRANSUSP-RECORD
                    MOVE TIN-NAME TO SUSP-NAME
                    MOVE WS-BUSINESS-DATE TO SUSP-BUS-DATE
                    MOVE WS-TIN-SEQ TO SUSP-TRAN-SEQ
                    MOVE ZERO TO SUSP-TIMES
                END-IF.
                MOVE TRAN-IN-RECORD TO SUSP-TRAN.
                PERFORM NOTE-SUSPENSE-REJECT.
                IF WS-SUSP-ITEM-NEW
                    WRITE TRANSUSP-RECORD
                ELSE
                    REWRITE TRANSUSP-RECORD
                END-IF.
                ADD 1 TO WS-SUSPENDED-COUNT.

            NOTE-SUSPENSE-REJECT.
                *> the item is open again with the latest reason.
                *> SUSP-LAST-DATE is only ever a business date TRANEDIT
                *> stamped, so a night is counted once however often
                *> it is rerun -- and a fix re-rejected on the night
                *> it was made still counts
                MOVE WS-RESOLVED-ID TO SUSP-PERSON-ID.
                SET SUSP-OPEN TO TRUE.
                MOVE WS-REJECT-REASON TO SUSP-REASON.
                IF SUSP-LAST-DATE NOT = WS-BUSINESS-DATE
                    ADD 1 TO SUSP-TIMES
                END-IF.
                MOVE WS-BUSINESS-DATE TO SUSP-LAST-DATE.

            RESUBMIT-FIXED-ITEMS.
                *> one pass over the suspense file for the items
                *> SUSPMNT has fixed -- plus whatever this same
                *> business date already resubmitted or superseded, so
                *> a rerun rebuilds the same batch
                SET WS-SUSP-EOF-NO TO TRUE.
                MOVE LOW-VALUES TO SUSP-KEY.
                START TRAN-SUSPENSE KEY IS NOT LESS THAN SUSP-KEY
                    INVALID KEY
                        SET WS-SUSP-EOF-YES TO TRUE
                END-START.
                IF WS-SUSP-EOF-NO
                    PERFORM READ-SUSPENSE-RECORD
                    PERFORM CHECK-ONE-SUSPENSE-ITEM
                        UNTIL WS-SUSP-EOF-YES
                END-IF.

            READ-SUSPENSE-RECORD.
                READ TRAN-SUSPENSE NEXT RECORD
                    AT END
                        SET WS-SUSP-EOF-YES TO TRUE
                END-READ.

            CHECK-ONE-SUSPENSE-ITEM.
                IF SUSP-FIXED
                    PERFORM RESUBMIT-ONE-ITEM
                ELSE
                    IF (SUSP-RESUBMITTED OR SUSP-SUPERSEDED)
                        AND SUSP-LAST-DATE = WS-BUSINESS-DATE
                        PERFORM RESUBMIT-ONE-ITEM
                    END-IF
                END-IF.
                PERFORM READ-SUSPENSE-RECORD.

            RESUBMIT-ONE-ITEM.
                *> the corrected transaction through the same edits
                *> as tonight's, under its original business date
                MOVE SUSP-TRAN TO TRAN-IN-RECORD.
                MOVE SUSP-BUS-DATE TO WS-TRAN-BUS-DATE.
                PERFORM EDIT-TRAN-IN-RECORD.
                IF WS-EDIT-CLEAN
                    PERFORM WRITE-CLEAN-RECORD
                    MOVE WS-RESOLVED-ID TO SUSP-PERSON-ID
                    SET SUSP-RESUBMITTED TO TRUE
                    MOVE WS-BUSINESS-DATE TO SUSP-LAST-DATE
                    ADD 1 TO WS-RESUB-ACCEPTED
                ELSE
                    IF WS-REJECT-REASON(1:2) = "05"
                        SET SUSP-SUPERSEDED TO TRUE
                        MOVE WS-BUSINESS-DATE TO SUSP-LAST-DATE
                        ADD 1 TO WS-SUPERSEDED-COUNT
                    ELSE
                        PERFORM WRITE-REJECT-RECORD
                        PERFORM NOTE-SUSPENSE-REJECT
                        ADD 1 TO WS-RESUB-REJECTED
                    END-IF
                END-IF.
                REWRITE TRANSUSP-RECORD.

            PRINT-EDIT-REPORT.
                *> the morning edit report: what survived, what
                *> bounced, and whether ARRAYS has anything to do
                DISPLAY "------------------------".
                DISPLAY "TRANSACTIONS ACCEPTED: " WS-ACCEPT-COUNT.
                DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
                DISPLAY "  SUSPENDED FOR CORRECTION: "
                    WS-SUSPENDED-COUNT.
                DISPLAY "FIXED ITEMS RESUBMITTED:  " WS-RESUB-ACCEPTED.
                DISPLAY "FIXED ITEMS REJECTED AGAIN: "
                    WS-RESUB-REJECTED.
                DISPLAY "FIXED ITEMS SUPERSEDED:   "
                    WS-SUPERSEDED-COUNT.
                IF WS-ACCEPT-COUNT = 0
                    DISPLAY "TRANEDIT: nothing survived the edit -- "
                        "stopping the run so ARRAYS doesn't pick "
