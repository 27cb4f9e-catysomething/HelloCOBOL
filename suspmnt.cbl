            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. SUSPMNT.
            *> SUSPMNT is how the day shift works the TRANEDIT
            *> suspense file, TRANSUSP.DAT -- the same way NAMEMNT is
            *> for the person master. each correction off
            *> SUSP-CORR-FILE names a suspended item by its key --
            *> the name it was keyed under, its business date and its
            *> place on that night's TRAN-IN-FILE, as SUSPRPT lists
            *> them -- and either
            *> FIXES it (F) or CANCELS it (C):
            *>   F  the corrected name and scores, any of them left
            *>      blank to keep what was keyed. the item is marked
            *>      fixed and the next TRANEDIT run puts it back
            *>      through the edits under its original business
            *>      date -- the master can change by tonight, so the
            *>      name itself is checked then, not here; the scores
            *>      are checked now so a fix isn't mistyped twice
            *>   C  the item is dropped -- the person was away, the
            *>      line was keyed twice -- and stays on file marked
            *>      cancelled so SUSPRPT stops chasing it
            *> an item that already went through (resubmitted,
            *> superseded or cancelled) can't be corrected again; one
            *> that is fixed but not yet resubmitted can be fixed
            *> over. every correction is applied or rejected with a
            *> printed reason, with applied/rejected counts at the
            *> end.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> the suspense file TRANEDIT fills
                SELECT TRAN-SUSPENSE ASSIGN TO "TRANSUSP.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY SUSP-KEY
                    FILE STATUS IS WS-SUSP-STATUS.
                *> one correction per record
                SELECT SUSP-CORR-FILE ASSIGN TO "SUSPCORR.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-SCR-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  TRAN-SUSPENSE.
              COPY TRANSUSP.

              FD  SUSP-CORR-FILE.
              01  SUSP-CORR-RECORD.
                  05 SCR-ACTION PIC X(01).
                     88 SCR-FIX    VALUE 'F'.
                     88 SCR-CANCEL VALUE 'C'.
                  05 SCR-NAME        PIC X(10).
                  05 SCR-BUS-DATE    PIC X(08).
                  05 SCR-TRAN-SEQ    PIC 9(06).
                  05 SCR-NEW-NAME    PIC X(10).
                  05 SCR-NEW-SCORE-1 PIC X(03).
                  05 SCR-NEW-SCORE-2 PIC X(03).
                  05 SCR-NEW-SCORE-3 PIC X(03).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-SUSP-STATUS PIC X(02).
                 88 WS-SUSP-OK VALUE "00".
                 88 WS-SUSP-NOT-FOUND VALUE "35".
              01 WS-SCR-STATUS PIC X(02).
                 88 WS-SCR-OK VALUE "00".
                 88 WS-SCR-NOT-FOUND VALUE "35".
              *> set when this run can't go on (no corrections, no
              *> suspense file) -- SUSPMNT still GOBACKs on this path
              *> so a CALLer regains control and can react to
              *> RETURN-CODE
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.
              *> outcome of the correction currently being applied --
              *> the reason text doubles as the audit-report column
              01 WS-TRAN-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-TRAN-APPLIED VALUE 'Y'.
                 88 WS-TRAN-REJECTED VALUE 'N'.
              01 WS-REJECT-REASON PIC X(22).
              01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-REJECT-COUNT PIC 9(06) VALUE ZERO.
              01 WS-TODAY-DATE PIC X(08).
              *> the suspended transaction with the correction laid
              *> over it -- the same columns as TRAN-IN-FILE
              01 WS-FIXED-TRAN.
                 05 WS-FIXED-NAME    PIC X(10).
                 05 WS-FIXED-SCORE-1 PIC X(03).
                 05 WS-FIXED-SCORE-2 PIC X(03).
                 05 WS-FIXED-SCORE-3 PIC X(03).

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> apply the whole correction file to the suspense
                *> file, one correction at a time, reporting each
                SET WS-NOT-ABORTED TO TRUE.
                ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
                OPEN I-O TRAN-SUSPENSE.
                IF WS-SUSP-NOT-FOUND
                    DISPLAY "SUSPMNT: TRANSUSP.DAT not found -- "
                        "nothing in suspense to correct."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    OPEN INPUT SUSP-CORR-FILE
                    IF WS-SCR-NOT-FOUND
                        DISPLAY "SUSPMNT: SUSP-CORR-FILE not found -- "
                            "nothing to apply, giving up on this run."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        DISPLAY "SUSPENSE CORRECTION AUDIT"
                        DISPLAY "-------------------------"
                        PERFORM READ-SUSP-CORR-RECORD
                        PERFORM APPLY-ONE-CORRECTION UNTIL WS-EOF-YES
                        CLOSE SUSP-CORR-FILE
                        DISPLAY " "
                        DISPLAY "CORRECTIONS APPLIED:  "
                            WS-APPLIED-COUNT
                        DISPLAY "CORRECTIONS REJECTED: "
                            WS-REJECT-COUNT
                    END-IF
                    CLOSE TRAN-SUSPENSE
                END-IF.
                *> end our program
                GOBACK.

            READ-SUSP-CORR-RECORD.
                *> pull the next correction off the file, flag EOF
                *> when done
                READ SUSP-CORR-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            APPLY-ONE-CORRECTION.
                *> find the item, make sure it is still open to
                *> correction, then route by the action code
                SET WS-TRAN-REJECTED TO TRUE.
                MOVE SPACES TO WS-REJECT-REASON.
                MOVE SCR-NAME TO SUSP-NAME.
                MOVE SCR-BUS-DATE TO SUSP-BUS-DATE.
                MOVE SCR-TRAN-SEQ TO SUSP-TRAN-SEQ.
                READ TRAN-SUSPENSE
                    INVALID KEY
                        MOVE "ITEM NOT IN SUSPENSE"
                            TO WS-REJECT-REASON
                END-READ.
                IF WS-REJECT-REASON = SPACES
                    IF SUSP-OPEN OR SUSP-FIXED
                        IF SCR-FIX
                            PERFORM APPLY-FIX
                        ELSE
                            IF SCR-CANCEL
                                PERFORM APPLY-CANCEL
                            ELSE
                                MOVE "BAD ACTION CODE"
                                    TO WS-REJECT-REASON
                            END-IF
                        END-IF
                    ELSE
                        MOVE "ITEM ALREADY RESOLVED"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF.
                PERFORM PRINT-AUDIT-LINE.
                PERFORM READ-SUSP-CORR-RECORD.

            APPLY-FIX.
                *> lay the correction over the suspended transaction
                *> -- a blank field keeps what was keyed
                MOVE SUSP-TRAN TO WS-FIXED-TRAN.
                IF SCR-NEW-NAME NOT = SPACES
                    MOVE SCR-NEW-NAME TO WS-FIXED-NAME
                END-IF.
                IF SCR-NEW-SCORE-1 NOT = SPACES
                    MOVE SCR-NEW-SCORE-1 TO WS-FIXED-SCORE-1
                END-IF.
                IF SCR-NEW-SCORE-2 NOT = SPACES
                    MOVE SCR-NEW-SCORE-2 TO WS-FIXED-SCORE-2
                END-IF.
                IF SCR-NEW-SCORE-3 NOT = SPACES
                    MOVE SCR-NEW-SCORE-3 TO WS-FIXED-SCORE-3
                END-IF.
                IF WS-FIXED-NAME = SPACES
                    MOVE "FIXED NAME BLANK" TO WS-REJECT-REASON
                ELSE
                    IF WS-FIXED-SCORE-1 IS NOT NUMERIC
                        OR WS-FIXED-SCORE-2 IS NOT NUMERIC
                        OR WS-FIXED-SCORE-3 IS NOT NUMERIC
                        MOVE "FIXED SCORE NOT NUMERIC"
                            TO WS-REJECT-REASON
                    ELSE
                        MOVE WS-FIXED-TRAN TO SUSP-TRAN
                        SET SUSP-FIXED TO TRUE
                        MOVE WS-TODAY-DATE TO SUSP-CORR-DATE
                        REWRITE TRANSUSP-RECORD
                        SET WS-TRAN-APPLIED TO TRUE
                    END-IF
                END-IF.

            APPLY-CANCEL.
                *> off the chase list, kept on file as cancelled
                SET SUSP-CANCELLED TO TRUE.
                MOVE WS-TODAY-DATE TO SUSP-CORR-DATE.
                REWRITE TRANSUSP-RECORD.
                SET WS-TRAN-APPLIED TO TRUE.

            PRINT-AUDIT-LINE.
                *> one line per correction: what it asked for and
                *> whether the suspense file actually changed
                IF WS-TRAN-APPLIED
                    ADD 1 TO WS-APPLIED-COUNT
                    DISPLAY SCR-ACTION " " SCR-NAME " " SCR-BUS-DATE
                        " " SCR-TRAN-SEQ " APPLIED"
                ELSE
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY SCR-ACTION " " SCR-NAME " " SCR-BUS-DATE
                        " " SCR-TRAN-SEQ
                        " REJECTED - " WS-REJECT-REASON
                END-IF.
