            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. CHGRPT.
            *> CHGRPT reads back the CHGJRNL.DAT change journal that
            *> NAMEMNT and ACTMNT append to, and lists the applied
            *> changes -- each with the transaction that caused it and
            *> the record as it stood before and after -- for one of
            *> three selections:
            *>   CHGRPT 20260801 20260831   every change in a date
            *>                              range (one date alone
            *>                              means just that day)
            *>   CHGRPT PERSON P0004        every change to one person
            *>   CHGRPT ACTIVITY A004       every change to one
            *>                              catalog activity
            *> so "when did DAVE move from WELL to OPS" is a report
            *> run instead of a hunt for an old audit printout, and
            *> DEPTRPT/STMT month-end figures can be checked against
            *> the department a person actually had on each day.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> append-only before/after images of every applied
                *> master and catalog change
                SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-JRNL-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  CHANGE-JOURNAL.
              01  CHANGE-JOURNAL-RECORD PIC X(178).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-JRNL-STATUS PIC X(02).
                 88 WS-JRNL-OK VALUE "00".
                 88 WS-JRNL-NOT-FOUND VALUE "35".
              *> the change-journal layout lives in the CHGJRNL
              *> copybook so CHGRPT reads back exactly what NAMEMNT
              *> and ACTMNT write
              COPY CHGJRNL.
              *> set when this run can't go on (no usable selection)
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.

              *> the selection off the command line
              01 WS-CMD-LINE PIC X(80).
              01 WS-FIRST-TOKEN PIC X(08).
              01 WS-SECOND-TOKEN PIC X(08).
              01 WS-SELECT-MODE PIC X(01).
                 88 WS-SELECT-BY-DATE     VALUE 'D'.
                 88 WS-SELECT-BY-PERSON   VALUE 'P'.
                 88 WS-SELECT-BY-ACTIVITY VALUE 'A'.
              01 WS-FROM-TEXT PIC X(08).
              01 WS-TO-TEXT PIC X(08).
              01 WS-SELECT-KEY PIC X(05).

              *> whether the journal record in hand is one the
              *> selection asked for
              01 WS-MATCH-SWITCH PIC X(01).
                 88 WS-RECORD-MATCHES VALUE 'Y'.
                 88 WS-RECORD-SKIPPED VALUE 'N'.
              01 WS-CHANGE-COUNT PIC 9(06) VALUE ZERO.

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> work out the selection, then one pass of the
                *> journal printing every change it picks out
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM READ-SELECTION.
                IF WS-NOT-ABORTED
                    OPEN INPUT CHANGE-JOURNAL
                    IF WS-JRNL-NOT-FOUND
                        DISPLAY "CHGRPT: CHGJRNL.DAT not found -- "
                            "no changes have been journalled yet."
                    ELSE
                        PERFORM PRINT-HEADING
                        PERFORM READ-JOURNAL-RECORD
                        PERFORM LIST-ONE-RECORD UNTIL WS-EOF-YES
                        CLOSE CHANGE-JOURNAL
                        DISPLAY " "
                        DISPLAY "CHANGES LISTED: " WS-CHANGE-COUNT
                    END-IF
                END-IF.
                *> end our program
                GOBACK.

            READ-SELECTION.
                *> "YYYYMMDD [YYYYMMDD]", "PERSON id" or "ACTIVITY id"
                MOVE SPACES TO WS-CMD-LINE.
                ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                MOVE SPACES TO WS-FIRST-TOKEN.
                MOVE SPACES TO WS-SECOND-TOKEN.
                UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                    INTO WS-FIRST-TOKEN WS-SECOND-TOKEN.
                IF WS-FIRST-TOKEN IS NUMERIC
                    SET WS-SELECT-BY-DATE TO TRUE
                    MOVE WS-FIRST-TOKEN TO WS-FROM-TEXT
                    IF WS-SECOND-TOKEN = SPACES
                        MOVE WS-FIRST-TOKEN TO WS-TO-TEXT
                    ELSE
                        MOVE WS-SECOND-TOKEN TO WS-TO-TEXT
                    END-IF
                    IF WS-TO-TEXT IS NOT NUMERIC
                        PERFORM REJECT-SELECTION
                    END-IF
                ELSE
                    MOVE WS-SECOND-TOKEN TO WS-SELECT-KEY
                    IF WS-FIRST-TOKEN = "PERSON"
                        AND WS-SELECT-KEY NOT = SPACES
                        SET WS-SELECT-BY-PERSON TO TRUE
                    ELSE
                        IF WS-FIRST-TOKEN = "ACTIVITY"
                            AND WS-SELECT-KEY NOT = SPACES
                            SET WS-SELECT-BY-ACTIVITY TO TRUE
                        ELSE
                            PERFORM REJECT-SELECTION
                        END-IF
                    END-IF
                END-IF.

            REJECT-SELECTION.
                DISPLAY "CHGRPT: selection missing or not "
                    "understood -- run as CHGRPT YYYYMMDD [YYYYMMDD], "
                    "CHGRPT PERSON id or CHGRPT ACTIVITY id.".
                SET WS-ABORTED TO TRUE.
                MOVE 16 TO RETURN-CODE.

            PRINT-HEADING.
                DISPLAY "CHANGE JOURNAL HISTORY".
                DISPLAY "----------------------".
                IF WS-SELECT-BY-DATE
                    DISPLAY "CHANGES FROM " WS-FROM-TEXT " TO "
                        WS-TO-TEXT
                ELSE
                    IF WS-SELECT-BY-PERSON
                        DISPLAY "CHANGES TO PERSON " WS-SELECT-KEY
                    ELSE
                        DISPLAY "CHANGES TO ACTIVITY " WS-SELECT-KEY
                    END-IF
                END-IF.

            READ-JOURNAL-RECORD.
                READ CHANGE-JOURNAL
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            LIST-ONE-RECORD.
                *> the before-image opens each change with its stamp
                *> and transaction; the after-image closes it
                MOVE CHANGE-JOURNAL-RECORD TO CHGJRNL-RECORD.
                PERFORM CHECK-SELECTION.
                IF WS-RECORD-MATCHES
                    IF CJ-BEFORE-IMAGE
                        ADD 1 TO WS-CHANGE-COUNT
                        DISPLAY " "
                        DISPLAY CJ-DATE " " CJ-TIME " " CJ-PROGRAM
                            " " CJ-ACTION " " CJ-KEY
                        DISPLAY "  TRANSACTION: " CJ-TRAN
                        PERFORM PRINT-IMAGE
                    ELSE
                        PERFORM PRINT-IMAGE
                    END-IF
                END-IF.
                PERFORM READ-JOURNAL-RECORD.

            CHECK-SELECTION.
                SET WS-RECORD-SKIPPED TO TRUE.
                IF WS-SELECT-BY-DATE
                    IF CJ-DATE >= WS-FROM-TEXT
                        AND CJ-DATE <= WS-TO-TEXT
                        SET WS-RECORD-MATCHES TO TRUE
                    END-IF
                ELSE
                    IF WS-SELECT-BY-PERSON
                        IF CJ-FROM-NAMEMNT
                            AND CJ-KEY = WS-SELECT-KEY
                            SET WS-RECORD-MATCHES TO TRUE
                        END-IF
                    ELSE
                        IF CJ-FROM-ACTMNT
                            AND CJ-KEY = WS-SELECT-KEY
                            SET WS-RECORD-MATCHES TO TRUE
                        END-IF
                    END-IF
                END-IF.

            PRINT-IMAGE.
                *> a blank image is the side of an ADD or DELETE where
                *> the record didn't exist
                IF CJ-DATA = SPACES
                    MOVE "(NO RECORD)" TO CJ-DATA
                END-IF.
                IF CJ-BEFORE-IMAGE
                    DISPLAY "  BEFORE:      " CJ-DATA
                ELSE
                    DISPLAY "  AFTER:       " CJ-DATA
                END-IF.
