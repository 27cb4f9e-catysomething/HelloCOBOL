            *> the master record layout lives in the PERSONMS copybook
            *> so the programs that read the master can't drift away
            *> from the layout NAMEMNT maintains.
            *> every applied transaction also appends a before-image
            *> and an after-image of the master record to the shared
            *> CHGJRNL.DAT change journal, so the history of a
            *> person's record outlives the audit printout -- CHGRPT
            *> reads it back.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NAME-TRAN-FILE ASSIGN TO "NAMETRAN.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-NMT-STATUS.
                *> append-only before/after images of every applied
                *> change, shared with ACTMNT
                SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-JRNL-STATUS.

            DATA DIVISION.
              FILE SECTION.
                  05 NMT-STATUS    PIC X(01).
                  05 NMT-DEPT      PIC X(04).

              FD  CHANGE-JOURNAL.
              01  CHANGE-JOURNAL-RECORD PIC X(178).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
              01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-REJECT-COUNT PIC 9(06) VALUE ZERO.

              *> the change-journal layout lives in the CHGJRNL
              *> copybook so CHGRPT reads back exactly what NAMEMNT
              *> and ACTMNT write
              01 WS-JRNL-STATUS PIC X(02).
                 88 WS-JRNL-OK VALUE "00".
                 88 WS-JRNL-NOT-FOUND VALUE "35".
              COPY CHGJRNL.
              *> the master record either side of the transaction in
              *> hand -- blank before an ADD and after a DELETE
              01 WS-BEFORE-IMAGE PIC X(30).
              01 WS-AFTER-IMAGE PIC X(30).
              01 WS-TIME-RAW PIC 9(08).
              01 WS-JRNL-TIMESTAMP.
                 05 WS-JRNL-DATE PIC X(08).
                 05 WS-JRNL-TIME.
                    10 WS-JRNL-HOUR PIC 9(02).
                    10 FILLER       PIC X(01) VALUE ':'.
                    10 WS-JRNL-MIN  PIC 9(02).
                    10 FILLER       PIC X(01) VALUE ':'.
                    10 WS-JRNL-SEC  PIC 9(02).

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> apply the whole transaction file to the master, one
                ELSE
                    DISPLAY "PERSON MASTER MAINTENANCE AUDIT"
                    DISPLAY "--------------------------------"
                    PERFORM OPEN-JOURNAL-FOR-APPEND
                    PERFORM READ-NAME-TRAN-RECORD
                    PERFORM APPLY-ONE-TRANSACTION UNTIL WS-EOF-YES
                    CLOSE NAME-TRAN-FILE
                    CLOSE CHANGE-JOURNAL
                    CLOSE PERSON-MASTER
                    DISPLAY " "
                    DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT
                    OPEN I-O PERSON-MASTER
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

            READ-NAME-TRAN-RECORD.
                *> pull the next transaction off the file, flag EOF
                *> when done
                *> print one audit line for it either way
                SET WS-TRAN-REJECTED TO TRUE.
                MOVE SPACES TO WS-REJECT-REASON.
                MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
                IF NMT-PERSON-ID = SPACES
                    MOVE "PERSON-ID MISSING" TO WS-REJECT-REASON
                ELSE
                        END-IF
                    END-IF
                END-IF.
                IF WS-TRAN-APPLIED
                    PERFORM JOURNAL-THE-CHANGE
                END-IF.
                PERFORM PRINT-AUDIT-LINE.
                PERFORM READ-NAME-TRAN-RECORD.

                                MOVE "DUPLICATE PERSON-ID"
                                    TO WS-REJECT-REASON
                            NOT INVALID KEY
                                MOVE PERSON-RECORD TO WS-AFTER-IMAGE
                                SET WS-TRAN-APPLIED TO TRUE
                        END-WRITE
                    END-IF
                            MOVE "ID NOT ON MASTER"
                                TO WS-REJECT-REASON
                        NOT INVALID KEY
                            MOVE PERSON-RECORD TO WS-BEFORE-IMAGE
                            IF NMT-NAME NOT = SPACES
                                MOVE NMT-NAME TO PERSON-NAME
                            END-IF
                                MOVE NMT-DEPT TO PERSON-DEPT
                            END-IF
                            REWRITE PERSON-RECORD
                            MOVE PERSON-RECORD TO WS-AFTER-IMAGE
                            SET WS-TRAN-APPLIED TO TRUE
                    END-READ
                END-IF.
                    INVALID KEY
                        MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
                    NOT INVALID KEY
                        MOVE PERSON-RECORD TO WS-BEFORE-IMAGE
                        DELETE PERSON-MASTER
                        SET WS-TRAN-APPLIED TO TRUE
                END-READ.

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
                SET CJ-FROM-NAMEMNT TO TRUE.
                MOVE NMT-PERSON-ID TO CJ-KEY.
                MOVE NMT-ACTION TO CJ-ACTION.
                MOVE NAME-TRAN-RECORD TO CJ-TRAN.
                SET CJ-BEFORE-IMAGE TO TRUE.
                MOVE WS-BEFORE-IMAGE TO CJ-DATA.
                MOVE CHGJRNL-RECORD TO CHANGE-JOURNAL-RECORD.
                WRITE CHANGE-JOURNAL-RECORD.
                SET CJ-AFTER-IMAGE TO TRUE.
                MOVE WS-AFTER-IMAGE TO CJ-DATA.
                MOVE CHGJRNL-RECORD TO CHANGE-JOURNAL-RECORD.
                WRITE CHANGE-JOURNAL-RECORD.

            PRINT-AUDIT-LINE.
                *> one line per transaction: what it asked for and
                *> whether the master actually changed
