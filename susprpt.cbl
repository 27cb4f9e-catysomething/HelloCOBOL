            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. SUSPRPT.
            *> SUSPRPT is the suspense aging report: everything on
            *> TRANSUSP.DAT that is still unresolved -- open, or fixed
            *> and waiting for tonight's TRANEDIT -- oldest first,
            *> with the person's department off the master so the
            *> right department lead gets the list. age is calendar
            *> days since the business date the transaction was keyed
            *> for. "SUSPRPT 5" flags every item older than 5 days
            *> for chasing (5 when left off); then the items are
            *> counted by reason code and by age band. the report
            *> ends RC 8 when anything is flagged, so a schedule can
            *> tell a quiet suspense file from one going stale.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> the suspense file TRANEDIT fills, read front to back
                SELECT TRAN-SUSPENSE ASSIGN TO "TRANSUSP.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE SEQUENTIAL
                    RECORD KEY SUSP-KEY
                    FILE STATUS IS WS-SUSP-STATUS.
                *> the keyed person master, for each item's department
                SELECT PERSON-MASTER ASSIGN TO "NAMEFILE.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE RANDOM
                    RECORD KEY PERSON-ID
                    ALTERNATE RECORD KEY PERSON-NAME
                        WITH DUPLICATES
                    FILE STATUS IS WS-MASTER-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  TRAN-SUSPENSE.
              COPY TRANSUSP.

              FD  PERSON-MASTER.
              COPY PERSONMS.

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-SUSP-STATUS PIC X(02).
                 88 WS-SUSP-OK VALUE "00".
                 88 WS-SUSP-NOT-FOUND VALUE "35".
              01 WS-MASTER-STATUS PIC X(02).
                 88 WS-MASTER-OK VALUE "00".
                 88 WS-MASTER-NOT-FOUND VALUE "35".
              01 WS-MASTER-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-MASTER-OPEN VALUE 'Y'.
              *> set when this run can't go on
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.

              *> the chase threshold off the command line
              01 WS-CMD-LINE PIC X(80).
              01 WS-DAYS-TOKEN PIC X(10).
              01 WS-CHASE-DAYS PIC 9(03) VALUE 5.

              01 WS-TODAY-DATE PIC 9(08).
              01 WS-TODAY-DAYS PIC S9(07) COMP.
              01 WS-ITEM-DATE PIC 9(08).

              *> the unresolved items, held so they can be sorted
              *> oldest first before printing
              01 WS-ITEM-COUNT PIC 9(04) COMP VALUE ZERO.
              01 WS-ITEM-TABLE.
                 05 WS-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-ITEM-COUNT.
                    10 WS-ITEM-NAME     PIC X(10).
                    10 WS-ITEM-SEQ      PIC 9(06).
                    10 WS-ITEM-ID       PIC X(05).
                    10 WS-ITEM-DEPT     PIC X(04).
                    10 WS-ITEM-BUS-DATE PIC X(08).
                    10 WS-ITEM-AGE      PIC 9(04).
                    10 WS-ITEM-STATUS   PIC X(01).
                    10 WS-ITEM-REASON   PIC X(20).
                    10 WS-ITEM-TIMES    PIC 9(02).
                    10 WS-ITEM-BAND     PIC 9(01).
                    10 WS-ITEM-REASON-X PIC 9(01).
              01 WS-ITEM-INDEX PIC 9(04) COMP.
              *> the entry being placed while the table is sorted
              01 WS-SORT-INDEX PIC 9(04) COMP.
              01 WS-SORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-SORT-PLACED VALUE 'Y'.
                 88 WS-SORT-MOVING VALUE 'N'.
              01 WS-HOLD-ITEM.
                 05 WS-HOLD-NAME     PIC X(10).
                 05 WS-HOLD-SEQ      PIC 9(06).
                 05 WS-HOLD-ID       PIC X(05).
                 05 WS-HOLD-DEPT     PIC X(04).
                 05 WS-HOLD-BUS-DATE PIC X(08).
                 05 WS-HOLD-AGE      PIC 9(04).
                 05 WS-HOLD-STATUS   PIC X(01).
                 05 WS-HOLD-REASON   PIC X(20).
                 05 WS-HOLD-TIMES    PIC 9(02).
                 05 WS-HOLD-BAND     PIC 9(01).
                 05 WS-HOLD-REASON-X PIC 9(01).
              01 WS-ITEM-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-ITEM-OVERFLOWED VALUE 'Y'.

              *> the age bands, oldest first as they print
              01 WS-BAND-NAMES.
                 05 FILLER PIC X(12) VALUE "OVER 10 DAYS".
                 05 FILLER PIC X(12) VALUE "6-10 DAYS".
                 05 FILLER PIC X(12) VALUE "3-5 DAYS".
                 05 FILLER PIC X(12) VALUE "0-2 DAYS".
              01 WS-BAND-TABLE REDEFINES WS-BAND-NAMES.
                 05 WS-BAND-NAME PIC X(12) OCCURS 4 TIMES.
              01 WS-BAND-INDEX PIC 9(01) COMP.
              01 WS-BAND-TOTALS.
                 05 WS-BAND-COUNT PIC 9(06) OCCURS 4 TIMES.

              *> TRANEDIT's reason codes, and anything else
              01 WS-REASON-NAMES.
                 05 FILLER PIC X(20) VALUE "01 NAME BLANK".
                 05 FILLER PIC X(20) VALUE "02 SCORE NOT NUMERIC".
                 05 FILLER PIC X(20) VALUE "03 NAME UNKNOWN".
                 05 FILLER PIC X(20) VALUE "04 NAME INACTIVE".
                 05 FILLER PIC X(20) VALUE "(OTHER)".
              01 WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
                 05 WS-REASON-NAME PIC X(20) OCCURS 5 TIMES.
              01 WS-REASON-INDEX PIC 9(01) COMP.
              01 WS-REASON-TOTALS.
                 05 WS-REASON-TOTAL OCCURS 5 TIMES.
                    10 WS-REASON-COUNT  PIC 9(06).
                    10 WS-REASON-CHASED PIC 9(06).

              01 WS-OPEN-COUNT PIC 9(06) VALUE ZERO.
              01 WS-FIXED-COUNT PIC 9(06) VALUE ZERO.
              01 WS-CHASE-COUNT PIC 9(06) VALUE ZERO.
              01 WS-CHASE-FLAG PIC X(08).
              01 WS-SHOW-AGE PIC ZZZ9.

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM GET-CHASE-DAYS.
                IF WS-NOT-ABORTED
                    PERFORM LOAD-UNRESOLVED-ITEMS
                END-IF.
                IF WS-NOT-ABORTED
                    PERFORM PRINT-AGING-REPORT
                END-IF.
                *> end our program
                GOBACK.

            GET-CHASE-DAYS.
                *> "SUSPRPT nn" -- the default stands when it is left
                *> off
                MOVE SPACES TO WS-CMD-LINE.
                ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                MOVE SPACES TO WS-DAYS-TOKEN.
                UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                    INTO WS-DAYS-TOKEN.
                IF WS-DAYS-TOKEN NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(WS-DAYS-TOKEN) NOT = 0
                        DISPLAY "SUSPRPT: chase days not numeric -- "
                            "run as SUSPRPT nn (e.g. SUSPRPT 5)."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        COMPUTE WS-CHASE-DAYS =
                            FUNCTION NUMVAL(WS-DAYS-TOKEN)
                    END-IF
                END-IF.

            LOAD-UNRESOLVED-ITEMS.
                ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
                COMPUTE WS-TODAY-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
                MOVE ZERO TO WS-ITEM-COUNT.
                INITIALIZE WS-REASON-TOTALS.
                OPEN INPUT TRAN-SUSPENSE.
                IF WS-SUSP-NOT-FOUND
                    DISPLAY "SUSPRPT: TRANSUSP.DAT not found -- "
                        "nothing has ever been suspended."
                ELSE
                    OPEN INPUT PERSON-MASTER
                    IF WS-MASTER-OK
                        SET WS-MASTER-OPEN TO TRUE
                    END-IF
                    SET WS-EOF-NO TO TRUE
                    PERFORM READ-SUSPENSE-RECORD
                    PERFORM KEEP-ONE-ITEM UNTIL WS-EOF-YES
                    PERFORM SORT-ITEMS-BY-AGE
                    CLOSE TRAN-SUSPENSE
                    IF WS-MASTER-OPEN
                        CLOSE PERSON-MASTER
                    END-IF
                END-IF.

            READ-SUSPENSE-RECORD.
                READ TRAN-SUSPENSE NEXT RECORD
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            KEEP-ONE-ITEM.
                *> only what is still unresolved -- resubmitted,
                *> superseded and cancelled items are history
                IF SUSP-OPEN OR SUSP-FIXED
                    IF WS-ITEM-COUNT < 2000
                        ADD 1 TO WS-ITEM-COUNT
                        PERFORM FILL-ONE-ITEM
                    ELSE
                        SET WS-ITEM-OVERFLOWED TO TRUE
                    END-IF
                END-IF.
                PERFORM READ-SUSPENSE-RECORD.

            FILL-ONE-ITEM.
                MOVE WS-ITEM-COUNT TO WS-ITEM-INDEX.
                MOVE SUSP-NAME TO WS-ITEM-NAME(WS-ITEM-INDEX).
                MOVE SUSP-TRAN-SEQ TO WS-ITEM-SEQ(WS-ITEM-INDEX).
                MOVE SUSP-PERSON-ID TO WS-ITEM-ID(WS-ITEM-INDEX).
                MOVE SUSP-BUS-DATE TO WS-ITEM-BUS-DATE(WS-ITEM-INDEX).
                MOVE SUSP-STATUS TO WS-ITEM-STATUS(WS-ITEM-INDEX).
                MOVE SUSP-REASON TO WS-ITEM-REASON(WS-ITEM-INDEX).
                MOVE SUSP-TIMES TO WS-ITEM-TIMES(WS-ITEM-INDEX).
                MOVE ZERO TO WS-ITEM-AGE(WS-ITEM-INDEX).
                IF SUSP-BUS-DATE IS NUMERIC
                    MOVE SUSP-BUS-DATE TO WS-ITEM-DATE
                    IF WS-ITEM-DATE < WS-TODAY-DATE
                        COMPUTE WS-ITEM-AGE(WS-ITEM-INDEX) =
                            WS-TODAY-DAYS
                            - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
                    END-IF
                END-IF.
                *> band 1 is the oldest
                IF WS-ITEM-AGE(WS-ITEM-INDEX) > 10
                    MOVE 1 TO WS-ITEM-BAND(WS-ITEM-INDEX)
                ELSE
                    IF WS-ITEM-AGE(WS-ITEM-INDEX) > 5
                        MOVE 2 TO WS-ITEM-BAND(WS-ITEM-INDEX)
                    ELSE
                        IF WS-ITEM-AGE(WS-ITEM-INDEX) > 2
                            MOVE 3 TO WS-ITEM-BAND(WS-ITEM-INDEX)
                        ELSE
                            MOVE 4 TO WS-ITEM-BAND(WS-ITEM-INDEX)
                        END-IF
                    END-IF
                END-IF.
                MOVE 5 TO WS-ITEM-REASON-X(WS-ITEM-INDEX).
                PERFORM MATCH-REASON-CODE
                    VARYING WS-REASON-INDEX FROM 1 BY 1
                    UNTIL WS-REASON-INDEX > 4.
                PERFORM FIND-ITEM-DEPARTMENT.

            MATCH-REASON-CODE.
                IF SUSP-REASON(1:2) =
                    WS-REASON-NAME(WS-REASON-INDEX)(1:2)
                    MOVE WS-REASON-INDEX
                        TO WS-ITEM-REASON-X(WS-ITEM-INDEX)
                END-IF.

            FIND-ITEM-DEPARTMENT.
                *> an unknown name has no PERSON-ID, and a person off
                *> the master has no department -- both show as ????
                MOVE "????" TO WS-ITEM-DEPT(WS-ITEM-INDEX).
                IF WS-MASTER-OPEN AND SUSP-PERSON-ID NOT = SPACES
                    MOVE SUSP-PERSON-ID TO PERSON-ID
                    READ PERSON-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF PERSON-DEPT NOT = SPACES
                                MOVE PERSON-DEPT
                                    TO WS-ITEM-DEPT(WS-ITEM-INDEX)
                            END-IF
                    END-READ
                END-IF.

            SORT-ITEMS-BY-AGE.
                *> oldest first -- each entry in turn slides up past
                *> the younger ones above it, so items of the same age
                *> keep their suspense-file order
                PERFORM PLACE-ONE-ITEM
                    VARYING WS-SORT-INDEX FROM 2 BY 1
                    UNTIL WS-SORT-INDEX > WS-ITEM-COUNT.

            PLACE-ONE-ITEM.
                MOVE WS-ITEM-ENTRY(WS-SORT-INDEX) TO WS-HOLD-ITEM.
                MOVE WS-SORT-INDEX TO WS-ITEM-INDEX.
                SET WS-SORT-MOVING TO TRUE.
                PERFORM SHIFT-ONE-ITEM
                    UNTIL WS-SORT-PLACED OR WS-ITEM-INDEX = 1.
                MOVE WS-HOLD-ITEM TO WS-ITEM-ENTRY(WS-ITEM-INDEX).

            SHIFT-ONE-ITEM.
                IF WS-ITEM-AGE(WS-ITEM-INDEX - 1) < WS-HOLD-AGE
                    MOVE WS-ITEM-ENTRY(WS-ITEM-INDEX - 1)
                        TO WS-ITEM-ENTRY(WS-ITEM-INDEX)
                    SUBTRACT 1 FROM WS-ITEM-INDEX
                ELSE
                    SET WS-SORT-PLACED TO TRUE
                END-IF.

            PRINT-AGING-REPORT.
                DISPLAY "SUSPENSE AGING REPORT".
                DISPLAY "---------------------".
                DISPLAY "AS OF " WS-TODAY-DATE
                    ", CHASING ITEMS OLDER THAN " WS-CHASE-DAYS
                    " DAYS".
                DISPLAY " ".
                DISPLAY "NAME       LINE   ID    DEPT BUS DATE  AGE "
                    "ST REASON               TIMES".
                PERFORM PRINT-ONE-BAND
                    VARYING WS-BAND-INDEX FROM 1 BY 1
                    UNTIL WS-BAND-INDEX > 4.
                IF WS-ITEM-OVERFLOWED
                    DISPLAY "SUSPRPT: more than 2000 unresolved items "
                        "-- only the first 2000 are listed."
                END-IF.
                DISPLAY " ".
                DISPLAY "BY REASON                UNRESOLVED   CHASED".
                PERFORM PRINT-ONE-REASON
                    VARYING WS-REASON-INDEX FROM 1 BY 1
                    UNTIL WS-REASON-INDEX > 5.
                DISPLAY " ".
                DISPLAY "BY AGE                   UNRESOLVED".
                PERFORM PRINT-ONE-BAND-TOTAL
                    VARYING WS-BAND-INDEX FROM 1 BY 1
                    UNTIL WS-BAND-INDEX > 4.
                DISPLAY " ".
                DISPLAY "OPEN ITEMS:               " WS-OPEN-COUNT.
                DISPLAY "FIXED, AWAITING TRANEDIT: " WS-FIXED-COUNT.
                DISPLAY "ITEMS TO CHASE:           " WS-CHASE-COUNT.
                IF WS-CHASE-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                END-IF.

            PRINT-ONE-BAND.
                MOVE ZERO TO WS-BAND-COUNT(WS-BAND-INDEX).
                PERFORM PRINT-ONE-ITEM
                    VARYING WS-ITEM-INDEX FROM 1 BY 1
                    UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.

            PRINT-ONE-ITEM.
                IF WS-ITEM-BAND(WS-ITEM-INDEX) = WS-BAND-INDEX
                    ADD 1 TO WS-BAND-COUNT(WS-BAND-INDEX)
                    MOVE WS-ITEM-REASON-X(WS-ITEM-INDEX)
                        TO WS-REASON-INDEX
                    ADD 1 TO WS-REASON-COUNT(WS-REASON-INDEX)
                    IF WS-ITEM-STATUS(WS-ITEM-INDEX) = 'F'
                        ADD 1 TO WS-FIXED-COUNT
                    ELSE
                        ADD 1 TO WS-OPEN-COUNT
                    END-IF
                    MOVE SPACES TO WS-CHASE-FLAG
                    IF WS-ITEM-AGE(WS-ITEM-INDEX) > WS-CHASE-DAYS
                        MOVE "** CHASE" TO WS-CHASE-FLAG
                        ADD 1 TO WS-CHASE-COUNT
                        ADD 1 TO WS-REASON-CHASED(WS-REASON-INDEX)
                    END-IF
                    MOVE WS-ITEM-AGE(WS-ITEM-INDEX) TO WS-SHOW-AGE
                    DISPLAY WS-ITEM-NAME(WS-ITEM-INDEX) " "
                        WS-ITEM-SEQ(WS-ITEM-INDEX) " "
                        WS-ITEM-ID(WS-ITEM-INDEX) " "
                        WS-ITEM-DEPT(WS-ITEM-INDEX) " "
                        WS-ITEM-BUS-DATE(WS-ITEM-INDEX) " "
                        WS-SHOW-AGE " "
                        WS-ITEM-STATUS(WS-ITEM-INDEX) "  "
                        WS-ITEM-REASON(WS-ITEM-INDEX) " "
                        WS-ITEM-TIMES(WS-ITEM-INDEX) "    "
                        WS-CHASE-FLAG
                END-IF.

            PRINT-ONE-REASON.
                DISPLAY WS-REASON-NAME(WS-REASON-INDEX) "     "
                    WS-REASON-COUNT(WS-REASON-INDEX) "   "
                    WS-REASON-CHASED(WS-REASON-INDEX).

            PRINT-ONE-BAND-TOTAL.
                DISPLAY WS-BAND-NAME(WS-BAND-INDEX) "             "
                    WS-BAND-COUNT(WS-BAND-INDEX).
