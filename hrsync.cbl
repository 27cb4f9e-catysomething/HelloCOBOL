            *> setup the identification division
            IDENTIFICATION DIVISION.
            *> setup the program id
            PROGRAM-ID. HRSYNC.
            *> HRSYNC turns HR's full roster extract into person
            *> master maintenance, so joiners, leavers and department
            *> moves stop arriving as emails somebody keys by hand a
            *> few days later. it reads HRROSTER.DAT -- one record per
            *> person currently employed: PERSON-ID, name, department
            *> -- and compares it with NAMEFILE.DAT on PERSON-ID:
            *>   on the roster, not on the master    ADD
            *>   name or department differs          CHANGE
            *>   on the master as INACTIVE, back on
            *>   the roster                          CHANGE to ACTIVE
            *>   ACTIVE on the master, off the roster CHANGE to
            *>                                       INACTIVE
            *> leavers are inactivated rather than deleted, the way
            *> NAMEMNT asks offboarding to be done, so the history
            *> reports can still resolve their names.
            *> the transactions go onto NAMETRAN.DAT, replacing
            *> whatever was there, for NAMEMNT to apply and audit as
            *> usual; HRSYNC never touches the master itself.
            *> a feed that looks wrong is held back instead of being
            *> written: more inactivations than the allowed share of
            *> the active people on the master (a truncated extract
            *> would offboard half the company overnight), a PERSON-ID
            *> that appears twice on the roster, a roster record with
            *> no name or department, or a joiner whose name is
            *> already on the master under another PERSON-ID. held
            *> transactions go to HRSYNHLD.DAT in the same layout, so
            *> once somebody has checked them with HR they can be fed
            *> to NAMEMNT as they stand.
            *> run as "HRSYNC" for the default 10 percent inactivation
            *> limit or "HRSYNC nn" for another. RETURN-CODE is 8 when
            *> anything was held and 16 when the roster or the master
            *> could not be read.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                *> the keyed person master -- swept once in key order,
                *> then looked up by name for the joiners
                SELECT PERSON-MASTER ASSIGN TO "NAMEFILE.DAT"
                    ORGANIZATION INDEXED
                    ACCESS MODE DYNAMIC
                    RECORD KEY PERSON-ID
                    ALTERNATE RECORD KEY PERSON-NAME
                        WITH DUPLICATES
                    FILE STATUS IS WS-MASTER-STATUS.
                *> HR's full roster extract
                SELECT ROSTER-FILE ASSIGN TO "HRROSTER.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-ROS-STATUS.
                *> the generated transactions, for NAMEMNT
                SELECT NAME-TRAN-FILE ASSIGN TO "NAMETRAN.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-NMT-STATUS.
                *> transactions held back for a person to check
                SELECT HOLD-FILE ASSIGN TO "HRSYNHLD.DAT"
                    ORGANIZATION LINE SEQUENTIAL
                    FILE STATUS IS WS-HOLD-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD  PERSON-MASTER.
              COPY PERSONMS.

              FD  ROSTER-FILE.
              01  ROSTER-RECORD.
                  05 ROS-PERSON-ID PIC X(05).
                  05 ROS-NAME      PIC X(20).
                  05 ROS-DEPT      PIC X(04).

              *> NAMEMNT's transaction layout, field for field
              FD  NAME-TRAN-FILE.
              01  NAME-TRAN-RECORD.
                  05 NMT-ACTION PIC X(01).
                     88 NMT-ADD    VALUE 'A'.
                     88 NMT-CHANGE VALUE 'C'.
                     88 NMT-DELETE VALUE 'D'.
                  05 NMT-PERSON-ID PIC X(05).
                  05 NMT-NAME      PIC X(20).
                  05 NMT-STATUS    PIC X(01).
                  05 NMT-DEPT      PIC X(04).

              *> held items keep the same layout, so a cleared hold
              *> can be fed to NAMEMNT as it stands
              FD  HOLD-FILE.
              01  HOLD-RECORD.
                  05 HLD-ACTION    PIC X(01).
                  05 HLD-PERSON-ID PIC X(05).
                  05 HLD-NAME      PIC X(20).
                  05 HLD-STATUS    PIC X(01).
                  05 HLD-DEPT      PIC X(04).

              *> working storage defines variables
              WORKING-STORAGE SECTION.
              01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-EOF-YES VALUE 'Y'.
                 88 WS-EOF-NO VALUE 'N'.
              01 WS-MASTER-STATUS PIC X(02).
                 88 WS-MASTER-OK VALUE "00".
                 88 WS-MASTER-NOT-FOUND VALUE "35".
              01 WS-ROS-STATUS PIC X(02).
                 88 WS-ROS-OK VALUE "00".
                 88 WS-ROS-NOT-FOUND VALUE "35".
              01 WS-NMT-STATUS PIC X(02).
                 88 WS-NMT-OK VALUE "00".
              01 WS-HOLD-STATUS PIC X(02).
                 88 WS-HOLD-OK VALUE "00".
              *> set when this run can't go on
              01 WS-ABORT-SWITCH PIC X(01) VALUE 'N'.
                 88 WS-ABORTED VALUE 'Y'.
                 88 WS-NOT-ABORTED VALUE 'N'.

              *> the most inactivations, as a percentage of the
              *> ACTIVE people on the master, one feed may carry
              01 WS-CMD-LINE PIC X(80).
              01 WS-PCT-TOKEN PIC X(08).
              01 WS-MAX-INACT-PCT PIC 9(03) VALUE 10.

              *> a NAMETRAN.DAT transaction being built -- the same
              *> layout NAMEMNT reads
              01 WS-NEW-TRAN.
                 05 WS-NEW-ACTION PIC X(01).
                 05 WS-NEW-PERSON-ID PIC X(05).
                 05 WS-NEW-NAME PIC X(20).
                 05 WS-NEW-STATUS PIC X(01).
                 05 WS-NEW-DEPT PIC X(04).
              01 WS-NEW-WHY PIC X(20).
              01 WS-NEW-HOLD PIC X(30).

              *> the roster, held so each master record can find its
              *> roster entry and the leftovers are the joiners
              01 WS-ROS-COUNT PIC 9(04) COMP VALUE ZERO.
              01 WS-ROS-TABLE.
                 05 WS-ROS-ENTRY OCCURS 1 TO 3000 TIMES
                    DEPENDING ON WS-ROS-COUNT.
                    10 WS-ROS-ID      PIC X(05).
                    10 WS-ROS-NAME    PIC X(20).
                    10 WS-ROS-DEPT    PIC X(04).
                    10 WS-ROS-MATCHED PIC X(01).
                       88 WS-ROS-IS-MATCHED  VALUE 'Y'.
                       88 WS-ROS-NOT-MATCHED VALUE 'N'.
                    10 WS-ROS-DUP     PIC X(01).
                       88 WS-ROS-IS-DUP  VALUE 'Y'.
                       88 WS-ROS-NOT-DUP VALUE 'N'.
              01 WS-ROS-INDEX PIC 9(04) COMP.
              01 WS-ROS-FOUND PIC 9(04) COMP.
              01 WS-ROS-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-ROS-OVERFLOWED VALUE 'Y'.

              *> every transaction the comparison produced, written
              *> or held only once the whole feed has been seen
              01 WS-GEN-COUNT PIC 9(04) COMP VALUE ZERO.
              01 WS-GEN-TABLE.
                 05 WS-GEN-ENTRY OCCURS 1 TO 3000 TIMES
                    DEPENDING ON WS-GEN-COUNT.
                    10 WS-GEN-TRAN  PIC X(31).
                    10 WS-GEN-WHY   PIC X(20).
                    10 WS-GEN-HOLD  PIC X(30).
                    10 WS-GEN-INACT PIC X(01).
                       88 WS-GEN-IS-INACT VALUE 'Y'.
              01 WS-GEN-INDEX PIC 9(04) COMP.
              01 WS-GEN-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-GEN-OVERFLOWED VALUE 'Y'.

              01 WS-MASTER-COUNT PIC 9(06) VALUE ZERO.
              01 WS-ACTIVE-COUNT PIC 9(06) VALUE ZERO.
              01 WS-INACT-COUNT PIC 9(06) VALUE ZERO.
              01 WS-WRITTEN-COUNT PIC 9(06) VALUE ZERO.
              01 WS-HELD-COUNT PIC 9(06) VALUE ZERO.
              01 WS-ADD-COUNT PIC 9(06) VALUE ZERO.
              01 WS-CHANGE-COUNT PIC 9(06) VALUE ZERO.
              01 WS-INACT-WRITTEN PIC 9(06) VALUE ZERO.
              01 WS-INACT-LIMIT PIC 9(08) VALUE ZERO.
              01 WS-INACT-SHARE PIC 9(08) VALUE ZERO.
              01 WS-INACT-HELD-SW PIC X(01) VALUE 'N'.
                 88 WS-INACTS-HELD VALUE 'Y'.
              01 WS-SHOW-PCT PIC ZZ9.

            PROCEDURE DIVISION.
            MAIN-PROCESS.
                *> load the roster, sweep the master against it, add
                *> the joiners, then decide what is held and write
                SET WS-NOT-ABORTED TO TRUE.
                PERFORM GET-LIMIT-PARM.
                IF WS-NOT-ABORTED
                    PERFORM LOAD-ROSTER
                END-IF.
                IF WS-NOT-ABORTED
                    OPEN INPUT PERSON-MASTER
                    IF NOT WS-MASTER-OK
                        DISPLAY "HRSYNC: person master not available "
                            "-- nothing to compare the roster with, "
                            "giving up on this run."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM SWEEP-PERSON-MASTER
                        PERFORM FIND-JOINERS
                        CLOSE PERSON-MASTER
                    END-IF
                END-IF.
                IF WS-NOT-ABORTED AND WS-GEN-OVERFLOWED
                    DISPLAY "HRSYNC: more than 3000 transactions -- "
                        "nothing written, the feed needs a look."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                END-IF.
                IF WS-NOT-ABORTED
                    PERFORM CHECK-INACTIVATION-SHARE
                    PERFORM WRITE-TRANSACTIONS
                    PERFORM PRINT-SUMMARY
                    IF WS-HELD-COUNT > 0
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF.
                *> end our program
                GOBACK.

            GET-LIMIT-PARM.
                *> "HRSYNC 15" raises the inactivation limit to 15
                *> percent; nothing on the command line keeps 10
                MOVE SPACES TO WS-CMD-LINE.
                ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                MOVE SPACES TO WS-PCT-TOKEN.
                UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                    INTO WS-PCT-TOKEN.
                IF WS-PCT-TOKEN NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(WS-PCT-TOKEN) NOT = 0
                        DISPLAY "HRSYNC: inactivation limit not "
                            "numeric -- run as HRSYNC nn (e.g. "
                            "HRSYNC 10)."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        COMPUTE WS-MAX-INACT-PCT =
                            FUNCTION NUMVAL(WS-PCT-TOKEN)
                    END-IF
                END-IF.

            LOAD-ROSTER.
                MOVE ZERO TO WS-ROS-COUNT.
                SET WS-EOF-NO TO TRUE.
                OPEN INPUT ROSTER-FILE.
                IF NOT WS-ROS-OK
                    DISPLAY "HRSYNC: HRROSTER.DAT not found -- "
                        "no roster to compare, giving up on this run."
                    SET WS-ABORTED TO TRUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM READ-ROSTER-RECORD
                    PERFORM KEEP-ROSTER-RECORD UNTIL WS-EOF-YES
                    CLOSE ROSTER-FILE
                    IF WS-ROS-OVERFLOWED
                        DISPLAY "HRSYNC: more than 3000 people on "
                            "the roster -- nothing written."
                        SET WS-ABORTED TO TRUE
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF.

            READ-ROSTER-RECORD.
                READ ROSTER-FILE
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            KEEP-ROSTER-RECORD.
                *> a PERSON-ID seen before marks both copies as
                *> duplicates -- neither can be trusted over the other
                IF WS-ROS-COUNT < 3000
                    PERFORM FIND-ROSTER-ENTRY
                    ADD 1 TO WS-ROS-COUNT
                    MOVE ROS-PERSON-ID TO WS-ROS-ID(WS-ROS-COUNT)
                    MOVE ROS-NAME TO WS-ROS-NAME(WS-ROS-COUNT)
                    MOVE ROS-DEPT TO WS-ROS-DEPT(WS-ROS-COUNT)
                    SET WS-ROS-NOT-MATCHED(WS-ROS-COUNT) TO TRUE
                    SET WS-ROS-NOT-DUP(WS-ROS-COUNT) TO TRUE
                    IF WS-ROS-FOUND > 0
                        SET WS-ROS-IS-DUP(WS-ROS-FOUND) TO TRUE
                        SET WS-ROS-IS-DUP(WS-ROS-COUNT) TO TRUE
                    END-IF
                ELSE
                    SET WS-ROS-OVERFLOWED TO TRUE
                END-IF.
                PERFORM READ-ROSTER-RECORD.

            FIND-ROSTER-ENTRY.
                *> the first roster entry for ROS-PERSON-ID, 0 if none
                MOVE ZERO TO WS-ROS-FOUND.
                PERFORM MATCH-ROSTER-ENTRY
                    VARYING WS-ROS-INDEX FROM 1 BY 1
                    UNTIL WS-ROS-INDEX > WS-ROS-COUNT.

            MATCH-ROSTER-ENTRY.
                IF WS-ROS-FOUND = 0
                    AND WS-ROS-ID(WS-ROS-INDEX) = ROS-PERSON-ID
                    MOVE WS-ROS-INDEX TO WS-ROS-FOUND
                END-IF.

            SWEEP-PERSON-MASTER.
                *> every person on the master, in key order, against
                *> their roster entry
                SET WS-EOF-NO TO TRUE.
                PERFORM READ-NEXT-PERSON.
                PERFORM COMPARE-ONE-PERSON UNTIL WS-EOF-YES.

            READ-NEXT-PERSON.
                READ PERSON-MASTER NEXT RECORD
                    AT END
                        SET WS-EOF-YES TO TRUE
                END-READ.

            COMPARE-ONE-PERSON.
                ADD 1 TO WS-MASTER-COUNT.
                IF PERSON-ACTIVE
                    ADD 1 TO WS-ACTIVE-COUNT
                END-IF.
                MOVE PERSON-ID TO ROS-PERSON-ID.
                PERFORM FIND-ROSTER-ENTRY.
                IF WS-ROS-FOUND = 0
                    IF PERSON-ACTIVE
                        PERFORM GENERATE-LEAVER
                    END-IF
                ELSE
                    SET WS-ROS-IS-MATCHED(WS-ROS-FOUND) TO TRUE
                    PERFORM COMPARE-WITH-ROSTER
                END-IF.
                PERFORM READ-NEXT-PERSON.

            GENERATE-LEAVER.
                *> ACTIVE here, gone from HR's roster
                MOVE SPACES TO WS-NEW-TRAN WS-NEW-HOLD.
                MOVE 'C' TO WS-NEW-ACTION.
                MOVE PERSON-ID TO WS-NEW-PERSON-ID.
                MOVE 'I' TO WS-NEW-STATUS.
                MOVE "OFF ROSTER" TO WS-NEW-WHY.
                PERFORM ADD-GENERATED.
                MOVE 'Y' TO WS-GEN-INACT(WS-GEN-COUNT).
                ADD 1 TO WS-INACT-COUNT.

            COMPARE-WITH-ROSTER.
                *> only the fields that differ go on the CHANGE -- a
                *> blank field tells NAMEMNT to leave it alone
                MOVE SPACES TO WS-NEW-TRAN WS-NEW-HOLD WS-NEW-WHY.
                MOVE 'C' TO WS-NEW-ACTION.
                MOVE PERSON-ID TO WS-NEW-PERSON-ID.
                IF WS-ROS-NAME(WS-ROS-FOUND) NOT = PERSON-NAME
                    AND WS-ROS-NAME(WS-ROS-FOUND) NOT = SPACES
                    MOVE WS-ROS-NAME(WS-ROS-FOUND) TO WS-NEW-NAME
                    MOVE "NAME CHANGED" TO WS-NEW-WHY
                END-IF.
                IF WS-ROS-DEPT(WS-ROS-FOUND) NOT = PERSON-DEPT
                    AND WS-ROS-DEPT(WS-ROS-FOUND) NOT = SPACES
                    MOVE WS-ROS-DEPT(WS-ROS-FOUND) TO WS-NEW-DEPT
                    IF WS-NEW-WHY = SPACES
                        MOVE "DEPT CHANGED" TO WS-NEW-WHY
                    ELSE
                        MOVE "NAME+DEPT CHANGED" TO WS-NEW-WHY
                    END-IF
                END-IF.
                IF NOT PERSON-ACTIVE
                    MOVE 'A' TO WS-NEW-STATUS
                    MOVE "BACK ON ROSTER" TO WS-NEW-WHY
                END-IF.
                IF WS-NEW-WHY NOT = SPACES
                    PERFORM CHECK-ROSTER-ENTRY
                    PERFORM ADD-GENERATED
                END-IF.

            FIND-JOINERS.
                *> every roster entry no master record claimed is a
                *> new person
                PERFORM CHECK-ONE-JOINER
                    VARYING WS-ROS-INDEX FROM 1 BY 1
                    UNTIL WS-ROS-INDEX > WS-ROS-COUNT.

            CHECK-ONE-JOINER.
                IF WS-ROS-NOT-MATCHED(WS-ROS-INDEX)
                    MOVE WS-ROS-INDEX TO WS-ROS-FOUND
                    MOVE SPACES TO WS-NEW-TRAN WS-NEW-HOLD
                    MOVE 'A' TO WS-NEW-ACTION
                    MOVE WS-ROS-ID(WS-ROS-FOUND) TO WS-NEW-PERSON-ID
                    MOVE WS-ROS-NAME(WS-ROS-FOUND) TO WS-NEW-NAME
                    MOVE 'A' TO WS-NEW-STATUS
                    MOVE WS-ROS-DEPT(WS-ROS-FOUND) TO WS-NEW-DEPT
                    MOVE "NEW ON ROSTER" TO WS-NEW-WHY
                    PERFORM CHECK-ROSTER-ENTRY
                    IF WS-NEW-HOLD = SPACES
                        PERFORM CHECK-JOINER-NAME
                    END-IF
                    PERFORM ADD-GENERATED
                END-IF.

            CHECK-ROSTER-ENTRY.
                *> the roster entry behind a transaction must be
                *> whole and its PERSON-ID must appear only once
                IF WS-ROS-IS-DUP(WS-ROS-FOUND)
                    MOVE "PERSON-ID TWICE ON ROSTER" TO WS-NEW-HOLD
                ELSE
                    IF WS-ROS-ID(WS-ROS-FOUND) = SPACES
                        MOVE "PERSON-ID MISSING" TO WS-NEW-HOLD
                    ELSE
                        IF WS-ROS-NAME(WS-ROS-FOUND) = SPACES
                            OR WS-ROS-DEPT(WS-ROS-FOUND) = SPACES
                            MOVE "NAME OR DEPT MISSING"
                                TO WS-NEW-HOLD
                        END-IF
                    END-IF
                END-IF.

            CHECK-JOINER-NAME.
                *> a joiner whose name the master already carries is
                *> more likely a re-keyed PERSON-ID than a new person
                MOVE WS-NEW-NAME TO PERSON-NAME.
                READ PERSON-MASTER KEY IS PERSON-NAME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO WS-NEW-HOLD
                        STRING "NAME ON MASTER AS "
                            DELIMITED BY SIZE
                            PERSON-ID DELIMITED BY SIZE
                            INTO WS-NEW-HOLD
                END-READ.

            ADD-GENERATED.
                IF WS-GEN-COUNT < 3000
                    ADD 1 TO WS-GEN-COUNT
                    MOVE WS-NEW-TRAN TO WS-GEN-TRAN(WS-GEN-COUNT)
                    MOVE WS-NEW-WHY TO WS-GEN-WHY(WS-GEN-COUNT)
                    MOVE WS-NEW-HOLD TO WS-GEN-HOLD(WS-GEN-COUNT)
                    MOVE 'N' TO WS-GEN-INACT(WS-GEN-COUNT)
                ELSE
                    SET WS-GEN-OVERFLOWED TO TRUE
                END-IF.

            CHECK-INACTIVATION-SHARE.
                *> too many leavers at once holds every leaver back --
                *> picking which of them are real is HR's call, not
                *> ours
                COMPUTE WS-INACT-SHARE = WS-INACT-COUNT * 100.
                COMPUTE WS-INACT-LIMIT =
                    WS-ACTIVE-COUNT * WS-MAX-INACT-PCT.
                IF WS-INACT-COUNT > 0
                    AND WS-INACT-SHARE > WS-INACT-LIMIT
                    SET WS-INACTS-HELD TO TRUE
                    PERFORM HOLD-ONE-LEAVER
                        VARYING WS-GEN-INDEX FROM 1 BY 1
                        UNTIL WS-GEN-INDEX > WS-GEN-COUNT
                END-IF.

            HOLD-ONE-LEAVER.
                IF WS-GEN-IS-INACT(WS-GEN-INDEX)
                    MOVE "TOO MANY LEAVERS IN ONE FEED"
                        TO WS-GEN-HOLD(WS-GEN-INDEX)
                END-IF.

            WRITE-TRANSACTIONS.
                *> NAMETRAN.DAT and HRSYNHLD.DAT are both replaced,
                *> one discrepancy-report line per transaction
                OPEN OUTPUT NAME-TRAN-FILE.
                OPEN OUTPUT HOLD-FILE.
                DISPLAY "HR ROSTER SYNCHRONISATION".
                DISPLAY "-------------------------".
                PERFORM WRITE-ONE-TRANSACTION
                    VARYING WS-GEN-INDEX FROM 1 BY 1
                    UNTIL WS-GEN-INDEX > WS-GEN-COUNT.
                CLOSE NAME-TRAN-FILE.
                CLOSE HOLD-FILE.

            WRITE-ONE-TRANSACTION.
                MOVE WS-GEN-TRAN(WS-GEN-INDEX) TO WS-NEW-TRAN.
                IF WS-GEN-HOLD(WS-GEN-INDEX) = SPACES
                    MOVE WS-NEW-TRAN TO NAME-TRAN-RECORD
                    WRITE NAME-TRAN-RECORD
                    ADD 1 TO WS-WRITTEN-COUNT
                    IF WS-NEW-ACTION = 'A'
                        ADD 1 TO WS-ADD-COUNT
                    ELSE
                        IF WS-GEN-IS-INACT(WS-GEN-INDEX)
                            ADD 1 TO WS-INACT-WRITTEN
                        ELSE
                            ADD 1 TO WS-CHANGE-COUNT
                        END-IF
                    END-IF
                    DISPLAY WS-NEW-ACTION " " WS-NEW-PERSON-ID " "
                        WS-NEW-NAME " " WS-NEW-STATUS " "
                        WS-NEW-DEPT " " WS-GEN-WHY(WS-GEN-INDEX)
                        " WRITTEN"
                ELSE
                    MOVE WS-NEW-TRAN TO HOLD-RECORD
                    WRITE HOLD-RECORD
                    ADD 1 TO WS-HELD-COUNT
                    DISPLAY WS-NEW-ACTION " " WS-NEW-PERSON-ID " "
                        WS-NEW-NAME " " WS-NEW-STATUS " "
                        WS-NEW-DEPT " " WS-GEN-WHY(WS-GEN-INDEX)
                        " HELD - " WS-GEN-HOLD(WS-GEN-INDEX)
                END-IF.

            PRINT-SUMMARY.
                MOVE WS-MAX-INACT-PCT TO WS-SHOW-PCT.
                DISPLAY " ".
                DISPLAY "PEOPLE ON ROSTER:       " WS-ROS-COUNT.
                DISPLAY "PEOPLE ON MASTER:       " WS-MASTER-COUNT.
                DISPLAY "  OF WHOM ACTIVE:       " WS-ACTIVE-COUNT.
                DISPLAY "ADDS WRITTEN:           " WS-ADD-COUNT.
                DISPLAY "CHANGES WRITTEN:        " WS-CHANGE-COUNT.
                DISPLAY "INACTIVATIONS WRITTEN:  " WS-INACT-WRITTEN.
                DISPLAY "TRANSACTIONS HELD:      " WS-HELD-COUNT.
                IF WS-INACTS-HELD
                    DISPLAY "** " WS-INACT-COUNT " LEAVERS IS OVER "
                        WS-SHOW-PCT "% OF THE ACTIVE MASTER -- ALL "
                        "HELD ON HRSYNHLD.DAT FOR HR TO CONFIRM"
                END-IF.
                IF WS-WRITTEN-COUNT > 0
                    DISPLAY "RUN NAMEMNT TO APPLY NAMETRAN.DAT."
                END-IF.
