            *> signature of a step that died mid-flight); and a step
            *> that took well over its norm across the file is
            *> flagged too, so a slow night gets looked at before it
            *> becomes a hung night. a run RUNBACK has since backed
            *> out says so under its heading, so nobody mistakes its
            *> steps for output still sitting on the files. events
            *> written outside any
            *> DRIVER submission (standalone runs, or records from
            *> before run identifiers existed) group under
            *> UNASSIGNED.
              01 WS-RUN-OVERFLOW PIC X(01) VALUE 'N'.
                 88 WS-RUN-OVERFLOWED VALUE 'Y'.

              *> runs RUNBACK has backed out, off its BKOUT events --
              *> when, and how many records it took out
              01 WS-BKOUT-COUNT PIC 9(02) COMP VALUE ZERO.
              01 WS-BKOUT-TABLE.
                 05 WS-BKOUT-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-BKOUT-COUNT.
                    10 WS-BKOUT-RUN-ID  PIC X(11).
                    10 WS-BKOUT-DATE    PIC X(08).
                    10 WS-BKOUT-TIME    PIC X(08).
                    10 WS-BKOUT-RECORDS PIC 9(06).
              01 WS-BKOUT-INDEX PIC 9(02) COMP.

              01 WS-SEARCH-INDEX PIC 9(03) COMP.
              01 WS-STEP-INDEX PIC 9(03) COMP.
              01 WS-RUN-INDEX PIC 9(02) COMP.

            HANDLE-ONE-EVENT.
                *> a START opens a run; an END closes the matching
                *> START and files the finished step under its run;
                *> a BKOUT marks the run as backed out. anything else
                *> on the file is noise and is passed over
                MOVE SPACES TO JOBSTAT-RECORD.
                MOVE JOB-STATUS-RECORD TO JOBSTAT-RECORD.
                IF JS-EVENT-START
                ELSE
                    IF JS-EVENT-END
                        PERFORM CLOSE-OPEN-START
                    ELSE
                        IF JS-EVENT-BACKOUT
                            PERFORM NOTE-BACKED-OUT-RUN
                        END-IF
                    END-IF
                END-IF.
                PERFORM READ-JOB-STATUS-RECORD.
                    SET WS-OPEN-OVERFLOWED TO TRUE
                END-IF.

            NOTE-BACKED-OUT-RUN.
                IF WS-BKOUT-COUNT < 50
                    ADD 1 TO WS-BKOUT-COUNT
                    MOVE JS-RUN-ID TO WS-BKOUT-RUN-ID(WS-BKOUT-COUNT)
                    MOVE JS-DATE TO WS-BKOUT-DATE(WS-BKOUT-COUNT)
                    MOVE JS-TIME TO WS-BKOUT-TIME(WS-BKOUT-COUNT)
                    MOVE JS-RECORDS
                        TO WS-BKOUT-RECORDS(WS-BKOUT-COUNT)
                ELSE
                    SET WS-RUN-OVERFLOWED TO TRUE
                END-IF.

            CLOSE-OPEN-START.
                *> pair this END with the most recent still-open
                *> START for the same program AND the same run
                        " ATTEMPT " WS-THIS-RUN-ID(10:2)
                END-IF.
                DISPLAY "----------------------------------------".
                PERFORM PRINT-ONE-BACKOUT
                    VARYING WS-BKOUT-INDEX FROM 1 BY 1
                    UNTIL WS-BKOUT-INDEX > WS-BKOUT-COUNT.
                MOVE HIGH-VALUES TO WS-RUN-FIRST-STAMP.
                MOVE LOW-VALUES TO WS-RUN-LAST-STAMP.
                MOVE ZERO TO WS-RUN-STEPS.
                        " STEPS, ELAPSED " WS-ELAPSED-DISPLAY
                END-IF.

            PRINT-ONE-BACKOUT.
                IF WS-THIS-RUN-ID NOT = SPACES
                    AND WS-BKOUT-RUN-ID(WS-BKOUT-INDEX)
                        = WS-THIS-RUN-ID
                    DISPLAY "  ** BACKED OUT BY RUNBACK "
                        WS-BKOUT-DATE(WS-BKOUT-INDEX) " "
                        WS-BKOUT-TIME(WS-BKOUT-INDEX) " -- "
                        WS-BKOUT-RECORDS(WS-BKOUT-INDEX)
                        " RECORDS REMOVED"
                END-IF.

            PRINT-ONE-RUN-STEP.
                IF WS-STEP-RUN-ID(WS-STEP-INDEX) = WS-THIS-RUN-ID
                    ADD 1 TO WS-RUN-STEPS
