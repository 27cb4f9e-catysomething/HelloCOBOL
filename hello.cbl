              *> greeting, so the skip-back after a crash lands on the
              *> right record either way
              01 WS-HANDLED-COUNT PIC 9(06) COMP VALUE ZERO.
              *> greeting lines this invocation itself wrote -- the
              *> figure its END record reports
              01 WS-GREETED-COUNT PIC 9(06) COMP VALUE ZERO.
              01 WS-NAME-STATUS PIC X(02).
                 88 WS-NAME-FOUND VALUE "00".
                 88 WS-NAME-NOT-FOUND VALUE "35".
                PERFORM WRITE-JOB-STATUS.

            WRITE-JOB-END.
                *> how this run came out: greetings this invocation
                *> actually wrote to GREETING-LOG and the RETURN-CODE
                *> it is about to GOBACK with -- RUNBACK checks a
                *> backout against this figure, so it counts only
                *> lines written here, never the names skipped back
                *> past on a restart or the INACTIVE ones passed over
                MOVE SPACES TO JS-PROGRAM JS-EVENT.
                MOVE "HELLO" TO JS-PROGRAM.
                MOVE "END" TO JS-EVENT.
                MOVE WS-GREETED-COUNT TO JS-RECORDS.
                MOVE RETURN-CODE TO JS-RETCODE.
                PERFORM WRITE-JOB-STATUS.

                        PERSON-NAME DELIMITED BY SPACE
                        INTO LOG-RECORD
                    WRITE LOG-RECORD
                    ADD 1 TO WS-GREETED-COUNT
                END-IF.
                ADD 1 TO WS-HANDLED-COUNT.
                PERFORM WRITE-HELLO-CHECKPOINT.
