              COPY PERSONMS.

              FD  OVERRIDE-FILE.
              COPY OVERRIDE.

              FD  GREETING-LOG.
              01  GREET-RECORD PIC X(80).
                IF OVR-FILE-ID = WS-INQ-ID
                    ADD 1 TO WS-OVERRIDE-COUNT
                    DISPLAY "  " OVR-FILE-TYPE " ACTIVITY "
                        OVR-FILE-ACT-ID " EFFECTIVE "
                        OVR-FILE-EFF-FROM " TO " OVR-FILE-EFF-TO
                END-IF.
                PERFORM READ-OVERRIDE-RECORD.

