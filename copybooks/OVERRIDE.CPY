            *> one per-person override on OVERFILE.DAT: a NEVER or a
            *> PREFER against one catalog activity, keyed by the
            *> person's PERSON-ID off the master. shared by every
            *> program that reads the file so none of them can drift
            *> from the layout OVRMNT maintains.
            *> each override carries its own effective window --
            *> YYYYMMDD dates, compared as plain text the same way
            *> the catalog's are -- so a physio's "favour exercise for
            *> six weeks" lapses on its own instead of waiting for
            *> somebody to remember to delete it. an open-ended
            *> override runs to 99991231.
            01 OVERRIDE-FILE-RECORD.
               05 OVR-FILE-ID       PIC X(05).
               05 OVR-FILE-TYPE     PIC X(06).
                  88 OVR-FILE-IS-NEVER  VALUE 'NEVER'.
                  88 OVR-FILE-IS-PREFER VALUE 'PREFER'.
               05 OVR-FILE-ACT-ID   PIC X(04).
               05 OVR-FILE-EFF-FROM PIC X(08).
               05 OVR-FILE-EFF-TO   PIC X(08).
