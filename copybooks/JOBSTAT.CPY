            *> don't. OPSTAT reads the file back so the morning
            *> operator can see what ran, what finished, and where the
            *> night stopped without console scrollback archaeology.
            *> RUNBACK appends a BKOUT event against a run it has
            *> backed out, so OPSTAT can show that night's output is
            *> gone from the files.
            01 JOBSTAT-RECORD.
               05 JS-PROGRAM PIC X(08).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 JS-EVENT   PIC X(05).
                  88 JS-EVENT-START VALUE 'START'.
                  88 JS-EVENT-END   VALUE 'END'.
                  88 JS-EVENT-BACKOUT VALUE 'BKOUT'.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 JS-DATE    PIC X(08).
               05 FILLER     PIC X(01) VALUE SPACE.
