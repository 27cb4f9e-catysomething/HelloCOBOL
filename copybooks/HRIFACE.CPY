            *> the outbound HR wellness-platform interface file,
            *> HRIFACE.DAT, one fixed 80-byte record per line: a
            *> header, one detail per primary pick, and a trailer the
            *> platform balances the file against before loading it.
            *> the first byte says which of the three a record is.
            *> HRXTRACT writes the file; nothing here reads it back
            *> except a resend, which copies what was sent verbatim.
            01 HRIF-HEADER-RECORD.
               05 HRH-TYPE          PIC X(01) VALUE 'H'.
               05 HRH-BUSINESS-DATE PIC X(08).
               05 HRH-RUN-ID        PIC X(11).
               05 HRH-CREATED-DATE  PIC X(08).
               05 HRH-CREATED-TIME  PIC X(08).
               05 FILLER            PIC X(44) VALUE SPACES.
            *> one primary pick: who, their department, what was
            *> picked and the mood scores it was weighed with, plus
            *> the oldest-settled DONE/SKIPPED outcome for this
            *> person not yet sent -- the date of the pick it settles,
            *> the verdict and that pick's activity. the outcome
            *> fields are blank when there was nothing new to send
            01 HRIF-DETAIL-RECORD.
               05 HRD-TYPE          PIC X(01) VALUE 'D'.
               05 HRD-PERSON-ID     PIC X(05).
               05 HRD-DEPT          PIC X(04).
               05 HRD-PICK-DATE     PIC X(08).
               05 HRD-ACT-ID        PIC X(04).
               05 HRD-CATEGORY      PIC X(07).
               05 HRD-SCORE-1       PIC 9(03).
               05 HRD-SCORE-2       PIC 9(03).
               05 HRD-SCORE-3       PIC 9(03).
               05 HRD-OUT-DATE      PIC X(08).
               05 HRD-OUTCOME       PIC X(07).
               05 HRD-OUT-ACT-ID    PIC X(04).
               05 FILLER            PIC X(23) VALUE SPACES.
            *> the controls: how many detail records the file holds,
            *> and the sum of the numeric part of every detail's
            *> PERSON-ID (P0004 adds 4) as a hash total
            01 HRIF-TRAILER-RECORD.
               05 HRT-TYPE          PIC X(01) VALUE 'T'.
               05 HRT-RECORD-COUNT  PIC 9(07).
               05 HRT-HASH-TOTAL    PIC 9(12).
               05 FILLER            PIC X(60) VALUE SPACES.
