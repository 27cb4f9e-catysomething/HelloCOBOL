            *> one suspended mood transaction on TRANSUSP.DAT: every
            *> TRANEDIT reject waits here, keyed by the person's name
            *> as keyed (an unknown name has no PERSON-ID to key on),
            *> the business date it was keyed for and its place on
            *> that night's TRAN-IN-FILE -- two blank names on one
            *> night are two items, not one -- until the day
            *> shift fixes or cancels it through SUSPMNT. a fixed
            *> item goes back through the next TRANEDIT alongside
            *> that night's TRAN-IN-FILE and keeps its original
            *> business date. resolved items stay on file as the
            *> record of what became of them; SUSPRPT ages the rest.
            01 TRANSUSP-RECORD.
               05 SUSP-KEY.
                  10 SUSP-NAME     PIC X(10).
                  10 SUSP-BUS-DATE PIC X(08).
                  10 SUSP-TRAN-SEQ PIC 9(06).
               *> the PERSON-ID the edit resolved, blank when the
               *> name itself was the problem
               05 SUSP-PERSON-ID   PIC X(05).
               05 SUSP-STATUS      PIC X(01).
                  88 SUSP-OPEN        VALUE 'O'.
                  88 SUSP-FIXED       VALUE 'F'.
                  88 SUSP-RESUBMITTED VALUE 'R'.
                  88 SUSP-CANCELLED   VALUE 'X'.
                  88 SUSP-SUPERSEDED  VALUE 'S'.
               *> TRANEDIT's reason code and text for the latest
               *> rejection, e.g. "02 SCORE NOT NUMERIC"
               05 SUSP-REASON      PIC X(20).
               *> the transaction as keyed -- as corrected, once
               *> SUSPMNT has fixed it
               05 SUSP-TRAN        PIC X(19).
               *> the business date TRANEDIT last rejected,
               *> resubmitted or superseded the item, and how many
               *> nights it has been rejected
               05 SUSP-LAST-DATE   PIC X(08).
               05 SUSP-TIMES       PIC 9(02).
               *> the day SUSPMNT last fixed or cancelled it
               05 SUSP-CORR-DATE   PIC X(08).
