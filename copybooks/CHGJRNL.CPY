            *> one change-journal record on CHGJRNL.DAT. NAMEMNT and
            *> ACTMNT each append a pair of these for every
            *> transaction they apply -- the record as it stood
            *> before (image B) and as it stands after (image A) --
            *> stamped with when it happened and the transaction
            *> that did it, so "when did DAVE move from WELL to OPS"
            *> has an answer long after the audit printout is gone.
            *> an ADD has a blank before-image and a DELETE a blank
            *> after-image. shared by the two writers and CHGRPT so
            *> none of them can drift from the layout.
            01 CHGJRNL-RECORD.
               05 CJ-DATE     PIC X(08).
               05 FILLER      PIC X(01) VALUE SPACE.
               05 CJ-TIME     PIC X(08).
               05 FILLER      PIC X(01) VALUE SPACE.
               *> which maintenance program applied the change --
               *> and so whether the key is a PERSON-ID or an
               *> activity ID
               05 CJ-PROGRAM  PIC X(08).
                  88 CJ-FROM-NAMEMNT VALUE 'NAMEMNT'.
                  88 CJ-FROM-ACTMNT  VALUE 'ACTMNT'.
               05 FILLER      PIC X(01) VALUE SPACE.
               05 CJ-KEY      PIC X(05).
               05 FILLER      PIC X(01) VALUE SPACE.
               05 CJ-ACTION   PIC X(01).
               05 FILLER      PIC X(01) VALUE SPACE.
               05 CJ-IMAGE    PIC X(01).
                  88 CJ-BEFORE-IMAGE VALUE 'B'.
                  88 CJ-AFTER-IMAGE  VALUE 'A'.
               05 FILLER      PIC X(01) VALUE SPACE.
               *> the maintenance transaction exactly as it was read
               05 CJ-TRAN     PIC X(70).
               05 FILLER      PIC X(01) VALUE SPACE.
               *> the master or catalog record image itself
               05 CJ-DATA     PIC X(70).
