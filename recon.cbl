            DATA DIVISION.
              FILE SECTION.
              FD  TRAN-FILE.
              01  TRAN-RECORD PIC X(32).

              FD  PICK-FILE.
              01  PICK-RECORD PIC X(60).
