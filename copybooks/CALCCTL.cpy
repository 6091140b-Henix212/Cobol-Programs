000220     05  CTL-EXPECTED-COUNT      PIC 9(07).
000230     05  CTL-EXPECTED-TOTAL      PIC S9(09)V99
000240         SIGN LEADING SEPARATE.
000250     05  FILLER                  PIC X(36).
000260
