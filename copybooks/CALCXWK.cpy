000100*----------------------------------------------------------------*
000110* CALCXWK - CALCXCHK WORK-FILE RECORD. ONE ENTRY PER RECORD READ *
000120*           FROM THE SEQUENTIAL ARCHIVES, KEYED ON A SOURCE      *
000130*           BYTE ("P" = CALCPHS, "R" = CALCRJH) PLUS THE SAME    *
000140*           TXN-ID, RUN DATE AND RUN TIME THAT KEY THE KEYED     *
000150*           COPIES (CALCPHK/CALCRJK). CALCXCHK LOADS IT WHILE    *
000160*           PROBING THE KEYED COPIES FROM THE ARCHIVES, THEN     *
000170*           READS THE KEYED COPIES FROM END TO END AND PROBES    *
000180*           THIS FILE TO FIND KEYED RECORDS NO LONGER ON THE     *
000190*           ARCHIVE OF RECORD. THE CLUSTER IS DELETED AND        *
000200*           REDEFINED EMPTY BY EVERY RUN. INCLUDE UNDER A        *
000210*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000220*----------------------------------------------------------------*
000230     05  XWK-KEY.
000240         10  XWK-SOURCE          PIC X(01).
000250         10  XWK-TXN-ID          PIC X(10).
000260         10  XWK-RUN-DATE        PIC 9(08).
000270         10  XWK-RUN-TIME        PIC 9(06).
000280
