000100*----------------------------------------------------------------*
000110* CALCHDR - ONE SUPERVISOR DECISION ON A HELD ITEM, FED TO       *
000120*           CALCHREL. HDR-TXN-ID AND HDR-RUN-DATE NAME THE ITEM  *
000130*           ON CALC-HELD-FILE; HDR-ACTION IS "R" (RELEASE TO     *
000140*           THE NEXT BATCH) OR "D" (DECLINE - DROP IT FROM THE   *
000150*           QUEUE). HDR-SUPERVISOR-ID MUST BE A STATUS "S"       *
000160*           OPERATOR AND NOT THE OPERATOR WHO KEYED THE ITEM.    *
000170*           INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM. *
000180*----------------------------------------------------------------*
000190     05  HDR-TXN-ID              PIC X(10).
000200     05  HDR-RUN-DATE            PIC 9(08).
000210     05  HDR-ACTION              PIC X(01).
000220     05  HDR-SUPERVISOR-ID       PIC X(08).
000230     05  HDR-REASON              PIC X(30).
000240     05  FILLER                  PIC X(03).
