000100*----------------------------------------------------------------*
000110* CALCRCH - RATE-CHANGE HISTORY RECORD. CALCRMNT APPENDS ONE     *
000120*           RECORD FOR EVERY APPLIED ADD, CHANGE OR DELETE       *
000130*           AGAINST CALC-RATE-MASTER-FILE (CALCRTM.CPY), THE     *
000140*           MACHINE-READABLE TWIN OF THE PRINTED AUDIT LINE.     *
000150*           RCH-ACTION-CODE IS "A", "C" OR "D"; RCH-BEFORE-VALUE *
000160*           IS ZERO ON AN ADD AND RCH-AFTER-VALUE IS ZERO ON A   *
000170*           DELETE. RCH-CHANGE-DATE IS THE DAY CALCRMNT RAN.     *
000180*           THE FILE IS EXTEND-ONLY AND IS READ BY CALCRIMP TO   *
000190*           FIND "RTE" POSTINGS A BACK-DATED CHANGE HAS MADE     *
000200*           WRONG. INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL      *
000210*           GROUP ITEM.                                          *
000220*----------------------------------------------------------------*
000230     05  RCH-RATE-CODE           PIC X(04).
000240     05  RCH-EFF-DATE            PIC 9(08).
000250     05  RCH-ACTION-CODE         PIC X(01).
000260     05  RCH-BEFORE-VALUE        PIC S9(03)V9(04)
000270         SIGN LEADING SEPARATE.
000280     05  RCH-AFTER-VALUE         PIC S9(03)V9(04)
000290         SIGN LEADING SEPARATE.
000300     05  RCH-REQUESTED-BY        PIC X(08).
000310     05  RCH-CHANGE-DATE         PIC 9(08).
000320     05  FILLER                  PIC X(05).
000330
