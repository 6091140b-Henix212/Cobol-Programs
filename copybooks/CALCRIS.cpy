000100*----------------------------------------------------------------*
000110* CALCRIS - ONE SELECTION RECORD READ BY CALCRIMP. RIS-FROM-DATE *
000120*           AND RIS-TO-DATE PICK THE RATE-CHANGE HISTORY         *
000130*           (CALCRCH.CPY) RECORDS TO ASSESS BY THE DAY CALCRMNT  *
000140*           MADE THEM; ZEROS IN ONE DATE LEAVE THAT END OPEN,    *
000150*           AND ZEROS IN BOTH (OR NO RECORD AT ALL) SELECT THE   *
000160*           CHANGES MADE TODAY. RIS-BUILD-ADJUST "Y" ASKS FOR    *
000170*           THE CALCTXN ADJUSTMENT BATCH, POSTED UNDER THE       *
000180*           OPERATOR ID IN RIS-REQUESTED-BY (REQUIRED WITH "Y"). *
000190*           INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM. *
000200*----------------------------------------------------------------*
000210     05  RIS-FROM-DATE           PIC 9(08).
000220     05  RIS-TO-DATE             PIC 9(08).
000230     05  RIS-BUILD-ADJUST        PIC X(01).
000240         88  RIS-ADJUST-WANTED             VALUE "Y".
000250     05  RIS-REQUESTED-BY        PIC X(08).
000260     05  FILLER                  PIC X(05).
000270
