000100*----------------------------------------------------------------*
000110* CALCBCL - CALC-BUSINESS-CALENDAR RECORD. THE SHOP CALENDAR     *
000120*           RECORDS ONLY THE EXCEPTIONS TO THE STANDING RULE     *
000130*           THAT MONDAY THROUGH FRIDAY ARE BUSINESS DAYS AND     *
000140*           SATURDAY AND SUNDAY ARE NOT. BCL-DAY-TYPE "H" MARKS  *
000150*           A WEEKDAY HOLIDAY (BANK HOLIDAY, SHOP CLOSURE) AS    *
000160*           NOT A BUSINESS DAY; "B" MARKS A SATURDAY OR SUNDAY   *
000170*           THE SHOP WORKS AS A BUSINESS DAY. A DATE NOT ON THE  *
000180*           FILE FOLLOWS THE WEEKDAY RULE. BCL-DESCRIPTION NAMES *
000190*           THE DAY FOR THE AUDIT REPORT. BCL-CHANGED-DATE AND   *
000200*           BCL-CHANGED-BY RECORD THE LAST MAINTENANCE. READ BY  *
000210*           CALCULATRICE, CALCMRG, CALCRLRP, CALCAGE AND         *
000220*           CALCGLRC; MAINTAINED ONLY BY CALCBMNT UNDER AUDIT.   *
000230*           INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM. *
000240*----------------------------------------------------------------*
000250     05  BCL-CAL-DATE            PIC 9(08).
000260     05  BCL-DAY-TYPE            PIC X(01).
000270         88  BCL-HOLIDAY                   VALUE "H".
000280         88  BCL-WORKED-WEEKEND            VALUE "B".
000290     05  BCL-DESCRIPTION         PIC X(20).
000300     05  BCL-CHANGED-DATE        PIC 9(08).
000310     05  BCL-CHANGED-BY          PIC X(08).
000320     05  FILLER                  PIC X(05).
000330
