000100*----------------------------------------------------------------*
000110* CALCADK - KEYED (INDEXED) COPY OF THE CUMULATIVE RATE          *
000120*           ADJUSTMENT REGISTER (CALCADH). WRITTEN BY CALCRIMP   *
000130*           AS EACH ADJUSTMENT IS GENERATED AND REBUILT FROM     *
000140*           CALCADH BY CALCHLOD ALONGSIDE THE OTHER KEYED        *
000150*           ARCHIVES. SAME 76 BYTES AND FIELD ORDER AS CALCADS,  *
000160*           WITH THE ORIGINAL TXN-ID AND RUN DATE GATHERED UNDER *
000170*           ADK-KEY, BUT ONE RECORD PER ADJUSTED POSTING: A      *
000180*           POSTING ADJUSTED MORE THAN ONCE CARRIES THE SUM OF   *
000190*           ALL ITS ADJUSTMENTS IN ADK-AMOUNT AND THE LATEST     *
000200*           ADJUSTMENT'S TXN-ID, RUN DATE, RATE AND REQUESTER,   *
000210*           SO CALCRIMP CAN NET WHAT IS ALREADY ADJUSTED OUT OF  *
000220*           A LATER RESTATEMENT WITH ONE KEYED READ. INCLUDE     *
000230*           UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM.         *
000240*----------------------------------------------------------------*
000250     05  ADK-KEY.
000260         10  ADK-ORIG-TXN-ID     PIC X(10).
000270         10  ADK-ORIG-RUN-DATE   PIC 9(08).
000280     05  ADK-NEW-TXN-ID          PIC X(10).
000290     05  ADK-RUN-DATE            PIC 9(08).
000300     05  ADK-AMOUNT              PIC S9(07)V99
000310         SIGN LEADING SEPARATE.
000320     05  ADK-RATE-CODE           PIC X(04).
000330     05  ADK-NEW-RATE            PIC S9(03)V9(04)
000340         SIGN LEADING SEPARATE.
000350     05  ADK-ACCT-CODE           PIC X(10).
000360     05  ADK-REQUESTED-BY        PIC X(08).
000370
