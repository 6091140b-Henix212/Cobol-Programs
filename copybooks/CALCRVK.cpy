000100*----------------------------------------------------------------*
000110* CALCRVK - KEYED (INDEXED) COPY OF THE CUMULATIVE REVERSAL      *
000120*           REGISTER (CALCRVH). WRITTEN BY CALCREV AS EACH       *
000130*           REVERSAL IS GENERATED AND REBUILT FROM CALCRVH BY    *
000140*           CALCHLOD ALONGSIDE THE OTHER KEYED ARCHIVES. SAME    *
000150*           116 BYTES AND FIELDS AS CALCRVS, WITH THE ORIGINAL   *
000160*           TXN-ID AND RUN DATE GATHERED UNDER RVK-KEY, SO       *
000170*           CALCREV CAN REFUSE A SECOND REVERSAL OF THE SAME     *
000180*           POSTING AND CALCINQ CAN ANSWER "REVERSED ON" WITH    *
000190*           ONE KEYED READ. INCLUDE UNDER A CALLER-SUPPLIED      *
000200*           01-LEVEL GROUP ITEM.                                 *
000210*----------------------------------------------------------------*
000220     05  RVK-KEY.
000230         10  RVK-ORIG-TXN-ID     PIC X(10).
000240         10  RVK-ORIG-RUN-DATE   PIC 9(08).
000250     05  RVK-ORIG-RUN-TIME       PIC 9(06).
000260     05  RVK-ORIG-OPER-ID        PIC X(08).
000270     05  RVK-NEW-TXN-ID          PIC X(10).
000280     05  RVK-RUN-DATE            PIC 9(08).
000290     05  RVK-AMOUNT              PIC S9(07)V99
000300         SIGN LEADING SEPARATE.
000310     05  RVK-ACCT-CODE           PIC X(10).
000320     05  RVK-REQUESTED-BY        PIC X(08).
000330     05  RVK-APPROVER-ID         PIC X(08).
000340     05  RVK-REASON              PIC X(30).
000350
