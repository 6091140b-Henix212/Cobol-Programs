000100*----------------------------------------------------------------*
000110* CALCTXN - CALCULATRICE TRANSACTION FIELDS                      *
000120*           SHARED BY THE TRANSACTION, REPORT AND REJECT         *
000130*           RECORD LAYOUTS. CALC-ACCT-CODE IS THE GENERAL        *
000132*           LEDGER ACCOUNT/COST CENTER THE RESULT POSTS TO,      *
000134*           VALIDATED AGAINST THE CHART OF ACCOUNTS (CALCCOA).   *
000136*           INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM. *
000150*----------------------------------------------------------------*
000160     05  CALC-NUM1               PIC S9(07)V99
000170         SIGN LEADING SEPARATE.
000220         SIGN LEADING SEPARATE.
000230     05  CALC-NUM2-X REDEFINES CALC-NUM2
000240                                 PIC X(10).
000245     05  CALC-ACCT-CODE          PIC X(10).
000250
