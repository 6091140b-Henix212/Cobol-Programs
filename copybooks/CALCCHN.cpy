000182*           SIX-OPERATOR SET AS CALC-OPERATOR ON CALCTXN        *
000184*           ("+", "-", "*", "/", "**", "MOD"), AND CHN-OPER-ID  *
000186*           MUST BE AUTHORIZED ON THE OPERATOR MASTER.          *
000186*           CHN-ACCT-CODE IS THE GL ACCOUNT/COST CENTER THE     *
000186*           FINAL RESULT POSTS TO, VALIDATED AGAINST THE CHART  *
000186*           OF ACCOUNTS (CALCCOA.CPY) LIKE CALC-ACCT-CODE. THE  *
000186*           FIRST RECORD ON THE FILE IS A CALCCTL CONTROL       *
000186*           RECORD: CHAIN COUNT AND THE SUM OF EVERY CHAIN'S    *
000186*           CHN-START-VALUE. INCLUDE UNDER A CALLER-SUPPLIED    *
000190*           01-LEVEL GROUP ITEM.                                *
000200*----------------------------------------------------------------*
000210     05  CHN-CHAIN-ID             PIC X(10).
000220     05  CHN-OPER-ID              PIC X(08).
000230     05  CHN-START-VALUE          PIC S9(07)V99
000240         SIGN LEADING SEPARATE.
000240     05  CHN-START-VALUE-X REDEFINES CHN-START-VALUE
000240                                  PIC X(10).
000250     05  CHN-STEP-COUNT           PIC 9(02).
000260     05  CHN-STEP-TABLE           OCCURS 8 TIMES.
000270         10  CHN-STEP-OPERATOR        PIC XXX.
000280         10  CHN-STEP-OPERAND         PIC S9(07)V99
000290             SIGN LEADING SEPARATE.
000290     05  CHN-ACCT-CODE            PIC X(10).
000300
