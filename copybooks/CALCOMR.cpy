000160*           CHANGE, A BLANK OMR-OPER-NAME OR OMR-OPER-STATUS     *
000170*           LEAVES THAT FIELD AS IT STANDS. OMR-REQUESTED-BY     *
000180*           NAMES THE PERSON ASKING FOR THE CHANGE AND IS        *
000190*           CARRIED ONTO THE AUDIT REPORT. OMR-AUTH-LIMIT IS     *
000192*           THE OPERATOR'S AMOUNT AUTHORITY LIMIT, NINE DIGITS   *
000194*           WITH TWO IMPLIED DECIMALS (000500000 = 5,000.00);    *
000196*           BLANK ON AN ADD MEANS NO LIMIT, BLANK ON A CHANGE    *
000198*           LEAVES THE LIMIT AS IT STANDS. INCLUDE UNDER A       *
000200*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000210*----------------------------------------------------------------*
000220     05  OMR-ACTION-CODE         PIC X(01).
000240     05  OMR-OPER-NAME           PIC X(20).
000250     05  OMR-OPER-STATUS         PIC X(01).
000260     05  OMR-REQUESTED-BY        PIC X(08).
000262     05  OMR-AUTH-LIMIT-X        PIC X(09).
000264     05  OMR-AUTH-LIMIT REDEFINES OMR-AUTH-LIMIT-X
000266                                 PIC 9(07)V99.
000270     05  FILLER                  PIC X(03).
000280
