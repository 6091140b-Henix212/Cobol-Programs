000130*           NAMED BY CALC-REJECT-REASON-CODE ON A REJECTED       *
000140*           TRANSACTION. CALC-CORR-FILE MUST BE IN CALC-REJECT-  *
000150*           TXN-ID SEQUENCE, ONE CORRECTION RECORD PER REJECT TO *
000155*           BE RESUBMITTED. CALC-CORR-FIELD-CODE IS NUM1, NUM2,  *
000157*           OPER, OPID OR ACCT (GL ACCOUNT CODE).                *
000160*           CALC-CORR-ENTERED-BY NAMES WHOEVER KEYED THE         *
000162*           CORRECTION AND CALC-CORR-APPROVER-ID THE             *
000164*           SUPERVISOR (STATUS "S" ON CALC-OPER-MASTER-FILE)     *
000166*           WHO APPROVED IT - THE MAKER/CHECKER RULE: A          *
000168*           CORRECTION WITHOUT A VALID, DISTINCT APPROVER IS     *
