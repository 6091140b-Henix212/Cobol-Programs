000100*----------------------------------------------------------------*
000110* CALCRJK - KEYED (INDEXED) COPY OF THE CALC-REJECT-HISTORY-FILE *
000120*           RECORD, BUILT FROM THE SEQUENTIAL CALCRJH ARCHIVE BY *
000130*           CALCHLOD AND READ BY KEY IN CALCINQ. SAME 99 BYTES   *
000140*           AND FIELDS AS THE SEQUENTIAL RECORD, BUT WITH THE    *
000150*           TRANSACTION ID, RUN DATE AND RUN TIME GATHERED UP    *
000160*           FRONT UNDER RJK-KEY SO THEY CAN SERVE AS THE RECORD  *
000340         SIGN LEADING SEPARATE.
000350     05  RJK-NUM2-X REDEFINES RJK-NUM2
000360                                 PIC X(10).
000365     05  RJK-ACCT-CODE           PIC X(10).
000370     05  RJK-REASON-CODE         PIC X(04).
000380     05  RJK-REASON-TEXT         PIC X(30).
000390
