000100*----------------------------------------------------------------*
000110* CALCPHK - KEYED (INDEXED) COPY OF THE CALC-POSTED-HISTORY-FILE *
000120*           RECORD, BUILT FROM THE SEQUENTIAL CALCPHS ARCHIVE BY *
000130*           CALCHLOD AND READ BY KEY IN CALCINQ. SAME 75 BYTES   *
000140*           AND FIELDS AS THE SEQUENTIAL RECORD, BUT WITH THE    *
000150*           TRANSACTION ID, RUN DATE AND RUN TIME GATHERED UP    *
000160*           FRONT UNDER PHK-KEY SO THEY CAN SERVE AS THE RECORD  *
000350         SIGN LEADING SEPARATE.
000360     05  PHK-NUM2-X REDEFINES PHK-NUM2
000370                                 PIC X(10).
000375     05  PHK-ACCT-CODE           PIC X(10).
000380     05  PHK-RESULT              PIC S9(07)V99
000390         SIGN LEADING SEPARATE.
000400
