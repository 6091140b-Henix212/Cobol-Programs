000397*                DEFECT ONCE BIT CALCULATRICE'S REPORT GROUPS),  *
000398*                AND THE OUT-OF-BALANCE VERDICT REWORDED ONTO    *
000399*                ONE LITERAL LIKE THE REST OF THE SUITE.         *
000399* 2026-10-15  RH  KEEP/ROLL RECORDS WIDENED (CALCPHS 75, CALCRJH *
000399*                99) FOR THE GL ACCOUNT CODE NOW CARRIED ON      *
000399*                EVERY ARCHIVED TRANSACTION.                     *
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000780                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
000790                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
000800                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
000810                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
000810                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
000820     05  CALC-PHS-RESULT         PIC S9(07)V99
000830         SIGN LEADING SEPARATE.
000840 FD  CALC-REJECT-HISTORY-FILE
000950                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
000960                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
000970                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
000980                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
000980                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
000990     COPY CALCRJ
001000         REPLACING ==CALC-REJECT-REASON-CODE== BY
001010                   ==CALC-RJH-REASON-CODE==
001040 FD  CALC-POSTED-KEEP-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  CALC-POSTED-KEEP-RECORD          PIC X(75).
001080 FD  CALC-POSTED-ROLL-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  CALC-POSTED-ROLL-RECORD          PIC X(75).
001120 FD  CALC-REJECT-KEEP-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  CALC-REJECT-KEEP-RECORD          PIC X(99).
001160 FD  CALC-REJECT-ROLL-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  CALC-REJECT-ROLL-RECORD          PIC X(99).
001200 FD  CALC-ROLL-REPORT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
