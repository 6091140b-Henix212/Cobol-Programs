000442*                DETECTION IS DEGRADED ON A RESTART RUN, THE    *
000443*                SAME ACCEPTED TRADE AS WHEN THE KEYED          *
000444*                ARCHIVES WILL NOT OPEN.                        *
000445* 2026-10-15  RH  EVERY TRANSACTION NOW CARRIES CALC-ACCT-CODE, *
000445*                THE GL ACCOUNT/COST CENTER ITS RESULT POSTS    *
000445*                TO. 1800-LOAD-CHART-OF-ACCOUNTS LOADS THE      *
000445*                CHART (CALCCOA.CPY, MAINTAINED BY CALCCMNT) AT *
000445*                STARTUP AND 2152-VALIDATE-ACCT-CODE, RUN AFTER *
000445*                THE OPERATOR AND DUPLICATE CHECKS, REJECTS A   *
000445*                MISSING, UNKNOWN, INACTIVE OR NON-POSTABLE     *
000445*                CODE WITH THE NEW "ACCT" REASON CODE.          *
000445*                9160-WRITE-GL-EXTRACT NOW WRITES A BALANCED    *
000445*                JOURNAL INSTEAD OF ONE BATCH TOTAL - ONE DEBIT *
000445*                OR CREDIT LINE PER ACCOUNT POSTED TO (BUILT UP *
000445*                IN WS-GL-JOURNAL-TABLE BY                      *
000445*                2250-ACCUM-GL-JOURNAL) PLUS ONE OFFSETTING     *
000445*                LINE TO THE CHART'S CLEARING ACCOUNT, AND A    *
000445*                TRAILER CARRYING THE DEBIT, CREDIT AND NET     *
000445*                TOTALS SO THE GL SIDE CAN PROVE THE JOURNAL    *
000445*                NETS TO ZERO. EVERY JOURNAL LINE IS ALSO       *
000445*                APPENDED TO CALCGLXL FOR CALCGLRC AND LISTED   *
000445*                ON CALCRPT. A CHECKPOINT RESTART REBUILDS THE  *
000445*                JOURNAL FOR THE SKIPPED TRANSACTIONS FROM      *
000445*                CALCPHSK. A CHART TOO BIG FOR ITS TABLE, OR NO *
000445*                ACTIVE CLEARING ACCOUNT WHEN THERE IS          *
000445*                SOMETHING TO POST, ENDS THE RUN RC=12.         *
000446* 2026-10-15  RH  ADDED THE "REV" REVERSAL OPERATOR, GENERATED  *
000446*                ONLY BY CALCREV: NUM1 CARRIES THE ORIGINAL     *
000446*                POSTING'S RESULT AND NUM2 THE ORIGINAL TXN-ID, *
000446*                AND 2160-CALCULATE POSTS THE NEGATION OF NUM1  *
000446*                SO THE BACK-OUT FLOWS INTO THE DAY'S GRAND     *
000446*                TOTAL AND GL JOURNAL LIKE ANY OTHER RESULT. A  *
000446*                REV WITH NO ORIGINAL TXN-ID IS REJECTED WITH   *
000446*                THE NEW "REVR" REASON CODE. THE DETAIL LINE    *
000446*                SHOWS NUM2 AS ZERO AND A NOTE LINE NAMES THE   *
000446*                REVERSED TXN-ID. 2600-WRITE-REJECT NOW CARRIES *
000446*                NUM2 TO THE REJECT RECORDS AS ITS RAW          *
000446*                CHARACTERS SO A TXN-ID OR RATE CODE HELD THERE *
000446*                REACHES CALCRCOR UNCHANGED.                    *
000446* 2026-10-15  RH  ADDED PER-OPERATOR AMOUNT AUTHORITY.          *
000446*                2155-VALIDATE-OPERATOR-ID NOW PICKS UP THE     *
000446*                KEYER'S OM-AUTH-LIMIT, AND                     *
000446*                2170-CHECK-AUTH-LIMIT DIVERTS A TRANSACTION    *
000446*                WHOSE ABSOLUTE RESULT EXCEEDS A NON-ZERO LIMIT *
000446*                TO CALC-HELD-FILE (CALCHLD, OPENED EXTEND)     *
000446*                INSTEAD OF POSTING IT - UNLESS CALCHREL HAS    *
000446*                ALREADY RELEASED THAT TXN-ID AND RUN DATE      *
000446*                (CALC-RELEASE-XREF-FILE, OPTIONAL LIKE         *
000446*                CALCRSX). A HELD ITEM COUNTS AS PROCESSED BUT  *
000446*                NEITHER ACCEPTED NOR REJECTED: IT GETS A NOTE  *
000446*                LINE ON CALCRPT, A HELD COLUMN ON THE OPERATOR *
000446*                SUMMARY, A HELD-FOR-AUTHORITY FOOTER LINE, AND *
000446*                COUNT/TOTAL FIELDS IN THE CHECKPOINT AND RUN   *
000446*                LOG. THE REJECT-FREE CONTROL TOTAL NOW         *
000446*                BALANCES POSTED PLUS HELD, AND ANY HELD ITEM   *
000446*                SETS RC=4.                                     *
000446* 2026-10-15  RH  ADDED CLOSED-PERIOD ENFORCEMENT.              *
000446*                1850-LOAD-CLOSED-PERIODS LOADS THE MONTHS      *
000446*                MARKED CLOSED ON THE PERIOD CONTROL FILE       *
000446*                (CALCPCT, WRITTEN BY CALCPCLS AND CALCPROP),   *
000446*                AND 2153-CHECK-CLOSED-PERIOD REJECTS ANY       *
000446*                TRANSACTION WHOSE CALC-RUN-DATE FALLS IN ONE   *
000446*                OF THEM WITH THE NEW "PCLS" REASON CODE        *
000446*                INSTEAD OF POSTING IT. A CONTROL FILE TOO BIG  *
000446*                FOR THE TABLE ENDS THE RUN RC=12.              *
000446* 2026-10-15  RH  ADDED THE NON-BUSINESS-DAY WARNING.           *
000446*                1870-LOAD-BUSINESS-CALENDAR LOADS THE SHOP     *
000446*                CALENDAR (CALCBCL, MAINTAINED BY CALCBMNT) AND *
000446*                8500-CHECK-BUSINESS-DAY TESTS THE RUN DATE     *
000446*                AGAINST IT. A RUN ON A WEEKEND OR HOLIDAY      *
000446*                DISPLAYS A WARNING, WRITES A WARNING LINE      *
000446*                AFTER THE CALCRPT TOTALS AND SETS              *
000446*                RLG-NONBUS-FLAG ON THE RUN LOG. THE RUN ITSELF *
000446*                AND ITS RETURN CODE ARE UNCHANGED.             *
000446* 2026-10-15  RH  2170-CHECK-AUTH-LIMIT NO LONGER HOLDS A "REV" *
000446*                REVERSAL. CALCREV HAS ALREADY HAD IT APPROVED  *
000446*                BY A SUPERVISOR AND HAS PUT IT ON THE REVERSAL *
000446*                REGISTER, SO A HOLD THAT CALCHREL THEN         *
000446*                DECLINED LEFT THE REGISTER NAMING A REVERSAL   *
000446*                THAT NEVER POSTED.                             *
000446* 2026-10-15  RH  A "REV" NOW POSTS ONLY WHEN                   *
000446*                2154-CHECK-REV-REGISTER FINDS IT ON THE KEYED  *
000446*                REVERSAL REGISTER (CALCRVK, OPENED INPUT): AN  *
000446*                ENTRY FOR THE ORIGINAL TXN-ID IN NUM2 WHOSE    *
000446*                REVERSAL TXN-ID IS THIS ONE AND WHOSE AMOUNT   *
000446*                EQUALS NUM1. ANY OTHER "REV" - FROM UPSTREAM   *
000446*                OR A HAND-BUILT BATCH - REJECTS REVR, AND ONLY *
000446*                A REGISTERED "REV" SKIPS THE AUTHORITY LIMIT.  *
000446*                IF CALCRVK WILL NOT OPEN, EVERY "REV" REJECTS  *
000446*                REVR FOR THE RUN.                              *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000339         ACCESS MODE IS DYNAMIC
000339         RECORD KEY IS RJK-KEY
000339         FILE STATUS IS WS-REJECT-KEYED-STATUS.
000339     SELECT CALC-REV-KEYED-FILE ASSIGN TO CALCRVK
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS DYNAMIC
000339         RECORD KEY IS RVK-KEY
000339         FILE STATUS IS WS-REV-KEYED-STATUS.
000339     SELECT CALC-RESUB-XREF-FILE ASSIGN TO CALCRSX
000339         ORGANIZATION IS SEQUENTIAL
000339         FILE STATUS IS WS-RESUB-FILE-STATUS.
000339         ORGANIZATION IS SEQUENTIAL.
000339     SELECT CALC-RUN-LOG-FILE ASSIGN TO CALCRLOG
000339         ORGANIZATION IS SEQUENTIAL.
000339     SELECT CALC-CHART-FILE ASSIGN TO CALCCOA
000339         ORGANIZATION IS SEQUENTIAL.
000339     SELECT CALC-HELD-FILE ASSIGN TO CALCHLD
000339         ORGANIZATION IS SEQUENTIAL.
000339     SELECT CALC-RELEASE-XREF-FILE ASSIGN TO CALCHRX
000339         ORGANIZATION IS SEQUENTIAL
000339         FILE STATUS IS WS-RELEASE-FILE-STATUS.
000339     SELECT CALC-PERIOD-FILE ASSIGN TO CALCPCT
000339         ORGANIZATION IS SEQUENTIAL.
000339     SELECT CALC-BUSINESS-CALENDAR-FILE ASSIGN TO CALCBCL
000339         ORGANIZATION IS SEQUENTIAL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  CALC-TXN-FILE
000444                   ==CALC-NUM1==   BY ==CALC-REJECT-NUM1==
000445                   ==CALC-OPERATOR== BY ==CALC-REJECT-OPERATOR==
000446                   ==CALC-NUM2-X== BY ==CALC-REJECT-NUM2-X==
000447                   ==CALC-NUM2==   BY ==CALC-REJECT-NUM2==
000447                   ==CALC-ACCT-CODE== BY
000447                   ==CALC-REJECT-ACCT-CODE==.
000448     COPY CALCRJ.
000443 FD  CALC-RESTART-FILE
000444     RECORDING MODE IS F
000450     05  CALC-RESTART-REJ-COUNT  PIC 9(07).
000451     05  CALC-RESTART-GR-TOTAL   PIC S9(09)V99
000452         SIGN LEADING SEPARATE.
000452     05  CALC-RESTART-HELD-COUNT PIC 9(07).
000452     05  CALC-RESTART-HELD-TOTAL PIC S9(09)V99
000452         SIGN LEADING SEPARATE.
000448     05  FILLER                  PIC X(28).
000449 FD  CALC-OPER-MASTER-FILE
000449     RECORDING MODE IS F
000449     LABEL RECORDS ARE STANDARD.
000449                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
000449                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
000449                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
000449                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
000449                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
000449     COPY CALCRJ
000449         REPLACING ==CALC-REJECT-REASON-CODE== BY
000449                   ==CALC-RJH-REASON-CODE==
000449                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
000449                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
000449                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
000449                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
000449                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
000449     05  CALC-PHS-RESULT         PIC S9(07)V99
000449         SIGN LEADING SEPARATE.
000449 FD  CALC-GLEXT-FILE
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-REJECT-KEYED-RECORD.
000449     COPY CALCRJK.
000449 FD  CALC-REV-KEYED-FILE
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-REV-KEYED-RECORD.
000449     COPY CALCRVK.
000449 FD  CALC-RESUB-XREF-FILE
000449     RECORDING MODE IS F
000449     LABEL RECORDS ARE STANDARD.
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-RUN-LOG-RECORD.
000449     COPY CALCRLG.
000449 FD  CALC-CHART-FILE
000449     RECORDING MODE IS F
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-CHART-RECORD.
000449     COPY CALCCOA.
000449 FD  CALC-PERIOD-FILE
000449     RECORDING MODE IS F
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-PERIOD-RECORD.
000449     COPY CALCPCT.
000449 FD  CALC-HELD-FILE
000449     RECORDING MODE IS F
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-HELD-RECORD.
000449     COPY CALCHLD.
000449 FD  CALC-RELEASE-XREF-FILE
000449     RECORDING MODE IS F
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-RELEASE-XREF-RECORD.
000449     COPY CALCHRX.
000449 FD  CALC-BUSINESS-CALENDAR-FILE
000449     RECORDING MODE IS F
000449     LABEL RECORDS ARE STANDARD.
000449 01  CALC-BUSINESS-CALENDAR-RECORD.
000449     COPY CALCBCL.
000440 WORKING-STORAGE SECTION.
000450 77  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000460     88  WS-END-OF-FILE                 VALUE "Y".
000534 77  WS-RESUB-FILE-STATUS     PIC X(02) VALUE SPACES.
000535 77  WS-DUP-CHECK-SWITCH      PIC X(01) VALUE "Y".
000536     88  WS-DUP-CHECK-ACTIVE              VALUE "Y".
000536 77  WS-REV-KEYED-STATUS      PIC X(02) VALUE SPACES.
000536 77  WS-REV-CHECK-SWITCH      PIC X(01) VALUE "Y".
000536     88  WS-REV-CHECK-ACTIVE              VALUE "Y".
000536 77  WS-REV-REG-FOUND-SW      PIC X(01) VALUE "N".
000536     88  WS-REV-REG-FOUND                 VALUE "Y".
000536 77  WS-REV-SCAN-EOF-SW       PIC X(01) VALUE "N".
000536     88  WS-REV-SCAN-EOF                  VALUE "Y".
000537 77  WS-DUP-FOUND-SWITCH      PIC X(01) VALUE "N".
000538     88  WS-DUP-FOUND                     VALUE "Y".
000539 77  WS-REFED-BATCH-SWITCH    PIC X(01) VALUE "N".
000563 77  WS-RM-SCAN-IDX           PIC 9(05) COMP VALUE 0.
000564 77  WS-FINAL-RC              PIC 9(02) VALUE 0.
000565 77  WS-EXEC-TIME             PIC 9(06) VALUE 0.
000566 77  WS-CHART-MAX             PIC 9(05) COMP VALUE 500.
000567 77  WS-CHART-COUNT           PIC 9(05) COMP VALUE 0.
000568 77  WS-CHART-EOF-SWITCH      PIC X(01) VALUE "N".
000569     88  WS-CHART-EOF                     VALUE "Y".
000570 77  WS-CHART-OVFL-SW         PIC X(01) VALUE "N".
000571     88  WS-CHART-OVERFLOWED              VALUE "Y".
000572 77  WS-CA-SCAN-IDX           PIC 9(05) COMP VALUE 0.
000573 77  WS-CLEARING-ACCT-CODE    PIC X(10) VALUE SPACES.
000574 77  WS-NO-CLEARING-SW        PIC X(01) VALUE "N".
000575     88  WS-NO-CLEARING-ACCT              VALUE "Y".
000576 77  WS-GL-JOURNAL-MAX        PIC 9(05) COMP VALUE 500.
000577 77  WS-GL-JOURNAL-COUNT      PIC 9(05) COMP VALUE 0.
000578 77  WS-GL-JOURNAL-OVFL-SW    PIC X(01) VALUE "N".
000579     88  WS-GL-JOURNAL-OVERFLOWED         VALUE "Y".
000580 77  WS-GJ-SCAN-IDX           PIC 9(05) COMP VALUE 0.
000581 77  WS-GJ-ACCT-CODE          PIC X(10) VALUE SPACES.
000582 77  WS-GJ-AMOUNT             PIC S9(07)V99
000583     SIGN LEADING SEPARATE VALUE 0.
000584 77  WS-GJ-LINE-COUNT         PIC 9(05) COMP VALUE 0.
000585 77  WS-GJ-POSTED-COUNT       PIC 9(07) COMP VALUE 0.
000586 77  WS-GJ-POSTED-TOTAL       PIC S9(09)V99
000587     SIGN LEADING SEPARATE VALUE 0.
000588 77  WS-GJ-DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
000589 77  WS-GJ-CREDIT-TOTAL       PIC 9(11)V99 VALUE 0.
000589 77  WS-TXN-HELD-SWITCH       PIC X(01) VALUE "N".
000589     88  WS-TXN-HELD                      VALUE "Y".
000589 77  WS-OPER-AUTH-LIMIT       PIC 9(07)V99 VALUE 0.
000589 77  WS-ABS-RESULT            PIC 9(07)V99 VALUE 0.
000589 77  WS-HELD-COUNT            PIC 9(07) COMP VALUE 0.
000589 77  WS-HELD-TOTAL            PIC S9(09)V99
000589     SIGN LEADING SEPARATE VALUE 0.
000589 77  WS-BALANCE-TOTAL         PIC S9(09)V99
000589     SIGN LEADING SEPARATE VALUE 0.
000589 77  WS-RELEASE-FILE-STATUS   PIC X(02) VALUE SPACES.
000589 77  WS-RELEASE-XREF-MAX      PIC 9(05) COMP VALUE 500.
000589 77  WS-RELEASE-XREF-COUNT    PIC 9(05) COMP VALUE 0.
000589 77  WS-RELEASE-EOF-SWITCH    PIC X(01) VALUE "N".
000589     88  WS-RELEASE-EOF                   VALUE "Y".
000589 77  WS-RELEASE-FOUND-SWITCH  PIC X(01) VALUE "N".
000589     88  WS-RELEASE-FOUND                 VALUE "Y".
000589 77  WS-CLOSED-PERIOD-MAX     PIC 9(05) COMP VALUE 500.
000589 77  WS-CLOSED-PERIOD-COUNT   PIC 9(05) COMP VALUE 0.
000589 77  WS-PERIOD-EOF-SWITCH     PIC X(01) VALUE "N".
000589     88  WS-PERIOD-EOF                    VALUE "Y".
000589 77  WS-PERIOD-OVFL-SW        PIC X(01) VALUE "N".
000589     88  WS-PERIOD-OVERFLOWED             VALUE "Y".
000589 77  WS-CALENDAR-MAX          PIC 9(05) COMP VALUE 500.
000589 77  WS-CALENDAR-COUNT        PIC 9(05) COMP VALUE 0.
000589 77  WS-CALENDAR-EOF-SWITCH   PIC X(01) VALUE "N".
000589     88  WS-CALENDAR-EOF                  VALUE "Y".
000589 77  WS-BUSINESS-DAY-SWITCH   PIC X(01) VALUE "Y".
000589     88  WS-BUSINESS-DAY                  VALUE "Y".
000589 77  WS-BD-DAYS               PIC 9(07) COMP VALUE 0.
000589 77  WS-BD-WEEK-QUOTIENT      PIC 9(07) COMP VALUE 0.
000589 77  WS-BD-WEEKDAY            PIC 9(01) COMP VALUE 0.
000589 77  WS-D2D-DATE              PIC 9(08) VALUE 0.
000589 77  WS-D2D-MMDD              PIC 9(04) COMP VALUE 0.
000589 77  WS-D2D-YEAR              PIC 9(05) COMP VALUE 0.
000589 77  WS-D2D-MONTH             PIC 9(03) COMP VALUE 0.
000589 77  WS-D2D-DAY               PIC 9(03) COMP VALUE 0.
000589 77  WS-D2D-Y4                PIC 9(05) COMP VALUE 0.
000589 77  WS-D2D-Y100              PIC 9(05) COMP VALUE 0.
000589 77  WS-D2D-Y400              PIC 9(05) COMP VALUE 0.
000589 77  WS-D2D-M153              PIC 9(05) COMP VALUE 0.
000589 77  WS-D2D-DAYS              PIC 9(07) COMP VALUE 0.
000589 01  WS-TXN-DATE              PIC 9(08) VALUE 0.
000589 01  WS-TXN-DATE-R REDEFINES WS-TXN-DATE.
000589     05  WS-TXN-PERIOD          PIC 9(06).
000589     05  FILLER                 PIC 9(02).
000500
000510 01  WS-HEADING-1.
000520     05  FILLER                PIC X(30) VALUE
000819     05  WG-GRAND-TOTAL         PIC -Z(8)9.99.
000820     05  FILLER                 PIC X(47) VALUE SPACES.
000821
000821 01  WS-HELD-TOTAL-LINE.
000821     05  FILLER                 PIC X(20) VALUE
000821         "HELD FOR AUTHORITY: ".
000821     05  WHT-HELD-COUNT         PIC ZZZ,ZZ9.
000821     05  FILLER                 PIC X(08) VALUE "  TOTAL ".
000821     05  WHT-HELD-TOTAL         PIC -Z(8)9.99.
000821     05  FILLER                 PIC X(52) VALUE SPACES.
000821
000821 01  WS-NONBUS-WARNING-LINE.
000821     05  FILLER                 PIC X(20) VALUE
000821         "WARNING - RUN DATE ".
000821     05  WNW-RUN-DATE           PIC 9999/99/99.
000821     05  FILLER                 PIC X(43) VALUE
000821         " IS NOT A BUSINESS DAY ON THE SHOP CALENDAR".
000821     05  FILLER                 PIC X(27) VALUE SPACES.
000821
000821 01  WS-HELD-NOTE-LINE.
000821     05  FILLER                 PIC X(07) VALUE "HELD - ".
000821     05  WHN-TXN-ID             PIC X(10).
000821     05  FILLER                 PIC X(06) VALUE " OPER ".
000821     05  WHN-OPER-ID            PIC X(08).
000821     05  FILLER                 PIC X(08) VALUE " RESULT ".
000821     05  WHN-RESULT             PIC -Z(6)9.99.
000821     05  FILLER                 PIC X(14) VALUE
000821         " OVER LIMIT ".
000821     05  WHN-AUTH-LIMIT         PIC Z(6)9.99.
000821     05  FILLER                 PIC X(26) VALUE SPACES.
000821
000822 01  WS-CONTROL-BALANCE-LINE.
000823     05  WC-BALANCE-MESSAGE     PIC X(40).
000824     05  WC-EXPECTED-COUNT      PIC ZZZ,ZZ9.
000829         10  WS-OM-OPER-ID          PIC X(08).
000829         10  WS-OM-OPER-STATUS      PIC X(01).
000829             88  WS-OM-OPER-ACTIVE        VALUES "A" "S".
000829         10  WS-OM-AUTH-LIMIT       PIC 9(07)V99.
000829 01  WS-RATE-MASTER-TABLE.
000829     05  WS-RATE-MASTER-ENTRY   OCCURS 500 TIMES
000829                                INDEXED BY WS-RM-IDX.
000829         "  RATE APPLIED ".
000829     05  WRN-RATE-VALUE         PIC -ZZ9.9999.
000829     05  FILLER                 PIC X(58) VALUE SPACES.
000829 01  WS-REV-NOTE-LINE.
000829     05  FILLER                 PIC X(21) VALUE
000829         "   REVERSES TXN-ID ".
000829     05  WVN-ORIG-TXN-ID        PIC X(10).
000829     05  FILLER                 PIC X(69) VALUE SPACES.
000830 01  WS-CHART-TABLE.
000830     05  WS-CHART-ENTRY         OCCURS 500 TIMES
000830                                INDEXED BY WS-CA-IDX.
000830         10  WS-CA-ACCT-CODE        PIC X(10).
000830         10  WS-CA-ACCT-STATUS      PIC X(01).
000830             88  WS-CA-ACCT-ACTIVE        VALUE "A".
000830         10  WS-CA-ACCT-TYPE        PIC X(01).
000830             88  WS-CA-ACCT-POSTABLE      VALUE "P".
000830             88  WS-CA-ACCT-CLEARING      VALUE "C".
000830 01  WS-GL-JOURNAL-TABLE.
000830     05  WS-GL-JOURNAL-ENTRY    OCCURS 500 TIMES
000830                                INDEXED BY WS-GJ-IDX.
000830         10  GJ-ACCT-CODE           PIC X(10) VALUE HIGH-VALUES.
000830         10  GJ-POSTED-COUNT        PIC 9(07) COMP VALUE 0.
000830         10  GJ-POSTED-TOTAL        PIC S9(09)V99
000830             SIGN LEADING SEPARATE VALUE 0.
000830 01  WS-GL-JOURNAL-HEADING-1.
000830     05  FILLER                 PIC X(33) VALUE
000830         "GL JOURNAL EXTRACT".
000830     05  FILLER                 PIC X(67) VALUE SPACES.
000830 01  WS-GL-JOURNAL-HEADING-2.
000830     05  FILLER                 PIC X(12) VALUE "ACCOUNT".
000830     05  FILLER                 PIC X(12) VALUE "COUNT".
000830     05  FILLER                 PIC X(08) VALUE "DR/CR".
000830     05  FILLER                 PIC X(14) VALUE "AMOUNT".
000830     05  FILLER                 PIC X(54) VALUE SPACES.
000830 01  WS-GL-JOURNAL-LINE.
000830     05  GJL-ACCT-CODE          PIC X(10).
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000830     05  GJL-COUNT              PIC ZZZ,ZZ9.
000830     05  FILLER                 PIC X(05) VALUE SPACES.
000830     05  GJL-DR-CR              PIC X(06).
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000830     05  GJL-AMOUNT             PIC Z(8)9.99.
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000830     05  GJL-NOTE               PIC X(10).
000830     05  FILLER                 PIC X(44) VALUE SPACES.
000830 01  WS-RESUB-XREF-TABLE.
000830     05  WS-RESUB-XREF-ENTRY    OCCURS 500 TIMES
000830                                INDEXED BY WS-RX-IDX.
000830         10  WS-RX-TXN-ID           PIC X(10).
000830         10  WS-RX-RUN-DATE         PIC 9(08).
000830 01  WS-RELEASE-XREF-TABLE.
000830     05  WS-RELEASE-XREF-ENTRY  OCCURS 500 TIMES
000830                                INDEXED BY WS-HX-IDX.
000830         10  WS-HX-TXN-ID           PIC X(10).
000830         10  WS-HX-RUN-DATE         PIC 9(08).
000830 01  WS-CLOSED-PERIOD-TABLE.
000830     05  WS-CLOSED-PERIOD-ENTRY OCCURS 500 TIMES
000830                                INDEXED BY WS-CP-IDX.
000830         10  WS-CP-PERIOD           PIC 9(06).
000830 01  WS-CALENDAR-TABLE.
000830     05  WS-CALENDAR-ENTRY      OCCURS 500 TIMES
000830                                INDEXED BY WS-BC-IDX.
000830         10  WS-BC-CAL-DAYS         PIC 9(07) COMP.
000830         10  WS-BC-DAY-TYPE         PIC X(01).
000830             88  WS-BC-HOLIDAY            VALUE "H".
000830             88  WS-BC-WORKED-WEEKEND     VALUE "B".
000831 01  WS-OPER-SUMMARY-TABLE.
000832     05  WS-OPER-SUMMARY-ENTRY  OCCURS 200 TIMES
000833                                INDEXED BY WS-OS-TBL-IDX.
000835         10  OS-PROCESSED-COUNT     PIC 9(07) COMP VALUE 0.
000836         10  OS-ACCEPTED-COUNT      PIC 9(07) COMP VALUE 0.
000837         10  OS-REJECTED-COUNT      PIC 9(07) COMP VALUE 0.
000837         10  OS-HELD-COUNT          PIC 9(07) COMP VALUE 0.
000838         10  OS-RESULT-SUBTOTAL     PIC S9(09)V99
000839             SIGN LEADING SEPARATE VALUE 0.
000840
000848     05  FILLER                 PIC X(12) VALUE "PROCESSED".
000849     05  FILLER                 PIC X(12) VALUE "ACCEPTED".
000850     05  FILLER                 PIC X(12) VALUE "REJECTED".
000850     05  FILLER                 PIC X(12) VALUE "HELD".
000851     05  FILLER                 PIC X(17) VALUE "RESULT SUBTOTAL".
000852     05  FILLER                 PIC X(25) VALUE SPACES.
000853
000853 01  WS-OPER-SUMMARY-NOTE-LINE.
000853     05  FILLER                 PIC X(44) VALUE
000859     05  FILLER                 PIC X(05) VALUE SPACES.
000860     05  OSL-REJECTED           PIC ZZZ,ZZ9.
000861     05  FILLER                 PIC X(05) VALUE SPACES.
000861     05  OSL-HELD               PIC ZZZ,ZZ9.
000861     05  FILLER                 PIC X(05) VALUE SPACES.
000862     05  OSL-RESULT-SUBTOTAL    PIC -Z(8)9.99.
000863     05  FILLER                 PIC X(29) VALUE SPACES.
000864
000865 01  WS-GLEXT-HEADER-LINE.
000865     05  GLH-RECORD-TYPE        PIC X(01).
000869 01  WS-GLEXT-TRAILER-LINE.
000869     05  GLT-RECORD-TYPE        PIC X(01).
000869     05  GLT-RECORD-COUNT       PIC 9(07).
000869     05  GLT-LINE-COUNT         PIC 9(05).
000869     05  GLT-DEBIT-TOTAL        PIC 9(11)V99.
000869     05  GLT-CREDIT-TOTAL       PIC 9(11)V99.
000869     05  GLT-NET-TOTAL          PIC S9(11)V99
000869         SIGN LEADING SEPARATE.
000869     05  FILLER                 PIC X(27) VALUE SPACES.
000840 PROCEDURE DIVISION.
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920 1000-INITIALIZE.
000931     PERFORM 1300-LOAD-OPER-MASTER THRU 1300-EXIT.
000931     PERFORM 1700-LOAD-RATE-MASTER THRU 1700-EXIT.
000931     PERFORM 1800-LOAD-CHART-OF-ACCOUNTS THRU 1800-EXIT.
000931     PERFORM 1850-LOAD-CLOSED-PERIODS THRU 1850-EXIT.
000931     PERFORM 1870-LOAD-BUSINESS-CALENDAR THRU 1870-EXIT.
000931     PERFORM 1400-OPEN-KEYED-ARCHIVES THRU 1400-EXIT.
000931     PERFORM 1450-OPEN-REV-REGISTER THRU 1450-EXIT.
000931     PERFORM 1500-LOAD-RESUB-XREF THRU 1500-EXIT.
000931     PERFORM 1550-LOAD-RELEASE-XREF THRU 1550-EXIT.
000932     OPEN EXTEND CALC-REJECT-HISTORY-FILE.
000932     OPEN EXTEND CALC-HELD-FILE.
000933     OPEN OUTPUT CALC-GLEXT-FILE.
000933     OPEN EXTEND CALC-GLEXT-LOG-FILE.
000934     OPEN EXTEND CALC-POSTED-HISTORY-FILE.
000933     PERFORM 1150-READ-CONTROL-RECORD THRU 1150-EXIT.
000935     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
000950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000950     MOVE WS-RUN-DATE TO WS-D2D-DATE.
000950     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
000950     MOVE WS-D2D-DAYS TO WS-BD-DAYS.
000950     PERFORM 8500-CHECK-BUSINESS-DAY THRU 8500-EXIT.
000950     IF NOT WS-BUSINESS-DAY
000950         DISPLAY "WARNING - RUN DATE " WS-RUN-DATE
000950             " IS NOT A BUSINESS DAY ON THE SHOP CALENDAR"
000950     END-IF.
000955     IF WS-RESTART-COUNT > 0
000956         OPEN EXTEND CALC-REPORT-FILE
000957         OPEN EXTEND CALC-REJECT-FILE
001144             SET WS-OM-IDX TO WS-OPER-MASTER-COUNT
001144             MOVE OM-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX)
001144             MOVE OM-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
001144             MOVE OM-AUTH-LIMIT TO WS-OM-AUTH-LIMIT(WS-OM-IDX)
001144     END-READ.
001144 1310-EXIT.
001144     EXIT.
001144 1710-EXIT.
001144     EXIT.
001144
001144 1800-LOAD-CHART-OF-ACCOUNTS.
001144     OPEN INPUT CALC-CHART-FILE.
001144     PERFORM 1810-LOAD-ONE-CHART-ENTRY THRU 1810-EXIT
001144         UNTIL WS-CHART-EOF
001144         OR WS-CHART-COUNT = WS-CHART-MAX.
001144     IF NOT WS-CHART-EOF
001144         READ CALC-CHART-FILE
001144             AT END
001144                 MOVE "Y" TO WS-CHART-EOF-SWITCH
001144             NOT AT END
001144                 MOVE "Y" TO WS-CHART-OVFL-SW
001144                 DISPLAY "WARNING - CHART OF ACCOUNTS EXCEEDS "
001144                     "THE " WS-CHART-MAX " ENTRY TABLE - "
001144                     "ACCOUNTS PAST THE LIMIT WILL REJECT AS "
001144                     "NOT ON CHART"
001144         END-READ
001144     END-IF.
001144     CLOSE CALC-CHART-FILE.
001144     MOVE 0 TO WS-CA-SCAN-IDX.
001144     PERFORM 1820-FIND-CLEARING-ACCOUNT THRU 1820-EXIT
001144         WS-CHART-COUNT TIMES.
001144     IF WS-CLEARING-ACCT-CODE = SPACES
001144         DISPLAY "WARNING - NO ACTIVE CLEARING ACCOUNT ON THE "
001144             "CHART OF ACCOUNTS - THE GL JOURNAL CANNOT BE "
001144             "BALANCED"
001144     END-IF.
001144 1800-EXIT.
001144     EXIT.
001144
001144 1810-LOAD-ONE-CHART-ENTRY.
001144     READ CALC-CHART-FILE
001144         AT END
001144             MOVE "Y" TO WS-CHART-EOF-SWITCH
001144         NOT AT END
001144             ADD 1 TO WS-CHART-COUNT
001144             SET WS-CA-IDX TO WS-CHART-COUNT
001144             MOVE COA-ACCT-CODE TO WS-CA-ACCT-CODE(WS-CA-IDX)
001144             MOVE COA-ACCT-STATUS TO WS-CA-ACCT-STATUS(WS-CA-IDX)
001144             MOVE COA-ACCT-TYPE TO WS-CA-ACCT-TYPE(WS-CA-IDX)
001144     END-READ.
001144 1810-EXIT.
001144     EXIT.
001144
001144 1820-FIND-CLEARING-ACCOUNT.
001144     ADD 1 TO WS-CA-SCAN-IDX.
001144     SET WS-CA-IDX TO WS-CA-SCAN-IDX.
001144     IF WS-CLEARING-ACCT-CODE = SPACES
001144         AND WS-CA-ACCT-CLEARING(WS-CA-IDX)
001144         AND WS-CA-ACCT-ACTIVE(WS-CA-IDX)
001144         MOVE WS-CA-ACCT-CODE(WS-CA-IDX) TO WS-CLEARING-ACCT-CODE
001144     END-IF.
001144 1820-EXIT.
001144     EXIT.
001144
001144 1850-LOAD-CLOSED-PERIODS.
001144     OPEN INPUT CALC-PERIOD-FILE.
001144     PERFORM 1860-LOAD-ONE-PERIOD-ENTRY THRU 1860-EXIT
001144         UNTIL WS-PERIOD-EOF
001144         OR WS-CLOSED-PERIOD-COUNT = WS-CLOSED-PERIOD-MAX.
001144     IF NOT WS-PERIOD-EOF
001144         READ CALC-PERIOD-FILE
001144             AT END
001144                 MOVE "Y" TO WS-PERIOD-EOF-SWITCH
001144             NOT AT END
001144                 MOVE "Y" TO WS-PERIOD-OVFL-SW
001144                 DISPLAY "WARNING - PERIOD CONTROL FILE EXCEEDS "
001144                     "THE " WS-CLOSED-PERIOD-MAX " ENTRY TABLE - "
001144                     "CLOSED PERIODS PAST THE LIMIT ARE NOT "
001144                     "ENFORCED"
001144         END-READ
001144     END-IF.
001144     CLOSE CALC-PERIOD-FILE.
001144 1850-EXIT.
001144     EXIT.
001144
001144 1860-LOAD-ONE-PERIOD-ENTRY.
001144     READ CALC-PERIOD-FILE
001144         AT END
001144             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
001144         NOT AT END
001144             IF PCT-PERIOD-CLOSED
001144                 ADD 1 TO WS-CLOSED-PERIOD-COUNT
001144                 SET WS-CP-IDX TO WS-CLOSED-PERIOD-COUNT
001144                 MOVE PCT-PERIOD TO WS-CP-PERIOD(WS-CP-IDX)
001144             END-IF
001144     END-READ.
001144 1860-EXIT.
001144     EXIT.
001144
001144 1870-LOAD-BUSINESS-CALENDAR.
001144     OPEN INPUT CALC-BUSINESS-CALENDAR-FILE.
001144     PERFORM 1880-LOAD-ONE-CALENDAR-ENTRY THRU 1880-EXIT
001144         UNTIL WS-CALENDAR-EOF
001144         OR WS-CALENDAR-COUNT = WS-CALENDAR-MAX.
001144     IF NOT WS-CALENDAR-EOF
001144         READ CALC-BUSINESS-CALENDAR-FILE
001144             AT END
001144                 MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
001144             NOT AT END
001144                 DISPLAY "WARNING - BUSINESS CALENDAR EXCEEDS "
001144                     "THE " WS-CALENDAR-MAX " ENTRY TABLE - "
001144                     "DATES PAST THE LIMIT FOLLOW THE WEEKDAY "
001144                     "RULE"
001144         END-READ
001144     END-IF.
001144     CLOSE CALC-BUSINESS-CALENDAR-FILE.
001144 1870-EXIT.
001144     EXIT.
001144
001144 1880-LOAD-ONE-CALENDAR-ENTRY.
001144     READ CALC-BUSINESS-CALENDAR-FILE
001144         AT END
001144             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
001144         NOT AT END
001144             ADD 1 TO WS-CALENDAR-COUNT
001144             SET WS-BC-IDX TO WS-CALENDAR-COUNT
001144             MOVE BCL-CAL-DATE TO WS-D2D-DATE
001144             PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
001144             MOVE WS-D2D-DAYS TO WS-BC-CAL-DAYS(WS-BC-IDX)
001144             MOVE BCL-DAY-TYPE TO WS-BC-DAY-TYPE(WS-BC-IDX)
001144     END-READ.
001144 1880-EXIT.
001144     EXIT.
001144
001144 1400-OPEN-KEYED-ARCHIVES.
001144     OPEN I-O CALC-POSTED-KEYED-FILE.
001144     OPEN I-O CALC-REJECT-KEYED-FILE.
001144 1400-EXIT.
001144     EXIT.
001144
001144 1450-OPEN-REV-REGISTER.
001144     OPEN INPUT CALC-REV-KEYED-FILE.
001144     IF WS-REV-KEYED-STATUS NOT = "00"
001144         MOVE "N" TO WS-REV-CHECK-SWITCH
001144         DISPLAY "WARNING - REVERSAL REGISTER NOT AVAILABLE "
001144             "(CALCRVK " WS-REV-KEYED-STATUS ") - EVERY REV "
001144             "TRANSACTION WILL REJECT REVR FOR THIS RUN"
001144     END-IF.
001144 1450-EXIT.
001144     EXIT.
001144
001144 1500-LOAD-RESUB-XREF.
001144     OPEN INPUT CALC-RESUB-XREF-FILE.
001144     IF WS-RESUB-FILE-STATUS NOT = "00"
001144 1510-EXIT.
001144     EXIT.
001144
001144 1550-LOAD-RELEASE-XREF.
001144     OPEN INPUT CALC-RELEASE-XREF-FILE.
001144     IF WS-RELEASE-FILE-STATUS NOT = "00"
001144         MOVE "Y" TO WS-RELEASE-EOF-SWITCH
001144         GO TO 1550-EXIT
001144     END-IF.
001144     PERFORM 1560-LOAD-ONE-RELEASE-ENTRY THRU 1560-EXIT
001144         UNTIL WS-RELEASE-EOF
001144         OR WS-RELEASE-XREF-COUNT = WS-RELEASE-XREF-MAX.
001144     IF NOT WS-RELEASE-EOF
001144         READ CALC-RELEASE-XREF-FILE
001144             AT END
001144                 MOVE "Y" TO WS-RELEASE-EOF-SWITCH
001144             NOT AT END
001144                 DISPLAY "WARNING - RELEASE XREF EXCEEDS THE "
001144                     WS-RELEASE-XREF-MAX " ENTRY TABLE - "
001144                     "RELEASED ITEMS PAST THE LIMIT WILL BE "
001144                     "HELD AGAIN"
001144         END-READ
001144     END-IF.
001144     CLOSE CALC-RELEASE-XREF-FILE.
001144 1550-EXIT.
001144     EXIT.
001144
001144 1560-LOAD-ONE-RELEASE-ENTRY.
001144     READ CALC-RELEASE-XREF-FILE
001144         AT END
001144             MOVE "Y" TO WS-RELEASE-EOF-SWITCH
001144         NOT AT END
001144             ADD 1 TO WS-RELEASE-XREF-COUNT
001144             SET WS-HX-IDX TO WS-RELEASE-XREF-COUNT
001144             MOVE HRX-TXN-ID TO WS-HX-TXN-ID(WS-HX-IDX)
001144             MOVE HRX-RUN-DATE TO WS-HX-RUN-DATE(WS-HX-IDX)
001144     END-READ.
001144 1560-EXIT.
001144     EXIT.
001144
001144 1600-CHECK-REFED-BATCH.
001144     IF WS-END-OF-FILE
001144         OR NOT WS-DUP-CHECK-ACTIVE
001006             MOVE 0 TO CALC-RESTART-TXN-COUNT
001006             MOVE 0 TO CALC-RESTART-REJ-COUNT
001006             MOVE 0 TO CALC-RESTART-GR-TOTAL
001006             MOVE 0 TO CALC-RESTART-HELD-COUNT
001006             MOVE 0 TO CALC-RESTART-HELD-TOTAL
001006             WRITE CALC-RESTART-RECORD
001007         NOT AT END
001008             MOVE CALC-RESTART-COUNT TO WS-RESTART-COUNT
001008                 MOVE CALC-RESTART-TXN-COUNT TO WS-TXN-COUNT
001008                 MOVE CALC-RESTART-REJ-COUNT TO WS-REJECT-COUNT
001008                 MOVE CALC-RESTART-GR-TOTAL TO WS-GRAND-TOTAL
001008                 MOVE CALC-RESTART-HELD-COUNT TO WS-HELD-COUNT
001008                 MOVE CALC-RESTART-HELD-TOTAL TO WS-HELD-TOTAL
001008             END-IF
001009         END-READ
001009     END-IF.
001012
001013 1250-SKIP-FORWARD.
001014     MOVE 0 TO WS-SKIP-COUNTER.
001014     IF NOT WS-DUP-CHECK-ACTIVE
001014         DISPLAY "WARNING - KEYED ARCHIVES NOT AVAILABLE ON A "
001014             "RESTART - THE GL JOURNAL COVERS POST-RESTART "
001014             "POSTINGS ONLY"
001014     END-IF.
001015     PERFORM 1260-SKIP-ONE-RECORD THRU 1260-EXIT
001016         UNTIL WS-END-OF-FILE
001017         OR WS-SKIP-COUNTER = WS-RESTART-COUNT.
001021 1260-SKIP-ONE-RECORD.
001022     PERFORM 2100-READ-TXN-FILE THRU 2100-EXIT.
001023     ADD 1 TO WS-SKIP-COUNTER.
001023     IF NOT WS-END-OF-FILE
001023         PERFORM 1270-REBUILD-GL-JOURNAL THRU 1270-EXIT
001023     END-IF.
001024 1260-EXIT.
001025     EXIT.
001025
001025 1270-REBUILD-GL-JOURNAL.
001025     IF NOT WS-DUP-CHECK-ACTIVE
001025         GO TO 1270-EXIT
001025     END-IF.
001025     MOVE CALC-TXN-ID TO PHK-TXN-ID.
001025     MOVE CALC-RUN-DATE TO PHK-RUN-DATE.
001025     MOVE CALC-RUN-TIME TO PHK-RUN-TIME.
001025     READ CALC-POSTED-KEYED-FILE
001025         INVALID KEY
001025             CONTINUE
001025         NOT INVALID KEY
001025             MOVE PHK-ACCT-CODE TO WS-GJ-ACCT-CODE
001025             MOVE PHK-RESULT TO WS-GJ-AMOUNT
001025             PERFORM 2250-ACCUM-GL-JOURNAL THRU 2250-EXIT
001025     END-READ.
001025 1270-EXIT.
001025     EXIT.
001026
001030 1100-WRITE-HEADINGS.
001020     WRITE CALC-REPORT-RECORD FROM WS-HEADING-1.
001080
001090 2000-PROCESS-TRANSACTION.
001091     MOVE "N" TO WS-TXN-ACCEPTED-SWITCH.
001091     MOVE "N" TO WS-TXN-HELD-SWITCH.
001091     PERFORM 2150-VALIDATE-TRANSACTION THRU 2150-EXIT.
001092     IF WS-VALID-TXN
001093         PERFORM 2160-CALCULATE THRU 2160-EXIT
001093                 TO CALC-REJECT-REASON-TEXT
001093             PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
001093         ELSE
001093             PERFORM 2170-CHECK-AUTH-LIMIT THRU 2170-EXIT
001093         END-IF
001093         IF NOT WS-SIZE-ERROR-OCCURRED AND WS-TXN-HELD
001093             PERFORM 2180-WRITE-HELD THRU 2180-EXIT
001093         END-IF
001093         IF NOT WS-SIZE-ERROR-OCCURRED AND NOT WS-TXN-HELD
001094             MOVE "Y" TO WS-TXN-ACCEPTED-SWITCH
001094             PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
001093         END-IF
001359     IF WS-VALID-TXN
001359         PERFORM 2157-CHECK-DUPLICATE THRU 2157-EXIT
001359     END-IF.
001359     IF WS-VALID-TXN
001359         PERFORM 2152-VALIDATE-ACCT-CODE THRU 2152-EXIT
001359     END-IF.
001359     IF WS-VALID-TXN
001359         PERFORM 2153-CHECK-CLOSED-PERIOD THRU 2153-EXIT
001359     END-IF.
001359     IF NOT WS-VALID-TXN
001359         GO TO 2150-EXIT
001359     END-IF.
001365         PERFORM 2156-RESOLVE-RATE THRU 2156-EXIT
001365         GO TO 2150-EXIT
001365     END-IF.
001365     IF CALC-OPERATOR = "REV"
001365         IF CALC-NUM2-X = SPACES
001365             MOVE "N" TO WS-VALID-TXN-SWITCH
001365             MOVE "REVR" TO CALC-REJECT-REASON-CODE
001365             MOVE "REVERSAL HAS NO ORIGINAL TXN-ID"
001365                 TO CALC-REJECT-REASON-TEXT
001365         ELSE
001365             PERFORM 2154-CHECK-REV-REGISTER THRU 2154-EXIT
001365         END-IF
001365         GO TO 2150-EXIT
001365     END-IF.
001366     IF CALC-NUM2-X(1:1) NOT = "+"
001367         AND CALC-NUM2-X(1:1) NOT = "-"
001367         OR CALC-NUM2-X(2:9) NOT NUMERIC
001390 2150-EXIT.
001391     EXIT.
001391
001391*----------------------------------------------------------------*
001391* 2154-CHECK-REV-REGISTER - A "REV" POSTS ONLY IF CALCREV PUT IT *
001391* ON THE REVERSAL REGISTER: AN ENTRY FOR THE ORIGINAL TXN-ID IN  *
001391* NUM2 (ANY ORIGINAL RUN DATE) NAMING THIS TXN-ID AS THE         *
001391* REVERSAL AND CARRYING THE SAME AMOUNT AS NUM1.                 *
001391*----------------------------------------------------------------*
001391 2154-CHECK-REV-REGISTER.
001391     MOVE "N" TO WS-REV-REG-FOUND-SW.
001391     MOVE "N" TO WS-REV-SCAN-EOF-SW.
001391     IF NOT WS-REV-CHECK-ACTIVE
001391         MOVE "Y" TO WS-REV-SCAN-EOF-SW
001391     ELSE
001391         MOVE CALC-NUM2-X TO RVK-ORIG-TXN-ID
001391         MOVE ZEROS TO RVK-ORIG-RUN-DATE
001391         START CALC-REV-KEYED-FILE KEY NOT < RVK-KEY
001391             INVALID KEY MOVE "Y" TO WS-REV-SCAN-EOF-SW
001391         END-START
001391     END-IF.
001391     PERFORM 2151-SCAN-REV-REGISTER THRU 2151-EXIT
001391         UNTIL WS-REV-SCAN-EOF OR WS-REV-REG-FOUND.
001391     IF NOT WS-REV-REG-FOUND
001391         MOVE "N" TO WS-VALID-TXN-SWITCH
001391         MOVE "REVR" TO CALC-REJECT-REASON-CODE
001391         MOVE "REVERSAL NOT ON REV REGISTER"
001391             TO CALC-REJECT-REASON-TEXT
001391     END-IF.
001391 2154-EXIT.
001391     EXIT.
001391
001391 2151-SCAN-REV-REGISTER.
001391     READ CALC-REV-KEYED-FILE NEXT RECORD
001391         AT END MOVE "Y" TO WS-REV-SCAN-EOF-SW
001391     END-READ.
001391     IF WS-REV-SCAN-EOF
001391         GO TO 2151-EXIT
001391     END-IF.
001391     IF RVK-ORIG-TXN-ID NOT = CALC-NUM2-X
001391         MOVE "Y" TO WS-REV-SCAN-EOF-SW
001391         GO TO 2151-EXIT
001391     END-IF.
001391     IF RVK-NEW-TXN-ID = CALC-TXN-ID
001391         AND RVK-AMOUNT = CALC-NUM1
001391         MOVE "Y" TO WS-REV-REG-FOUND-SW
001391     END-IF.
001391 2151-EXIT.
001391     EXIT.
001391
001391 2156-RESOLVE-RATE.
001391     MOVE CALC-NUM2-X(1:4) TO WS-RATE-CODE.
001391     MOVE "N" TO WS-RATE-CODE-FOUND-SW.
001391 2166-EXIT.
001391     EXIT.
001392
001392 2152-VALIDATE-ACCT-CODE.
001392     IF CALC-ACCT-CODE = SPACES
001392         MOVE "N" TO WS-VALID-TXN-SWITCH
001392         MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001392         MOVE "GL ACCOUNT CODE MISSING"
001392             TO CALC-REJECT-REASON-TEXT
001392         GO TO 2152-EXIT
001392     END-IF.
001392     SET WS-CA-IDX TO 1.
001392     SEARCH WS-CHART-ENTRY
001392         AT END
001392             MOVE "N" TO WS-VALID-TXN-SWITCH
001392             MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001392             MOVE "GL ACCOUNT NOT ON CHART"
001392                 TO CALC-REJECT-REASON-TEXT
001392         WHEN WS-CA-ACCT-CODE(WS-CA-IDX) = CALC-ACCT-CODE
001392             IF NOT WS-CA-ACCT-ACTIVE(WS-CA-IDX)
001392                 MOVE "N" TO WS-VALID-TXN-SWITCH
001392                 MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001392                 MOVE "GL ACCOUNT INACTIVE"
001392                     TO CALC-REJECT-REASON-TEXT
001392             ELSE
001392                 IF NOT WS-CA-ACCT-POSTABLE(WS-CA-IDX)
001392                     MOVE "N" TO WS-VALID-TXN-SWITCH
001392                     MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001392                     MOVE "GL ACCOUNT NOT POSTABLE"
001392                         TO CALC-REJECT-REASON-TEXT
001392                 END-IF
001392             END-IF
001392     END-SEARCH.
001392 2152-EXIT.
001392     EXIT.
001392
001392 2153-CHECK-CLOSED-PERIOD.
001392     IF WS-CLOSED-PERIOD-COUNT = 0
001392         GO TO 2153-EXIT
001392     END-IF.
001392     MOVE CALC-RUN-DATE TO WS-TXN-DATE.
001392     SET WS-CP-IDX TO 1.
001392     SEARCH WS-CLOSED-PERIOD-ENTRY
001392         AT END
001392             CONTINUE
001392         WHEN WS-CP-IDX > WS-CLOSED-PERIOD-COUNT
001392             CONTINUE
001392         WHEN WS-CP-PERIOD(WS-CP-IDX) = WS-TXN-PERIOD
001392             MOVE "N" TO WS-VALID-TXN-SWITCH
001392             MOVE "PCLS" TO CALC-REJECT-REASON-CODE
001392             MOVE "RUN DATE IN A CLOSED PERIOD"
001392                 TO CALC-REJECT-REASON-TEXT
001392     END-SEARCH.
001392 2153-EXIT.
001392     EXIT.
001392
001392 2155-VALIDATE-OPERATOR-ID.
001392     MOVE 0 TO WS-OPER-AUTH-LIMIT.
001392     SET WS-OM-IDX TO 1.
001392     SEARCH WS-OPER-MASTER-ENTRY
001392         AT END
001392                 MOVE "OPERATOR INACTIVE"
001392                     TO CALC-REJECT-REASON-TEXT
001392             END-IF
001392             MOVE WS-OM-AUTH-LIMIT(WS-OM-IDX)
001392                 TO WS-OPER-AUTH-LIMIT
001392     END-SEARCH.
001392 2155-EXIT.
001392     EXIT.
001407                  GIVING RESULT ROUNDED
001407                  ON SIZE ERROR MOVE "Y" TO WS-SIZE-ERROR-SWITCH
001407              END-MULTIPLY
001407         WHEN "REV"
001407              SUBTRACT CALC-NUM1 FROM 0 GIVING RESULT
001407                  ON SIZE ERROR MOVE "Y" TO WS-SIZE-ERROR-SWITCH
001407              END-SUBTRACT
001408     END-EVALUATE.
001409 2160-EXIT.
001410     EXIT.
001410
001410 2170-CHECK-AUTH-LIMIT.
001410     IF WS-OPER-AUTH-LIMIT = 0
001410         GO TO 2170-EXIT
001410     END-IF.
001410     IF CALC-OPERATOR = "REV" AND WS-REV-REG-FOUND
001410         GO TO 2170-EXIT
001410     END-IF.
001410     IF RESULT < 0
001410         COMPUTE WS-ABS-RESULT = 0 - RESULT
001410     ELSE
001410         MOVE RESULT TO WS-ABS-RESULT
001410     END-IF.
001410     IF WS-ABS-RESULT NOT > WS-OPER-AUTH-LIMIT
001410         GO TO 2170-EXIT
001410     END-IF.
001410     MOVE "N" TO WS-RELEASE-FOUND-SWITCH.
001410     IF WS-RELEASE-XREF-COUNT > 0
001410         SET WS-HX-IDX TO 1
001410         SEARCH WS-RELEASE-XREF-ENTRY
001410             AT END
001410                 CONTINUE
001410             WHEN WS-HX-TXN-ID(WS-HX-IDX) = CALC-TXN-ID
001410                 AND WS-HX-RUN-DATE(WS-HX-IDX) = CALC-RUN-DATE
001410                 MOVE "Y" TO WS-RELEASE-FOUND-SWITCH
001410         END-SEARCH
001410     END-IF.
001410     IF NOT WS-RELEASE-FOUND
001410         MOVE "Y" TO WS-TXN-HELD-SWITCH
001410     END-IF.
001410 2170-EXIT.
001410     EXIT.
001410
001410 2180-WRITE-HELD.
001410     MOVE SPACES TO CALC-HELD-RECORD.
001410     MOVE CALC-TXN-ID TO HLD-TXN-ID.
001410     MOVE CALC-OPER-ID TO HLD-OPER-ID.
001410     MOVE CALC-RUN-DATE TO HLD-RUN-DATE.
001410     MOVE CALC-RUN-TIME TO HLD-RUN-TIME.
001410     MOVE CALC-NUM1-X TO HLD-NUM1-X.
001410     MOVE CALC-OPERATOR TO HLD-OPERATOR.
001410     MOVE CALC-NUM2-X TO HLD-NUM2-X.
001410     MOVE CALC-ACCT-CODE TO HLD-ACCT-CODE.
001410     MOVE RESULT TO HLD-RESULT.
001410     MOVE WS-OPER-AUTH-LIMIT TO HLD-AUTH-LIMIT.
001410     MOVE WS-RUN-DATE TO HLD-HELD-DATE.
001410     WRITE CALC-HELD-RECORD.
001410     ADD 1 TO WS-HELD-COUNT.
001410     ADD RESULT TO WS-HELD-TOTAL.
001410     MOVE CALC-TXN-ID TO WHN-TXN-ID.
001410     MOVE CALC-OPER-ID TO WHN-OPER-ID.
001410     MOVE RESULT TO WHN-RESULT.
001410     MOVE WS-OPER-AUTH-LIMIT TO WHN-AUTH-LIMIT.
001410     WRITE CALC-REPORT-RECORD FROM WS-HELD-NOTE-LINE.
001410 2180-EXIT.
001410     EXIT.
001411
001412 2600-WRITE-REJECT.
001413     MOVE CALC-NUM1 TO CALC-REJECT-NUM1.
001414     MOVE CALC-OPERATOR TO CALC-REJECT-OPERATOR.
001415     MOVE CALC-NUM2-X TO CALC-REJECT-NUM2-X.
001415     MOVE CALC-ACCT-CODE TO CALC-REJECT-ACCT-CODE.
001415     MOVE CALC-TXN-ID TO CALC-REJECT-TXN-ID.
001415     MOVE CALC-OPER-ID TO CALC-REJECT-OPER-ID.
001415     MOVE CALC-RUN-DATE TO CALC-REJECT-RUN-DATE.
001417     ADD 1 TO WS-REJECT-COUNT.
001417     MOVE CALC-NUM1 TO CALC-RJH-NUM1.
001417     MOVE CALC-OPERATOR TO CALC-RJH-OPERATOR.
001417     MOVE CALC-NUM2-X TO CALC-RJH-NUM2-X.
001417     MOVE CALC-ACCT-CODE TO CALC-RJH-ACCT-CODE.
001417     MOVE CALC-TXN-ID TO CALC-RJH-TXN-ID.
001417     MOVE CALC-OPER-ID TO CALC-RJH-OPER-ID.
001417     MOVE CALC-RUN-DATE TO CALC-RJH-RUN-DATE.
001417         MOVE CALC-NUM1-X TO RJK-NUM1-X
001417         MOVE CALC-OPERATOR TO RJK-OPERATOR
001417         MOVE CALC-NUM2-X TO RJK-NUM2-X
001417         MOVE CALC-ACCT-CODE TO RJK-ACCT-CODE
001417         MOVE CALC-REJECT-REASON-CODE TO RJK-REASON-CODE
001417         MOVE CALC-REJECT-REASON-TEXT TO RJK-REASON-TEXT
001417         WRITE CALC-REJECT-KEYED-RECORD
001421         ADD 1 TO OS-ACCEPTED-COUNT(WS-OS-TBL-IDX)
001421         ADD RESULT TO OS-RESULT-SUBTOTAL(WS-OS-TBL-IDX)
001421     ELSE
001421         IF WS-TXN-HELD
001421             ADD 1 TO OS-HELD-COUNT(WS-OS-TBL-IDX)
001421         ELSE
001421             ADD 1 TO OS-REJECTED-COUNT(WS-OS-TBL-IDX)
001421         END-IF
001421     END-IF.
001421 2670-EXIT.
001421     EXIT.
001423         MOVE WS-TXN-COUNT TO CALC-RESTART-TXN-COUNT
001423         MOVE WS-REJECT-COUNT TO CALC-RESTART-REJ-COUNT
001423         MOVE WS-GRAND-TOTAL TO CALC-RESTART-GR-TOTAL
001423         MOVE WS-HELD-COUNT TO CALC-RESTART-HELD-COUNT
001423         MOVE WS-HELD-TOTAL TO CALC-RESTART-HELD-TOTAL
001424         REWRITE CALC-RESTART-RECORD
001424     END-IF.
001426 2700-EXIT.
001440 2200-WRITE-DETAIL-LINE.
001450     MOVE CALC-NUM1 TO WD-NUM1.
001460     MOVE CALC-OPERATOR TO WD-OPERATOR.
001470     IF CALC-OPERATOR = "RTE" OR "REV"
001470         MOVE 0 TO WD-NUM2
001470     ELSE
001470         MOVE CALC-NUM2 TO WD-NUM2
001490         MOVE WS-RESOLVED-RATE TO WRN-RATE-VALUE
001490         WRITE CALC-REPORT-RECORD FROM WS-RATE-NOTE-LINE
001490     END-IF.
001490     IF CALC-OPERATOR = "REV"
001490         MOVE CALC-NUM2-X TO WVN-ORIG-TXN-ID
001490         WRITE CALC-REPORT-RECORD FROM WS-REV-NOTE-LINE
001490     END-IF.
001491     MOVE CALC-NUM1-X TO CALC-PHS-NUM1-X.
001491     MOVE CALC-OPERATOR TO CALC-PHS-OPERATOR.
001491     MOVE CALC-NUM2-X TO CALC-PHS-NUM2-X.
001491     MOVE CALC-ACCT-CODE TO CALC-PHS-ACCT-CODE.
001491     MOVE CALC-TXN-ID TO CALC-PHS-TXN-ID.
001491     MOVE CALC-OPER-ID TO CALC-PHS-OPER-ID.
001491     MOVE CALC-RUN-DATE TO CALC-PHS-RUN-DATE.
001491         MOVE CALC-NUM1-X TO PHK-NUM1-X
001491         MOVE CALC-OPERATOR TO PHK-OPERATOR
001491         MOVE CALC-NUM2-X TO PHK-NUM2-X
001491         MOVE CALC-ACCT-CODE TO PHK-ACCT-CODE
001491         MOVE RESULT TO PHK-RESULT
001491         WRITE CALC-POSTED-KEYED-RECORD
001491             INVALID KEY CONTINUE
001508             DISPLAY "GRAND TOTAL OVERFLOW - WS-GRAND-TOTAL NO "
001509                 "LONGER RELIABLE FOR THIS RUN"
001510     END-ADD.
001510     MOVE CALC-ACCT-CODE TO WS-GJ-ACCT-CODE.
001510     MOVE RESULT TO WS-GJ-AMOUNT.
001510     PERFORM 2250-ACCUM-GL-JOURNAL THRU 2250-EXIT.
001510 2200-EXIT.
001520     EXIT.
001520
001520 2250-ACCUM-GL-JOURNAL.
001520     SET WS-GJ-IDX TO 1.
001520     SEARCH WS-GL-JOURNAL-ENTRY
001520         AT END
001520             PERFORM 2260-ADD-GL-JOURNAL-ENTRY THRU 2260-EXIT
001520         WHEN GJ-ACCT-CODE(WS-GJ-IDX) = WS-GJ-ACCT-CODE
001520             ADD 1 TO GJ-POSTED-COUNT(WS-GJ-IDX)
001520             ADD WS-GJ-AMOUNT TO GJ-POSTED-TOTAL(WS-GJ-IDX)
001520     END-SEARCH.
001520 2250-EXIT.
001520     EXIT.
001520
001520 2260-ADD-GL-JOURNAL-ENTRY.
001520     IF WS-GL-JOURNAL-COUNT < WS-GL-JOURNAL-MAX
001520         ADD 1 TO WS-GL-JOURNAL-COUNT
001520         SET WS-GJ-IDX TO WS-GL-JOURNAL-COUNT
001520         MOVE WS-GJ-ACCT-CODE TO GJ-ACCT-CODE(WS-GJ-IDX)
001520         MOVE 1 TO GJ-POSTED-COUNT(WS-GJ-IDX)
001520         MOVE WS-GJ-AMOUNT TO GJ-POSTED-TOTAL(WS-GJ-IDX)
001520     ELSE
001520         IF NOT WS-GL-JOURNAL-OVERFLOWED
001520             MOVE "Y" TO WS-GL-JOURNAL-OVFL-SW
001520             DISPLAY "WARNING - GL JOURNAL TABLE FULL - THE GL "
001520                 "EXTRACT OMITS ACCOUNTS PAST "
001520                 WS-GL-JOURNAL-MAX " ENTRIES"
001520         END-IF
001520     END-IF.
001520 2260-EXIT.
001520     EXIT.
001530
001530 8000-DATE-TO-DAYS.
001530     DIVIDE WS-D2D-DATE BY 10000 GIVING WS-D2D-YEAR
001530         REMAINDER WS-D2D-MMDD.
001530     DIVIDE WS-D2D-MMDD BY 100 GIVING WS-D2D-MONTH
001530         REMAINDER WS-D2D-DAY.
001530     IF WS-D2D-MONTH < 3
001530         SUBTRACT 1 FROM WS-D2D-YEAR
001530         ADD 12 TO WS-D2D-MONTH
001530     END-IF.
001530     DIVIDE WS-D2D-YEAR BY 4 GIVING WS-D2D-Y4.
001530     DIVIDE WS-D2D-YEAR BY 100 GIVING WS-D2D-Y100.
001530     DIVIDE WS-D2D-YEAR BY 400 GIVING WS-D2D-Y400.
001530     COMPUTE WS-D2D-M153 = 153 * (WS-D2D-MONTH + 1).
001530     DIVIDE WS-D2D-M153 BY 5 GIVING WS-D2D-M153.
001530     COMPUTE WS-D2D-DAYS = 365 * WS-D2D-YEAR + WS-D2D-Y4
001530         - WS-D2D-Y100 + WS-D2D-Y400 + WS-D2D-M153
001530         + WS-D2D-DAY.
001530 8000-EXIT.
001530     EXIT.
001530
001530*----------------------------------------------------------------*
001530* WS-BD-DAYS (A DAY NUMBER FROM 8000-DATE-TO-DAYS) IS A BUSINESS *
001530* DAY WHEN IT IS A MONDAY TO FRIDAY NOT MARKED AS A HOLIDAY, OR  *
001530* A SATURDAY OR SUNDAY MARKED AS WORKED. THE DAY NUMBER MODULO 7 *
001530* IS 0 ON A SATURDAY AND 1 ON A SUNDAY.                          *
001530*----------------------------------------------------------------*
001530 8500-CHECK-BUSINESS-DAY.
001530     DIVIDE WS-BD-DAYS BY 7 GIVING WS-BD-WEEK-QUOTIENT
001530         REMAINDER WS-BD-WEEKDAY.
001530     IF WS-BD-WEEKDAY < 2
001530         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
001530     ELSE
001530         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
001530     END-IF.
001530     SET WS-BC-IDX TO 1.
001530     SEARCH WS-CALENDAR-ENTRY
001530         AT END
001530             CONTINUE
001530         WHEN WS-BC-IDX > WS-CALENDAR-COUNT
001530             CONTINUE
001530         WHEN WS-BC-CAL-DAYS(WS-BC-IDX) = WS-BD-DAYS
001530             IF WS-BC-HOLIDAY(WS-BC-IDX)
001530                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
001530             END-IF
001530             IF WS-BC-WORKED-WEEKEND(WS-BC-IDX)
001530                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
001530             END-IF
001530     END-SEARCH.
001530 8500-EXIT.
001530     EXIT.
001530
001540 9000-TERMINATE.
001550     MOVE WS-TXN-COUNT TO WF-TXN-COUNT.
001560     WRITE CALC-REPORT-RECORD FROM WS-FOOTER-LINE.
001565     MOVE WS-GRAND-TOTAL TO WG-GRAND-TOTAL.
001566     WRITE CALC-REPORT-RECORD FROM WS-GRAND-TOTAL-LINE.
001566     MOVE WS-HELD-COUNT TO WHT-HELD-COUNT.
001566     MOVE WS-HELD-TOTAL TO WHT-HELD-TOTAL.
001566     WRITE CALC-REPORT-RECORD FROM WS-HELD-TOTAL-LINE.
001566     IF NOT WS-BUSINESS-DAY
001566         MOVE WS-RUN-DATE TO WNW-RUN-DATE
001566         WRITE CALC-REPORT-RECORD FROM WS-NONBUS-WARNING-LINE
001566     END-IF.
001566     IF NOT WS-REFED-BATCH
001566         PERFORM 9150-CHECK-CONTROL-BALANCE THRU 9150-EXIT
001566         PERFORM 9160-WRITE-GL-EXTRACT THRU 9160-EXIT
001566     PERFORM 9100-WRITE-OPER-SUMMARY THRU 9100-EXIT.
001567     DISPLAY "Batch grand total = " WS-GRAND-TOTAL.
001568     DISPLAY "Rejected transaction count = " WS-REJECT-COUNT.
001568     DISPLAY "Held for authority count = " WS-HELD-COUNT.
001569     IF WS-GRTOT-OVERFLOWED
001569         DISPLAY "WARNING - BATCH GRAND TOTAL OVERFLOWED AND IS "
001569             "NOT RELIABLE FOR THIS RUN"
001580     CLOSE CALC-REPORT-FILE.
001585     CLOSE CALC-REJECT-FILE.
001585     CLOSE CALC-REJECT-HISTORY-FILE.
001585     CLOSE CALC-HELD-FILE.
001585     CLOSE CALC-GLEXT-FILE.
001585     CLOSE CALC-GLEXT-LOG-FILE.
001585     CLOSE CALC-POSTED-HISTORY-FILE.
001585         CLOSE CALC-POSTED-KEYED-FILE
001585         CLOSE CALC-REJECT-KEYED-FILE
001585     END-IF.
001585     IF WS-REV-CHECK-ACTIVE
001585         CLOSE CALC-REV-KEYED-FILE
001585     END-IF.
001586     IF WS-RESTART-FILE-OPEN
001586         MOVE 0 TO CALC-RESTART-COUNT
001586         MOVE 0 TO CALC-RESTART-TXN-COUNT
001586         MOVE 0 TO CALC-RESTART-REJ-COUNT
001586         MOVE 0 TO CALC-RESTART-GR-TOTAL
001586         MOVE 0 TO CALC-RESTART-HELD-COUNT
001586         MOVE 0 TO CALC-RESTART-HELD-TOTAL
001586         REWRITE CALC-RESTART-RECORD
001587         CLOSE CALC-RESTART-FILE
001587     END-IF.
001588     IF WS-REJECT-COUNT > 0 OR WS-GRTOT-OVERFLOWED
001588         OR WS-HELD-COUNT > 0
001589         MOVE 4 TO WS-FINAL-RC
001589     END-IF.
001589     IF WS-OUT-OF-BALANCE
001589     END-IF.
001589     IF WS-OPER-MASTER-OVERFLOWED
001589         OR WS-RATE-MASTER-OVERFLOWED
001589         OR WS-CHART-OVERFLOWED
001589         OR WS-NO-CLEARING-ACCT
001589         OR WS-GL-JOURNAL-OVERFLOWED
001589         OR WS-PERIOD-OVERFLOWED
001589         MOVE 12 TO WS-FINAL-RC
001589     END-IF.
001589     IF WS-REFED-BATCH
001603     IF WS-PROCESSED-COUNT NOT = WS-EXPECTED-COUNT
001604         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
001605     END-IF.
001605     COMPUTE WS-BALANCE-TOTAL = WS-GRAND-TOTAL + WS-HELD-TOTAL.
001605     IF WS-REJECT-COUNT = 0
001605         AND WS-BALANCE-TOTAL NOT = WS-EXPECTED-TOTAL
001606         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
001606     END-IF.
001607     IF WS-OUT-OF-BALANCE
001616     MOVE WS-EXPECTED-COUNT TO WC-EXPECTED-COUNT.
001617     MOVE WS-PROCESSED-COUNT TO WC-ACTUAL-COUNT.
001618     MOVE WS-EXPECTED-TOTAL TO WC-EXPECTED-TOTAL.
001619     MOVE WS-BALANCE-TOTAL TO WC-ACTUAL-TOTAL.
001620     WRITE CALC-REPORT-RECORD FROM WS-CONTROL-BALANCE-LINE.
001621 9150-EXIT.
001622     EXIT.
001625     MOVE WS-RUN-DATE TO GLH-RUN-DATE.
001625     MOVE "CALCULATR" TO GLH-SOURCE-SYSTEM.
001625     WRITE CALC-GLEXT-RECORD FROM WS-GLEXT-HEADER-LINE.
001626     MOVE 0 TO WS-GJ-LINE-COUNT.
001626     MOVE 0 TO WS-GJ-POSTED-COUNT.
001626     MOVE 0 TO WS-GJ-POSTED-TOTAL.
001626     MOVE 0 TO WS-GJ-DEBIT-TOTAL.
001626     MOVE 0 TO WS-GJ-CREDIT-TOTAL.
001626     WRITE CALC-REPORT-RECORD FROM WS-GL-JOURNAL-HEADING-1.
001626     WRITE CALC-REPORT-RECORD FROM WS-GL-JOURNAL-HEADING-2.
001626     MOVE 0 TO WS-GJ-SCAN-IDX.
001626     PERFORM 9161-WRITE-POSTING-LINE THRU 9161-EXIT
001626         WS-GL-JOURNAL-COUNT TIMES.
001626     IF WS-GL-JOURNAL-COUNT > 0
001626         PERFORM 9162-WRITE-CLEARING-LINE THRU 9162-EXIT
001626     END-IF.
001627     MOVE "T" TO GLT-RECORD-TYPE.
001627     MOVE WS-TXN-COUNT TO GLT-RECORD-COUNT.
001627     MOVE WS-GJ-LINE-COUNT TO GLT-LINE-COUNT.
001627     MOVE WS-GJ-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
001627     MOVE WS-GJ-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
001627     COMPUTE GLT-NET-TOTAL =
001627         WS-GJ-DEBIT-TOTAL - WS-GJ-CREDIT-TOTAL.
001627     WRITE CALC-GLEXT-RECORD FROM WS-GLEXT-TRAILER-LINE.
001628 9160-EXIT.
001629     EXIT.
001629
001629 9161-WRITE-POSTING-LINE.
001629     ADD 1 TO WS-GJ-SCAN-IDX.
001629     SET WS-GJ-IDX TO WS-GJ-SCAN-IDX.
001629     MOVE SPACES TO WS-GLEXT-DETAIL-LINE.
001629     MOVE "D" TO GLD-RECORD-TYPE.
001629     MOVE WS-RUN-DATE TO GLD-RUN-DATE.
001629     MOVE GJ-POSTED-COUNT(WS-GJ-IDX) TO GLD-CONTROL-COUNT.
001629     MOVE GJ-POSTED-TOTAL(WS-GJ-IDX) TO GLD-GRAND-TOTAL.
001629     MOVE GJ-ACCT-CODE(WS-GJ-IDX) TO GLD-ACCT-CODE.
001629     MOVE "P" TO GLD-LINE-TYPE.
001629     ADD GJ-POSTED-COUNT(WS-GJ-IDX) TO WS-GJ-POSTED-COUNT.
001629     ADD GJ-POSTED-TOTAL(WS-GJ-IDX) TO WS-GJ-POSTED-TOTAL.
001629     PERFORM 9165-WRITE-JOURNAL-LINE THRU 9165-EXIT.
001629 9161-EXIT.
001629     EXIT.
001629
001629 9162-WRITE-CLEARING-LINE.
001629     IF WS-CLEARING-ACCT-CODE = SPACES
001629         MOVE "Y" TO WS-NO-CLEARING-SW
001629         DISPLAY "ERROR - NO ACTIVE CLEARING ACCOUNT ON THE "
001629             "CHART OF ACCOUNTS - GL JOURNAL WRITTEN WITHOUT "
001629             "ITS OFFSETTING LINE AND DOES NOT BALANCE"
001629         GO TO 9162-EXIT
001629     END-IF.
001629     MOVE SPACES TO WS-GLEXT-DETAIL-LINE.
001629     MOVE "D" TO GLD-RECORD-TYPE.
001629     MOVE WS-RUN-DATE TO GLD-RUN-DATE.
001629     MOVE WS-GJ-POSTED-COUNT TO GLD-CONTROL-COUNT.
001629     COMPUTE GLD-GRAND-TOTAL = 0 - WS-GJ-POSTED-TOTAL.
001629     MOVE WS-CLEARING-ACCT-CODE TO GLD-ACCT-CODE.
001629     MOVE "C" TO GLD-LINE-TYPE.
001629     PERFORM 9165-WRITE-JOURNAL-LINE THRU 9165-EXIT.
001629 9162-EXIT.
001629     EXIT.
001629
001629 9165-WRITE-JOURNAL-LINE.
001629     IF GLD-GRAND-TOTAL < 0
001629         MOVE "C" TO GLD-DR-CR-IND
001629         COMPUTE GLD-LINE-AMOUNT = 0 - GLD-GRAND-TOTAL
001629         ADD GLD-LINE-AMOUNT TO WS-GJ-CREDIT-TOTAL
001629         MOVE "CREDIT" TO GJL-DR-CR
001629     ELSE
001629         MOVE "D" TO GLD-DR-CR-IND
001629         MOVE GLD-GRAND-TOTAL TO GLD-LINE-AMOUNT
001629         ADD GLD-LINE-AMOUNT TO WS-GJ-DEBIT-TOTAL
001629         MOVE "DEBIT" TO GJL-DR-CR
001629     END-IF.
001629     ADD 1 TO WS-GJ-LINE-COUNT.
001629     WRITE CALC-GLEXT-RECORD FROM WS-GLEXT-DETAIL-LINE.
001629     WRITE CALC-GLEXT-LOG-RECORD FROM WS-GLEXT-DETAIL-LINE.
001629     MOVE GLD-ACCT-CODE TO GJL-ACCT-CODE.
001629     MOVE GLD-CONTROL-COUNT TO GJL-COUNT.
001629     MOVE GLD-LINE-AMOUNT TO GJL-AMOUNT.
001629     IF GLD-LINE-TYPE = "C"
001629         MOVE "CLEARING" TO GJL-NOTE
001629     ELSE
001629         MOVE SPACES TO GJL-NOTE
001629     END-IF.
001629     WRITE CALC-REPORT-RECORD FROM WS-GL-JOURNAL-LINE.
001629 9165-EXIT.
001629     EXIT.
001630
001631 9170-WRITE-RUN-LOG.
001632     OPEN EXTEND CALC-RUN-LOG-FILE.
001638     MOVE WS-TXN-COUNT TO RLG-ACCEPTED-COUNT.
001639     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
001640     MOVE WS-GRAND-TOTAL TO RLG-GRAND-TOTAL.
001640     MOVE WS-HELD-COUNT TO RLG-HELD-COUNT.
001640     MOVE WS-HELD-TOTAL TO RLG-HELD-TOTAL.
001641     IF WS-OUT-OF-BALANCE
001642         MOVE "O" TO RLG-BALANCE-FLAG
001643     ELSE
001649         MOVE "N" TO RLG-RESTART-FLAG
001650     END-IF.
001651     MOVE WS-FINAL-RC TO RLG-RETURN-CODE.
001651     IF WS-BUSINESS-DAY
001651         MOVE "N" TO RLG-NONBUS-FLAG
001651     ELSE
001651         MOVE "Y" TO RLG-NONBUS-FLAG
001651     END-IF.
001652     WRITE CALC-RUN-LOG-RECORD.
001653     CLOSE CALC-RUN-LOG-FILE.
001654 9170-EXIT.
001622     MOVE OS-PROCESSED-COUNT(WS-OS-IDX) TO OSL-PROCESSED.
001623     MOVE OS-ACCEPTED-COUNT(WS-OS-IDX) TO OSL-ACCEPTED.
001624     MOVE OS-REJECTED-COUNT(WS-OS-IDX) TO OSL-REJECTED.
001624     MOVE OS-HELD-COUNT(WS-OS-IDX) TO OSL-HELD.
001625     MOVE OS-RESULT-SUBTOTAL(WS-OS-IDX) TO OSL-RESULT-SUBTOTAL.
001626     WRITE CALC-REPORT-RECORD FROM WS-OPER-SUMMARY-LINE.
001627 9110-EXIT.
