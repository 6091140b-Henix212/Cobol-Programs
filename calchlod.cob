000368*                SECOND CORRECTION OF THE SAME TXN-ID ON THE      *
000369*                SAME DAY DUPLICATES THE KEY AND IS COUNTED AND   *
000370*                DROPPED LIKE THE ARCHIVE DUPLICATES.             *
000370* 2026-10-15  RH  CARRIES THE GL ACCOUNT CODE FROM                *
000370*                CALCPHS/CALCRJH INTO PHK-ACCT-CODE/RJK-ACCT-CODE *
000370*                ON THE KEYED COPIES.                             *
000370* 2026-10-15  RH  ALSO LOADS THE CUMULATIVE REVERSAL REGISTER     *
000370*                (CALCRVH, EXTENDED BY CALCREV) INTO THE INDEXED  *
000370*                CALCRVK (CALCRVK.CPY, KEYED ON ORIGINAL TXN-ID   *
000370*                PLUS ORIGINAL RUN DATE) THAT CALCREV AND CALCINQ *
000370*                READ BY KEY. CALCREV WRITES CALCRVK DIRECTLY AS  *
000370*                IT GOES; THIS RELOAD REBUILDS IT FROM THE        *
000370*                REGISTER OF RECORD. A DUPLICATE KEY IS COUNTED   *
000370*                AND DROPPED LIKE THE OTHER ARCHIVES.             *
000370* 2026-10-15  RH  ALSO LOADS THE CUMULATIVE RATE ADJUSTMENT       *
000370*                REGISTER (CALCADH, EXTENDED BY CALCRIMP) INTO    *
000370*                THE INDEXED CALCADK (CALCADK.CPY, KEYED ON       *
000370*                ORIGINAL TXN-ID PLUS ORIGINAL RUN DATE) THAT     *
000370*                CALCRIMP READS TO NET OUT ADJUSTMENTS ALREADY    *
000370*                GENERATED. A POSTING ADJUSTED MORE THAN ONCE IS  *
000370*                NOT A DUPLICATE - ITS ADJUSTMENTS ARE SUMMED     *
000370*                INTO ONE RECORD CARRYING THE LATEST ADJUSTMENT'S *
000370*                DETAILS.                                         *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000545         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS RXK-KEY
000547         FILE STATUS IS WS-RESUB-KEYED-STATUS.
000548     SELECT CALC-REV-HIST-FILE ASSIGN TO CALCRVH
000548         ORGANIZATION IS SEQUENTIAL.
000549     SELECT CALC-REV-KEYED-FILE ASSIGN TO CALCRVK
000549         ORGANIZATION IS INDEXED
000549         ACCESS MODE IS DYNAMIC
000549         RECORD KEY IS RVK-KEY
000549         FILE STATUS IS WS-REV-KEYED-STATUS.
000549     SELECT CALC-ADJ-HIST-FILE ASSIGN TO CALCADH
000549         ORGANIZATION IS SEQUENTIAL.
000549     SELECT CALC-ADJ-KEYED-FILE ASSIGN TO CALCADK
000549         ORGANIZATION IS INDEXED
000549         ACCESS MODE IS DYNAMIC
000549         RECORD KEY IS ADK-KEY
000549         FILE STATUS IS WS-ADJ-KEYED-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CALC-POSTED-HISTORY-FILE
000680                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
000690                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
000700                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
000710                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
000710                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
000720     05  CALC-PHS-RESULT         PIC S9(07)V99
000730         SIGN LEADING SEPARATE.
000740 FD  CALC-REJECT-HISTORY-FILE
000850                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
000860                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
000870                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
000880                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
000880                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
000890     COPY CALCRJ
000900         REPLACING ==CALC-REJECT-REASON-CODE== BY
000910                   ==CALC-RJH-REASON-CODE==
001027     LABEL RECORDS ARE STANDARD.
001028 01  CALC-RESUB-KEYED-RECORD.
001029     COPY CALCRXK.
001029 FD  CALC-REV-HIST-FILE
001029     RECORDING MODE IS F
001029     LABEL RECORDS ARE STANDARD.
001029 01  CALC-REV-HIST-RECORD.
001029     COPY CALCRVS.
001029 FD  CALC-REV-KEYED-FILE
001029     LABEL RECORDS ARE STANDARD.
001029 01  CALC-REV-KEYED-RECORD.
001029     COPY CALCRVK.
001029 FD  CALC-ADJ-HIST-FILE
001029     RECORDING MODE IS F
001029     LABEL RECORDS ARE STANDARD.
001029 01  CALC-ADJ-HIST-RECORD.
001029     COPY CALCADS.
001029 FD  CALC-ADJ-KEYED-FILE
001029     LABEL RECORDS ARE STANDARD.
001029 01  CALC-ADJ-KEYED-RECORD.
001029     COPY CALCADK.
001020 WORKING-STORAGE SECTION.
001030 77  WS-POSTED-EOF-SWITCH      PIC X(01) VALUE "N".
001040     88  WS-POSTED-EOF                   VALUE "Y".
001164 77  WS-RESUB-READ-COUNT       PIC 9(07) COMP VALUE 0.
001165 77  WS-RESUB-LOADED-COUNT     PIC 9(07) COMP VALUE 0.
001166 77  WS-RESUB-DUP-COUNT        PIC 9(07) COMP VALUE 0.
001167 77  WS-REV-EOF-SWITCH         PIC X(01) VALUE "N".
001168     88  WS-REV-EOF                      VALUE "Y".
001169 77  WS-REV-KEYED-STATUS       PIC X(02) VALUE SPACES.
001169 77  WS-REV-READ-COUNT         PIC 9(07) COMP VALUE 0.
001169 77  WS-REV-LOADED-COUNT       PIC 9(07) COMP VALUE 0.
001169 77  WS-REV-DUP-COUNT          PIC 9(07) COMP VALUE 0.
001169 77  WS-ADJ-EOF-SWITCH         PIC X(01) VALUE "N".
001169     88  WS-ADJ-EOF                      VALUE "Y".
001169 77  WS-ADJ-FOUND-SWITCH       PIC X(01) VALUE "N".
001169     88  WS-ADJ-FOUND                    VALUE "Y".
001169 77  WS-ADJ-KEYED-STATUS       PIC X(02) VALUE SPACES.
001169 77  WS-ADJ-READ-COUNT         PIC 9(07) COMP VALUE 0.
001169 77  WS-ADJ-LOADED-COUNT       PIC 9(07) COMP VALUE 0.
001169 77  WS-ADJ-MERGED-COUNT       PIC 9(07) COMP VALUE 0.
001169 77  WS-ADJ-PRIOR-AMOUNT       PIC S9(07)V99
001169     SIGN LEADING SEPARATE VALUE 0.
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230         UNTIL WS-REJECT-EOF OR WS-IO-ERROR-OCCURRED.
001232     PERFORM 4000-LOAD-ONE-RESUB THRU 4000-EXIT
001234         UNTIL WS-RESUB-EOF OR WS-IO-ERROR-OCCURRED.
001236     PERFORM 5000-LOAD-ONE-REVERSAL THRU 5000-EXIT
001238         UNTIL WS-REV-EOF OR WS-IO-ERROR-OCCURRED.
001238     PERFORM 6000-LOAD-ONE-ADJUSTMENT THRU 6000-EXIT
001238         UNTIL WS-ADJ-EOF OR WS-IO-ERROR-OCCURRED.
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001250     STOP RUN.
001260
001280     OPEN INPUT  CALC-POSTED-HISTORY-FILE.
001290     OPEN INPUT  CALC-REJECT-HISTORY-FILE.
001291     OPEN INPUT  CALC-RESUB-HIST-FILE.
001292     OPEN INPUT  CALC-REV-HIST-FILE.
001292     OPEN INPUT  CALC-ADJ-HIST-FILE.
001300     OPEN OUTPUT CALC-POSTED-KEYED-FILE.
001310     IF WS-POSTED-KEYED-STATUS NOT = "00"
001320         DISPLAY "ERROR - CALCPHSK OPEN FAILED - STATUS "
001414             WS-RESUB-KEYED-STATUS
001415         MOVE "Y" TO WS-IO-ERROR-SWITCH
001416     END-IF.
001417     OPEN OUTPUT CALC-REV-KEYED-FILE.
001418     IF WS-REV-KEYED-STATUS NOT = "00"
001418         DISPLAY "ERROR - CALCRVK OPEN FAILED - STATUS "
001418             WS-REV-KEYED-STATUS
001418         MOVE "Y" TO WS-IO-ERROR-SWITCH
001418     END-IF.
001418*    CALCADK IS LOADED OUT OF KEY ORDER AND ADJUSTMENTS TO THE
001418*    SAME POSTING ARE SUMMED INTO ONE RECORD, SO IT IS CLEARED BY
001418*    AN OUTPUT OPEN AND THEN LOADED RANDOMLY UNDER I-O.
001418     OPEN OUTPUT CALC-ADJ-KEYED-FILE.
001418     IF WS-ADJ-KEYED-STATUS NOT = "00"
001418         DISPLAY "ERROR - CALCADK OPEN FAILED - STATUS "
001418             WS-ADJ-KEYED-STATUS
001418         MOVE "Y" TO WS-IO-ERROR-SWITCH
001418     ELSE
001418         CLOSE CALC-ADJ-KEYED-FILE
001418         OPEN I-O CALC-ADJ-KEYED-FILE
001418         IF WS-ADJ-KEYED-STATUS NOT = "00"
001418             DISPLAY "ERROR - CALCADK OPEN FAILED - STATUS "
001418                 WS-ADJ-KEYED-STATUS
001418             MOVE "Y" TO WS-IO-ERROR-SWITCH
001418         END-IF
001418     END-IF.
001420     IF NOT WS-IO-ERROR-OCCURRED
001430         PERFORM 2100-READ-POSTED THRU 2100-EXIT
001440         PERFORM 3100-READ-REJECT THRU 3100-EXIT
001445         PERFORM 4100-READ-RESUB THRU 4100-EXIT
001446         PERFORM 5100-READ-REVERSAL THRU 5100-EXIT
001446         PERFORM 6100-READ-ADJUSTMENT THRU 6100-EXIT
001450     ELSE
001460         MOVE "Y" TO WS-POSTED-EOF-SWITCH
001470         MOVE "Y" TO WS-REJECT-EOF-SWITCH
001475         MOVE "Y" TO WS-RESUB-EOF-SWITCH
001476         MOVE "Y" TO WS-REV-EOF-SWITCH
001476         MOVE "Y" TO WS-ADJ-EOF-SWITCH
001480     END-IF.
001490 1000-EXIT.
001500     EXIT.
001570     MOVE CALC-PHS-NUM1-X   TO PHK-NUM1-X.
001580     MOVE CALC-PHS-OPERATOR TO PHK-OPERATOR.
001590     MOVE CALC-PHS-NUM2-X   TO PHK-NUM2-X.
001595     MOVE CALC-PHS-ACCT-CODE TO PHK-ACCT-CODE.
001600     MOVE CALC-PHS-RESULT   TO PHK-RESULT.
001610     WRITE CALC-POSTED-KEYED-RECORD.
001620     EVALUATE WS-POSTED-KEYED-STATUS
001900     MOVE CALC-RJH-NUM1-X   TO RJK-NUM1-X.
001910     MOVE CALC-RJH-OPERATOR TO RJK-OPERATOR.
001920     MOVE CALC-RJH-NUM2-X   TO RJK-NUM2-X.
001925     MOVE CALC-RJH-ACCT-CODE TO RJK-ACCT-CODE.
001930     MOVE CALC-RJH-REASON-CODE TO RJK-REASON-CODE.
001940     MOVE CALC-RJH-REASON-TEXT TO RJK-REASON-TEXT.
001950     WRITE CALC-REJECT-KEYED-RECORD.
002207     END-READ.
002208 4100-EXIT.
002209     EXIT.
002209
002209 5000-LOAD-ONE-REVERSAL.
002209     MOVE CALC-REV-HIST-RECORD TO CALC-REV-KEYED-RECORD.
002209     WRITE CALC-REV-KEYED-RECORD.
002209     EVALUATE WS-REV-KEYED-STATUS
002209         WHEN "00"
002209         WHEN "02"
002209             ADD 1 TO WS-REV-LOADED-COUNT
002209         WHEN "22"
002209             ADD 1 TO WS-REV-DUP-COUNT
002209         WHEN OTHER
002209             DISPLAY "ERROR - CALCRVK WRITE FAILED - STATUS "
002209                 WS-REV-KEYED-STATUS
002209             MOVE "Y" TO WS-IO-ERROR-SWITCH
002209     END-EVALUATE.
002209     PERFORM 5100-READ-REVERSAL THRU 5100-EXIT.
002209 5000-EXIT.
002209     EXIT.
002209
002209 5100-READ-REVERSAL.
002209     READ CALC-REV-HIST-FILE
002209         AT END MOVE "Y" TO WS-REV-EOF-SWITCH
002209         NOT AT END ADD 1 TO WS-REV-READ-COUNT
002209     END-READ.
002209 5100-EXIT.
002209     EXIT.
002209
002209 6000-LOAD-ONE-ADJUSTMENT.
002209     MOVE CALC-ADJ-ORIG-TXN-ID TO ADK-ORIG-TXN-ID.
002209     MOVE CALC-ADJ-ORIG-RUN-DATE TO ADK-ORIG-RUN-DATE.
002209     READ CALC-ADJ-KEYED-FILE
002209         INVALID KEY MOVE "N" TO WS-ADJ-FOUND-SWITCH
002209         NOT INVALID KEY MOVE "Y" TO WS-ADJ-FOUND-SWITCH
002209     END-READ.
002209     IF WS-ADJ-FOUND
002209         MOVE ADK-AMOUNT TO WS-ADJ-PRIOR-AMOUNT
002209         MOVE CALC-ADJ-HIST-RECORD TO CALC-ADJ-KEYED-RECORD
002209         ADD WS-ADJ-PRIOR-AMOUNT TO ADK-AMOUNT
002209         REWRITE CALC-ADJ-KEYED-RECORD
002209     ELSE
002209         MOVE CALC-ADJ-HIST-RECORD TO CALC-ADJ-KEYED-RECORD
002209         WRITE CALC-ADJ-KEYED-RECORD
002209     END-IF.
002209     EVALUATE TRUE
002209         WHEN WS-ADJ-KEYED-STATUS NOT = "00"
002209             DISPLAY "ERROR - CALCADK WRITE FAILED - STATUS "
002209                 WS-ADJ-KEYED-STATUS
002209             MOVE "Y" TO WS-IO-ERROR-SWITCH
002209         WHEN WS-ADJ-FOUND
002209             ADD 1 TO WS-ADJ-MERGED-COUNT
002209         WHEN OTHER
002209             ADD 1 TO WS-ADJ-LOADED-COUNT
002209     END-EVALUATE.
002209     PERFORM 6100-READ-ADJUSTMENT THRU 6100-EXIT.
002209 6000-EXIT.
002209     EXIT.
002209
002209 6100-READ-ADJUSTMENT.
002209     READ CALC-ADJ-HIST-FILE
002209         AT END MOVE "Y" TO WS-ADJ-EOF-SWITCH
002209         NOT AT END ADD 1 TO WS-ADJ-READ-COUNT
002209     END-READ.
002209 6100-EXIT.
002209     EXIT.
002210
002190 9000-TERMINATE.
002200     DISPLAY "Posted history records read = "
002314         WS-RESUB-LOADED-COUNT.
002315     DISPLAY "Resub duplicate keys dropped = "
002316         WS-RESUB-DUP-COUNT.
002317     DISPLAY "Reversal register records read = "
002317         WS-REV-READ-COUNT.
002318     DISPLAY "Reversal register records loaded = "
002318         WS-REV-LOADED-COUNT.
002319     DISPLAY "Reversal duplicate keys dropped = "
002319         WS-REV-DUP-COUNT.
002319     DISPLAY "Adjustment register records read = "
002319         WS-ADJ-READ-COUNT.
002319     DISPLAY "Adjusted postings loaded = "
002319         WS-ADJ-LOADED-COUNT.
002319     DISPLAY "Further adjustments summed = "
002319         WS-ADJ-MERGED-COUNT.
002320     CLOSE CALC-POSTED-HISTORY-FILE.
002330     CLOSE CALC-REJECT-HISTORY-FILE.
002335     CLOSE CALC-RESUB-HIST-FILE.
002336     CLOSE CALC-REV-HIST-FILE.
002336     CLOSE CALC-ADJ-HIST-FILE.
002340     CLOSE CALC-POSTED-KEYED-FILE.
002350     CLOSE CALC-REJECT-KEYED-FILE.
002355     CLOSE CALC-RESUB-KEYED-FILE.
002356     CLOSE CALC-REV-KEYED-FILE.
002356     CLOSE CALC-ADJ-KEYED-FILE.
002360     IF WS-POSTED-DUP-COUNT > 0 OR WS-REJECT-DUP-COUNT > 0
002365         OR WS-RESUB-DUP-COUNT > 0
002366         OR WS-REV-DUP-COUNT > 0
002370         MOVE 4 TO RETURN-CODE
002380     END-IF.
002390     IF WS-IO-ERROR-OCCURRED
