000100*----------------------------------------------------------------*
000110* CALCSMR - ONE STANDING-CALCULATION MAINTENANCE REQUEST PER     *
000120*           RECORD, FED TO CALCSMNT TO ADD, CHANGE OR DELETE AN  *
000130*           ENTRY ON CALC-STANDING-MASTER-FILE (CALCSTM.CPY)     *
000140*           UNDER AUDIT, THE SAME FLOW CALCRMR GIVES THE RATE    *
000150*           MASTER. SMR-ACTION-CODE IS "A" (ADD), "C" (CHANGE -  *
000160*           EVERY SCHEDULE FIELD IS REPLACED FROM THE REQUEST,   *
000170*           SO KEY THE WHOLE ITEM AS IT SHOULD NOW STAND) OR "D" *
000180*           (DELETE). NUM1 AND NUM2 ARE KEYED IN THE SAME SIGN-  *
000190*           LEADING-SEPARATE FORM CALCRAW USES; FOR AN "RTE"     *
000200*           ITEM NUM2 CARRIES THE RATE CODE IN ITS FIRST FOUR    *
000210*           BYTES. SMR-REQUESTED-BY NAMES THE PERSON ASKING AND  *
000220*           IS CARRIED ONTO THE AUDIT REPORT. INCLUDE UNDER A    *
000230*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000240*----------------------------------------------------------------*
000250     05  SMR-ACTION-CODE         PIC X(01).
000260     05  SMR-STAND-ID            PIC X(08).
000270     05  SMR-OPER-ID             PIC X(08).
000280     05  SMR-NUM1                PIC S9(07)V99
000290         SIGN LEADING SEPARATE.
000300     05  SMR-NUM1-X REDEFINES SMR-NUM1
000310                                 PIC X(10).
000320     05  SMR-OPERATOR            PIC XXX.
000330     05  SMR-NUM2                PIC S9(07)V99
000340         SIGN LEADING SEPARATE.
000350     05  SMR-NUM2-X REDEFINES SMR-NUM2
000360                                 PIC X(10).
000370     05  SMR-ACCT-CODE           PIC X(10).
000380     05  SMR-FREQUENCY           PIC X(01).
000390     05  SMR-START-DATE          PIC 9(08).
000400     05  SMR-END-DATE            PIC 9(08).
000410     05  SMR-REQUESTED-BY        PIC X(08).
000420     05  FILLER                  PIC X(05).
000430
