001100*  MOD HISTORY                                                *
001200*  2026-09-02 DL  ORIGINAL LAYOUT FOR THE PAYMENT HISTORY     *
001300*                 FILE.                                       *
001310*  2026-10-15 DL  ADDED THE PAYMENT ALLOCATION SPLIT: PENALTY *
001320*                 ACCRUED AND COLLECTED, OVERDUE AND CURRENT  *
001330*                 INTEREST COLLECTED, AND THE PAST-DUE        *
001340*                 PRINCIPAL PART OF PH-PAYMENT.  PH-INTEREST  *
001350*                 STAYS THE INTEREST ACCRUED BY THE POSTING.  *
001355*  2026-10-15 DL  ADDED ROW TYPES 'W' (CHARGE-OFF: THE        *
001360*                 PRINCIPAL WRITTEN OFF IS BALANCE-BEFORE     *
001365*                 LESS BALANCE-AFTER, THE RECEIVABLES WRITTEN *
001370*                 OFF RIDE IN PH-WO-INTEREST AND PH-WO-       *
001375*                 PENALTY) AND 'V' (CASH RECOVERED ON A       *
001380*                 CHARGED-OFF LOAN, IN PH-RECOVERED). NEITHER *
001385*                 CARRIES PH-PAYMENT.                         *
001400***************************************************************
001500 01  HISTORY-RECORD.
001600     05  PH-LOAN-ID              PIC X(10).
002000         88  PH-TYPE-PAYMENT         VALUE 'P'.
002100         88  PH-TYPE-REVERSAL        VALUE 'R'.
002110         88  PH-TYPE-SETTLEMENT      VALUE 'S'.
002120         88  PH-TYPE-WRITE-OFF       VALUE 'W'.
002130         88  PH-TYPE-RECOVERY        VALUE 'V'.
002200     05  PH-PAYMENT              PIC 9(7)V99.
002300     05  PH-OVERPAYMENT          PIC 9(7)V99.
002400     05  PH-INTEREST             PIC 9(7)V99.
002500     05  PH-BALANCE-BEFORE       PIC 9(8)V99.
002600     05  PH-BALANCE-AFTER        PIC 9(8)V99.
002610     05  PH-PENALTY-CHARGED      PIC 9(7)V99.
002620     05  PH-PENALTY-PAID         PIC 9(7)V99.
002630     05  PH-INT-OVERDUE-PAID     PIC 9(7)V99.
002640     05  PH-INT-CURRENT-PAID     PIC 9(7)V99.
002650     05  PH-PAST-DUE-PAID        PIC 9(7)V99.
002660     05  PH-WO-INTEREST          PIC 9(7)V99.
002670     05  PH-WO-PENALTY           PIC 9(7)V99.
002680     05  PH-RECOVERED            PIC 9(9)V99.
