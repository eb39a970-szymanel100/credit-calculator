001680*  2026-09-02 DL  ADDED MS-SETTLEMENT-DATE - SET WHEN AN      *
001690*                 EARLY-PAYOFF QUOTE IS SETTLED BY AN 'S'     *
001691*                 TRANSACTION; ZERO OTHERWISE.                *
001692*  2026-10-15 DL  ADDED THE INTEREST AND PENALTY RECEIVABLE   *
001693*                 BALANCES (ACCRUED BUT NOT YET COLLECTED)    *
001694*                 AND THE LIFETIME INTEREST / PENALTY         *
001695*                 COLLECTED TOTALS, FILLED BY THE PAYMENT     *
001696*                 ALLOCATION WATERFALL IN LOAN-POSTING.       *
001697*  2026-10-15 DL  ADDED STATUS 'C' (CHARGED OFF), THE CHARGE- *
001698*                 OFF DATE, THE AMOUNTS WRITTEN OFF AND THE   *
001699*                 CASH RECOVERED SINCE.                       *
001700*  2026-10-15 DL  ADDED THE VARIABLE-RATE TERMS CARRIED IN    *
001701*                 FROM THE 'N' TRANSACTION: THE RATE INDEX    *
001702*                 CODE (SPACES FOR A FIXED-RATE LOAN), THE    *
001703*                 MARGIN OVER THE INDEX (ANNUAL PERCENT, LIKE *
001704*                 THE PUBLISHED FIXING), THE RESET FREQUENCY  *
001705*                 IN MONTHS, THE RRRRMM PERIOD OF THE NEXT    *
001706*                 RESET AND THE CONTRACTED TERM IN MONTHS.    *
001707*                 LOAN-REPRICE SETS MS-CUR-RATE (MONTHLY) TO  *
001708*                 ONE TWELFTH OF INDEX PLUS MARGIN.           *
001709***************************************************************
001800 01  MASTER-RECORD.
001900     05  MS-LOAN-ID              PIC X(10).
002000     05  MS-CUR-BALANCE          PIC 9(8)V99.
002700     05  MS-STATUS-FLAG          PIC X(01).
002800         88  MS-STATUS-ACTIVE        VALUE 'A'.
002900         88  MS-STATUS-PAID-OFF      VALUE 'P'.
002910         88  MS-STATUS-CHARGED-OFF   VALUE 'C'.
003000     05  MS-DUE-THIS-MONTH       PIC 9(7)V99.
003100     05  MS-PAID-THIS-MONTH      PIC 9(7)V99.
003200     05  MS-PAST-DUE-AMOUNT      PIC 9(8)V99.
003600     05  MS-BRANCH-CODE          PIC X(4).
003700     05  MS-PRODUCT-CODE         PIC X(4).
003800     05  MS-SETTLEMENT-DATE      PIC 9(8).
003810     05  MS-INT-RECEIVABLE       PIC 9(7)V99.
003820     05  MS-PEN-RECEIVABLE       PIC 9(7)V99.
003830     05  MS-TOTAL-INT-PAID       PIC 9(8)V99.
003840     05  MS-TOTAL-PEN-PAID       PIC 9(8)V99.
003850     05  MS-CHARGE-OFF-DATE      PIC 9(8).
003860     05  MS-WO-PRINCIPAL         PIC 9(8)V99.
003870     05  MS-WO-INTEREST          PIC 9(7)V99.
003880     05  MS-WO-PENALTY           PIC 9(7)V99.
003890     05  MS-TOTAL-RECOVERED      PIC 9(9)V99.
003900     05  MS-INDEX-CODE           PIC X(8).
003910     05  MS-MARGIN               PIC 9(2)V9999.
003920     05  MS-RESET-MONTHS         PIC 9(2).
003930     05  MS-NEXT-RESET-PERIOD    PIC 9(6).
003940     05  MS-TERM-MONTHS          PIC 9(3).
