000400*  LOAN-POSTING AT MONTH-END.  TYPE 'N' OPENS A NEW MASTER    *
000500*  RECORD FROM THE BOOKED LOAN TERMS; TYPE 'P' POSTS THE      *
000600*  MONTH'S ACTUAL CASH; TYPE 'R' BACKS THE LAST POSTED MONTH  *
000610*  OUT AGAIN; TYPE 'U' CLEARS AN UNAPPLIED-CASH SUSPENSE      *
000620*  ITEM; TYPE 'W' CHARGES A DEAD LOAN OFF.  TR-PERIOD         *
000630*  (RRRRMM) NAMES THE POSTING MONTH                           *
000800*  AND GUARDS AGAINST THE SAME FILE BEING RUN TWICE.          *
000900*---------------------------------------------------------------
001000*  MOD HISTORY                                                *
001320*                 AN ACCEPTED QUOTE) AND TR-QUOTE-MONTH, THE  *
001330*                 QUOTE REFERENCE MATCHING QO-PAYOFF-MONTH    *
001340*                 ON THE QUOTEOUT RECORD.                     *
001345*  2026-10-15 DL  ADDED TR-INTEREST-PAID AND TR-PENALTY-PAID  *
001350*                 - CASH RECEIVED TOWARDS INTEREST AND        *
001355*                 PENALTY (E.G. THE INTEREST PART OF AN       *
001360*                 HONORED DIRECT DEBIT).  LOAN-POSTING POOLS  *
001365*                 ALL FOUR AMOUNTS AND RE-SPLITS THEM BY THE  *
001370*                 PAYMENT ALLOCATION WATERFALL; ON A REVERSAL *
001375*                 THEY MUST BE THE SPLIT AS PRINTED ON        *
001380*                 POSTRPT.                                    *
001385*  2026-10-15 DL  ADDED TYPE 'U' (SUSPENSE ITEM ACTION) WITH  *
001390*                 TR-SUSP-ITEM-KEY NAMING THE SUSPREC ITEM    *
001395*                 AND TR-SUSP-ACTION: 'A' APPLIES THE ITEM TO *
001400*                 THE LOAN IN TR-LOAN-ID FOR TR-PERIOD, 'F'   *
001405*                 MARKS IT REFUNDED TO THE PAYER.             *
001410*  2026-10-15 DL  ADDED TYPE 'W' (CHARGE-OFF OF THE LOAN IN   *
001415*                 TR-LOAN-ID, STAMPED WITH TR-PERIOD; NO      *
001420*                 AMOUNTS). A 'P' FOR A CHARGED-OFF LOAN      *
001425*                 POSTS AS A RECOVERY.                        *
001430*  2026-10-15 DL  ADDED THE VARIABLE-RATE TERMS OF AN 'N'     *
001435*                 TRANSACTION: TR-INDEX-CODE (SPACES FOR A    *
001440*                 FIXED-RATE LOAN), TR-MARGIN, TR-RESET-      *
001445*                 MONTHS AND TR-TERM-MONTHS, COPIED ONTO THE  *
001450*                 NEW MASTER. UNUSED ON EVERY OTHER TYPE.     *
001455***************************************************************
001500 01  PAYMENT-TRANSACTION.
001600     05  TR-TYPE                 PIC X(01).
001700         88  TR-TYPE-NEW-LOAN        VALUE 'N'.
001800         88  TR-TYPE-PAYMENT         VALUE 'P'.
001900         88  TR-TYPE-REVERSAL        VALUE 'R'.
001910         88  TR-TYPE-SETTLEMENT      VALUE 'S'.
001920         88  TR-TYPE-SUSPENSE        VALUE 'U'.
001930         88  TR-TYPE-WRITE-OFF       VALUE 'W'.
002000     05  TR-LOAN-ID              PIC X(10).
002100     05  TR-PAYMENT              PIC 9(7)V99.
002200     05  TR-OVERPAYMENT          PIC 9(7)V99.
002700     05  TR-BRANCH-CODE          PIC X(4).
002800     05  TR-PRODUCT-CODE         PIC X(4).
002900     05  TR-QUOTE-MONTH          PIC 9(3).
002910     05  TR-INTEREST-PAID        PIC 9(7)V99.
002920     05  TR-PENALTY-PAID         PIC 9(7)V99.
002930     05  TR-SUSP-ITEM-KEY.
002940         10  TR-SUSP-RECV-DATE   PIC 9(8).
002950         10  TR-SUSP-SEQ-NO      PIC 9(5).
002960     05  TR-SUSP-ACTION          PIC X(01).
002970         88  TR-SUSP-APPLY           VALUE 'A'.
002980         88  TR-SUSP-REFUND          VALUE 'F'.
002990     05  TR-INDEX-CODE           PIC X(8).
003000     05  TR-MARGIN               PIC 9(2)V9999.
003010     05  TR-RESET-MONTHS         PIC 9(2).
003020     05  TR-TERM-MONTHS          PIC 9(3).
