000100***************************************************************
000200*  MANDREC.CPY                                                *
000300*  DIRECT-DEBIT MANDATE RECORD - THE INDEXED MANDATE FILE     *
000400*  (KEY: MD-LOAN-ID) HOLDING THE BORROWER'S SIGNED AUTHORITY  *
000500*  TO DEBIT AN ACCOUNT FOR THE LOAN.  MAINTAINED BY           *
000600*  MAND-MAINT; LOAN-DIRDEB ORDERS ONLY LOANS WHOSE MANDATE IS *
000700*  ACTIVE, AND LOAN-DDRET COUNTS CONSECUTIVE REFUSALS AND     *
000800*  SUSPENDS THE MANDATE WHEN THEY REACH THE LIMIT.  AN        *
000900*  HONORED DEBIT CLEARS THE COUNT.                            *
001000*---------------------------------------------------------------
001100*  MOD HISTORY                                                *
001200*  2026-10-15 DL  ORIGINAL LAYOUT FOR THE MANDATE FILE.       *
001300***************************************************************
001400 01  MANDATE-RECORD.
001500     05  MD-LOAN-ID              PIC X(10).
001600     05  MD-IBAN                 PIC X(28).
001700     05  MD-MANDATE-REF          PIC X(20).
001800     05  MD-SIGNED-DATE          PIC 9(8).
001900     05  MD-STATUS               PIC X(01).
002000         88  MD-STATUS-ACTIVE        VALUE 'A'.
002100         88  MD-STATUS-SUSPENDED     VALUE 'S'.
002200         88  MD-STATUS-CANCELLED     VALUE 'C'.
002300     05  MD-STATUS-DATE          PIC 9(8).
002400     05  MD-CONSEC-REFUSALS      PIC 9(2).
002500     05  MD-LAST-REFUSAL-PERIOD  PIC 9(6).
002600     05  MD-LAST-REFUSAL-REASON  PIC X(30).
