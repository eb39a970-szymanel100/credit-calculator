000100***************************************************************
000200*  SUSPREC.CPY                                                *
000300*  UNAPPLIED-CASH SUSPENSE RECORD - THE INDEXED SUSPENSE FILE *
000400*  (KEY: SU-ITEM-KEY = RECEIPT DATE + SEQUENCE WITHIN THE     *
000500*  DAY) HOLDING EVERY RECEIPT LOAN-POSTING COULD NOT POST     *
000600*  AND EVERY SURPLUS LEFT OVER AFTER A LOAN WAS CLEARED.  THE *
000700*  CASH HAS REACHED THE BANK, SO THE ITEM STAYS OPEN UNTIL    *
000800*  THE CLOSE UNIT APPLIES IT TO A LOAN OR REFUNDS IT WITH A   *
000900*  'U' TRANSACTION.                                           *
001000*---------------------------------------------------------------
001100*  MOD HISTORY                                                *
001200*  2026-10-15 DL  ORIGINAL LAYOUT FOR THE SUSPENSE FILE.      *
001210*  2026-10-15 DL  ADDED REASON 'CHOF' - CASH A CHARGED-OFF    *
001220*                 LOAN CANNOT TAKE.                           *
001300***************************************************************
001400 01  SUSPENSE-RECORD.
001500     05  SU-ITEM-KEY.
001600         10  SU-RECV-DATE        PIC 9(8).
001700         10  SU-SEQ-NO           PIC 9(5).
001800     05  SU-LOAN-ID              PIC X(10).
001900     05  SU-PERIOD               PIC 9(6).
002000     05  SU-TXN-TYPE             PIC X(01).
002100     05  SU-AMOUNT               PIC 9(9)V99.
002200     05  SU-REASON               PIC X(04).
002300         88  SU-REASON-NO-LOAN       VALUE 'NOLN'.
002400         88  SU-REASON-PAID-OFF      VALUE 'PDOF'.
002500         88  SU-REASON-DUP-PERIOD    VALUE 'DUPP'.
002600         88  SU-REASON-SURPLUS       VALUE 'SURP'.
002610         88  SU-REASON-CHARGED-OFF   VALUE 'CHOF'.
002700     05  SU-STATUS               PIC X(01).
002800         88  SU-STATUS-OPEN          VALUE 'O'.
002900         88  SU-STATUS-APPLIED       VALUE 'A'.
003000         88  SU-STATUS-REFUNDED      VALUE 'R'.
003100     05  SU-BRANCH-CODE          PIC X(4).
003200     05  SU-PRODUCT-CODE         PIC X(4).
003300     05  SU-CLEARED-DATE         PIC 9(8).
003400     05  SU-APPLIED-LOAN-ID      PIC X(10).
