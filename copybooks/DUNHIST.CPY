000100***************************************************************
000200*  DUNHIST.CPY                                                *
000300*  DUNNING HISTORY RECORD - THE INDEXED DUNNING HISTORY FILE  *
000400*  (KEY: DH-KEY = LOAN ID + DATE SENT + LETTER STAGE) WITH    *
000500*  ONE RECORD PER REMINDER LETTER LOAN-DUNNING HAS SENT, AS   *
000600*  EVIDENCE OF WHEN NOTICE WAS GIVEN.  A STAGE 0 RECORD MARKS *
000700*  THE END OF AN ARREARS EPISODE (THE LOAN WAS FOUND CURRENT  *
000800*  AGAIN), SO THE LETTERS AFTER IT BELONG TO A NEW EPISODE.   *
000900*  RECORDS ARE NEVER CHANGED OR DELETED ONCE WRITTEN.         *
001000*---------------------------------------------------------------
001100*  MOD HISTORY                                                *
001200*  2026-10-15 DL  ORIGINAL LAYOUT FOR THE DUNNING HISTORY.    *
001300***************************************************************
001400 01  DUNNING-HISTORY-RECORD.
001500     05  DH-KEY.
001600         10  DH-LOAN-ID          PIC X(10).
001700         10  DH-SEND-DATE        PIC 9(8).
001800         10  DH-STAGE            PIC 9(1).
001900             88  DH-STAGE-CURED      VALUE 0.
002000             88  DH-STAGE-FRIENDLY   VALUE 1.
002100             88  DH-STAGE-FORMAL     VALUE 2.
002200             88  DH-STAGE-PRE-TERM   VALUE 3.
002300     05  DH-PERIOD               PIC 9(6).
002400     05  DH-MONTHS-ARREARS       PIC 9(3).
002500     05  DH-PAST-DUE             PIC 9(8)V99.
002600     05  DH-PENALTY              PIC 9(7)V99.
002700     05  DH-AMOUNT-DUE           PIC 9(9)V99.
002800     05  DH-PAY-BY-DATE          PIC 9(8).
002900     05  DH-BRANCH-CODE          PIC X(4).
003000     05  FILLER                  PIC X(10).
