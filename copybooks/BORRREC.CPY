000700*  MOD HISTORY                                                *
000800*  2026-08-22 DL  ORIGINAL LAYOUT FOR THE STATEMENT MAILING   *
000900*                 FILE.                                       *
000910*  2026-10-15 DL  ADDED BA-PESEL, THE BORROWER'S NATIONAL ID  *
000920*                 NUMBER, SO THE MONTHLY CREDIT BUREAU FILE   *
000930*                 CAN MATCH THE PERSON.  MAINTAINED BY        *
000940*                 BORR-MAINT; SPACES UNTIL KNOWN.             *
001000***************************************************************
001100 01  BORROWER-RECORD.
001200     05  BA-LOAN-ID              PIC X(10).
001500     05  BA-ADDR-LINE-2          PIC X(30).
001600     05  BA-POSTAL-CODE          PIC X(6).
001700     05  BA-CITY                 PIC X(20).
001710     05  BA-PESEL                PIC X(11).
