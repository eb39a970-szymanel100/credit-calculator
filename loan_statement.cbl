001750*                   LOAN-POSTING INSTEAD OF THE PROJECTED        *
001760*                   LOANEXT SCHEDULE, WHICH DRIFTS FROM REALITY  *
001770*                   THE FIRST TIME A BORROWER PAYS DIFFERENTLY   *
001772*                   THAN PLANNED.  THE HISTORY IS APPENDED RUN   *
001774*                   BY RUN, SO IT IS SORTED BY LOAN AND POSTING  *
001776*                   DATE UP FRONT; REVERSAL ROWS NET THEIR       *
001778*                   AMOUNTS BACK OUT OF THE YEAR'S TOTALS.       *
001780*  2026-10-15 DL    HISTORY RECORD LENGTH FOLLOWS PAYHIST.CPY    *
001782*                   (PAYMENT ALLOCATION SPLIT APPENDED).  THE    *
001784*                   INTEREST PAID LINE NOW SHOWS THE INTEREST    *
001786*                   ACTUALLY COLLECTED (OVERDUE PLUS CURRENT)    *
001788*                   INSTEAD OF THE INTEREST ACCRUED.             *
001790*  2026-10-15 DL    HISTORY RECORD LENGTH FOLLOWS PAYHIST.CPY    *
001792*                   (CHARGE-OFF AND RECOVERY FIELDS APPENDED).   *
001794*  2026-10-15 DL    BORROWER RECORD LENGTH FOLLOWS BORRREC.CPY   *
001796*                   (PESEL APPENDED).                            *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003800 FILE SECTION.
003900 FD  HISTORY-INPUT-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 146 CHARACTERS.
004200 01  HISTORY-INPUT-RECORD       PIC X(146).
004300
004310 FD  SORTED-HISTORY-FILE
004320     LABEL RECORDS ARE STANDARD
004330     RECORD CONTAINS 146 CHARACTERS.
004340 01  SORTED-HISTORY-RECORD      PIC X(146).
004350
004360 SD  SORT-WORK-FILE
004370     RECORD CONTAINS 146 CHARACTERS.
004380 01  SORT-WORK-RECORD.
004390     05  SR-LOAN-ID              PIC X(10).
004391     05  SR-POST-DATE            PIC 9(8).
004392     05  FILLER                  PIC X(128).
004393
004400 FD  BORROWER-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 137 CHARACTERS.
004700 COPY BORRREC.
004800
004900 FD  STATEMENT-FILE
017100     END-IF.
017200     IF PH-TYPE-REVERSAL
017300         SUBTRACT PH-PAYMENT FROM WS-YR-PRINCIPAL
017400         SUBTRACT PH-INT-OVERDUE-PAID FROM WS-YR-INTEREST
017410         SUBTRACT PH-INT-CURRENT-PAID FROM WS-YR-INTEREST
017500         SUBTRACT PH-OVERPAYMENT FROM WS-YR-OVERPAY
017600     ELSE
017700         ADD PH-PAYMENT TO WS-YR-PRINCIPAL
017800         ADD PH-INT-OVERDUE-PAID TO WS-YR-INTEREST
017810         ADD PH-INT-CURRENT-PAID TO WS-YR-INTEREST
017900         ADD PH-OVERPAYMENT TO WS-YR-OVERPAY
018000     END-IF.
018100     MOVE PH-BALANCE-AFTER TO WS-YR-CLOSE-BALANCE.
