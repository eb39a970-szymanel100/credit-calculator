001500*                   AHEAD OF PLAN (OVERPAYING), ON PLAN, OR      *
001600*                   BEHIND PLAN - WITH BRANCH TOTALS, REPLACING  *
001700*                   THE TWO-DAY QUARTERLY SPREADSHEET JOIN.      *
001710*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
001720*                   (INTEREST AND PENALTY RECEIVABLES APPENDED). *
001730*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
001740*                   (CHARGE-OFF FIELDS APPENDED). CHARGED-OFF    *
001750*                   LOANS ARE SKIPPED LIKE PAID-OFF ONES AND     *
001760*                   COUNTED ON THE TOTALS.                       *
001770*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
001780*                   (VARIABLE-RATE TERMS APPENDED).              *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003800 FILE SECTION.
003900 FD  LOAN-MASTER-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 240 CHARACTERS.
004200 COPY LOANMST.
004300
004400 FD  EXTRACT-INPUT-FILE
008400
008500 77  WS-CNT-MASTERS              PIC 9(7) COMP VALUE 0.
008600 77  WS-CNT-PAID-OFF             PIC 9(7) COMP VALUE 0.
008610 77  WS-CNT-CHARGED-OFF          PIC 9(7) COMP VALUE 0.
008700 77  WS-CNT-MATCHED              PIC 9(7) COMP VALUE 0.
008800 77  WS-CNT-NO-SCHEDULE          PIC 9(7) COMP VALUE 0.
008900 77  WS-CNT-AHEAD                PIC 9(7) COMP VALUE 0.
020300         ADD 1 TO WS-CNT-PAID-OFF
020400         GO TO 3000-NEXT
020500     END-IF.
020510     IF MS-STATUS-CHARGED-OFF
020520         ADD 1 TO WS-CNT-CHARGED-OFF
020530         GO TO 3000-NEXT
020540     END-IF.
020600     MOVE 'N' TO WS-MATCH-SW.
020700     IF MS-MONTHS-ELAPSED > 0
020800         PERFORM 3100-SEEK-SCHEDULE-ROW THRU 3100-EXIT
044100     STRING "POMINIETE SPLACONE:    " WS-ED-COUNT
044200         INTO WS-PRINT-LINE.
044300     WRITE VAR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
044310     MOVE WS-CNT-CHARGED-OFF TO WS-ED-COUNT.
044320     MOVE SPACES TO WS-PRINT-LINE.
044330     STRING "POMINIETE SPISANE:     " WS-ED-COUNT
044340         INTO WS-PRINT-LINE.
044350     WRITE VAR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
044400     MOVE WS-CNT-MATCHED TO WS-ED-COUNT.
044500     MOVE SPACES TO WS-PRINT-LINE.
044600     STRING "DOPASOWANE DO PLANU:   " WS-ED-COUNT
