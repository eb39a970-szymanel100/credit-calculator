013000*                   WRITES THE EXTRACT ROWS FROM THE ACTUAL      *
013100*                   BALANCE AND REWRITES MS-MONTHLY-PAYMENT      *
013200*                   (AND THE RATE) ON THE MASTER.                *
013210*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
013220*                   (INTEREST AND PENALTY RECEIVABLES APPENDED). *
013230*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
013240*                   (CHARGE-OFF FIELDS APPENDED). RESTRUCTURE    *
013250*                   MODE REFUSES A CHARGED-OFF LOAN.             *
013260*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
013270*                   (VARIABLE-RATE TERMS APPENDED). RESTRUCTURE  *
013275*                   MODE STORES THE NEW CONTRACTED TERM (MONTHS  *
013280*                   ELAPSED PLUS THE GO-FORWARD MONTHS) SO LOAN- *
013285*                   REPRICE RE-AMORTIZES OVER IT.                *
013300*****************************************************************
013400 ENVIRONMENT DIVISION.
013500 CONFIGURATION SECTION.
025500
025600 FD  LOAN-MASTER-FILE
025700     LABEL RECORDS ARE STANDARD
025800     RECORD CONTAINS 240 CHARACTERS.
025900 COPY LOANMST.
026000
026100 WORKING-STORAGE SECTION.
133000         ADD 1 TO WS-CNT-REJECTED
133100         GO TO 3800-NEXT
133200     END-IF.
133210     IF MS-STATUS-CHARGED-OFF
133220         MOVE SPACES TO WS-ERROR-MSG
133230         STRING "RESTRUKT.: KREDYT SPISANY: "
133240             RQ-LOAN-ID INTO WS-ERROR-MSG
133250         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
133260         ADD 1 TO WS-CNT-REJECTED
133270         GO TO 3800-NEXT
133280     END-IF.
133300     IF MS-CUR-BALANCE NOT > 0
133400         MOVE SPACES TO WS-ERROR-MSG
133500         STRING "RESTRUKT.: BRAK SALDA DO PRZELICZENIA: "
135400     PERFORM 6300-WRITE-TOTALS-LINE THRU 6300-EXIT.
135500     MOVE WS-RS-NEW-PAYMENT TO MS-MONTHLY-PAYMENT.
135600     MOVE WS-RS-RATE TO MS-CUR-RATE.
135610     COMPUTE MS-TERM-MONTHS = MS-MONTHS-ELAPSED + RQ-NEW-MONTHS
135620         ON SIZE ERROR
135630             MOVE 0 TO MS-TERM-MONTHS
135640     END-COMPUTE.
135700     REWRITE MASTER-RECORD
135800         INVALID KEY
135900             MOVE SPACES TO WS-ERROR-MSG
