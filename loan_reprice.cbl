000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOAN-REPRICE.
000300 AUTHOR.        D. LEWANDOWSKA.
000400 INSTALLATION.  CONSUMER LENDING - MONTH-END CLOSE UNIT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  2026-10-15 DL    ORIGINAL MONTHLY VARIABLE-RATE REPRICING     *
001200*                   RUN.  WALKS THE LOAN MASTER, AND FOR EVERY   *
001300*                   INDEX-LINKED LOAN WHOSE RATE RESET FALLS DUE *
001400*                   SETS MS-CUR-RATE TO THE LATEST PUBLISHED     *
001500*                   FIXING OF ITS INDEX (RATEIDX) PLUS ITS       *
001600*                   MARGIN, RECOMPUTES MS-MONTHLY-PAYMENT OVER   *
001700*                   THE REMAINING TERM WITH THE LOWER-PAYMENT    *
001800*                   RECOMPUTE FORMULA OF LOAN-OVERPAYMENT, AND   *
001900*                   SCHEDULES THE NEXT RESET.  PRINTS A RATE-    *
002000*                   CHANGE NOTICE PER BORROWER (RATENTC) AND THE *
002100*                   REPRICING REGISTER FOR COMPLIANCE (REPRREG). *
002110*  2026-10-15 DL    BORROWER RECORD LENGTH FOLLOWS BORRREC.CPY   *
002120*                   (PESEL APPENDED).                            *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. LINUX-BATCH.
002600 OBJECT-COMPUTER. LINUX-BATCH.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS MS-LOAN-ID
003300         FILE STATUS IS WS-MASTER-FILE-STATUS.
003400     SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RATEIDX-FILE-STATUS.
003700     SELECT BORROWER-FILE ASSIGN TO "BORRADDR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS BA-LOAN-ID
004100         FILE STATUS IS WS-BORROWER-FILE-STATUS.
004200     SELECT NOTICE-FILE ASSIGN TO "RATENTC"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-NOTICE-FILE-STATUS.
004500     SELECT REGISTER-FILE ASSIGN TO "REPRREG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-REGISTER-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  LOAN-MASTER-FILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 240 CHARACTERS.
005400 COPY LOANMST.
005500
005600 FD  RATE-INDEX-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 30 CHARACTERS.
005900 01  RATE-INDEX-INPUT-RECORD    PIC X(30).
006000
006100 FD  BORROWER-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 137 CHARACTERS.
006400 COPY BORRREC.
006500
006600 FD  NOTICE-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 132 CHARACTERS.
006900 01  NTC-LINE                   PIC X(132).
007000
007100 FD  REGISTER-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 132 CHARACTERS.
007400 01  REG-LINE                   PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700*****************************************************************
007800*  CURRENT RATE-INDEX FIXING - SHARED LAYOUT WITH TREASURY.     *
007900*****************************************************************
008000 COPY RATEIDX.
008100
008200 77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
008300     88  WS-MASTER-EOF               VALUE 'Y'.
008400 77  WS-RATEIDX-EOF-SW           PIC X(01) VALUE 'N'.
008500     88  WS-RATEIDX-EOF              VALUE 'Y'.
008600 77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE "00".
008700 77  WS-RATEIDX-FILE-STATUS      PIC X(02) VALUE "00".
008800 77  WS-BORROWER-FILE-STATUS     PIC X(02) VALUE "00".
008900 77  WS-NOTICE-FILE-STATUS       PIC X(02) VALUE "00".
009000 77  WS-REGISTER-FILE-STATUS     PIC X(02) VALUE "00".
009100
009200*****************************************************************
009300*  FIXINGS TABLE - THE WHOLE RATE-INDEX FILE, LOADED UP FRONT.  *
009400*  FOR A LOAN'S INDEX THE WINNING FIXING IS THE ONE WITH THE    *
009500*  LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE - THE SAME      *
009600*  BEST-MATCH RULE AS THE RATE-CHANGE TABLE IN                  *
009700*  LOAN-OVERPAYMENT.  A FIXING DATED IN THE FUTURE WAITS FOR A  *
009800*  LATER RUN.                                                   *
009900*****************************************************************
010000 01  WS-IX-TABLE-AREA.
010100     05  WS-IX-COUNT             PIC 9(4) COMP VALUE 0.
010200     05  WS-IX-ENTRY             OCCURS 500 TIMES.
010300         10  WS-IX-CODE          PIC X(8).
010400         10  WS-IX-DATE          PIC 9(8).
010500         10  WS-IX-FIXING        PIC 9(2)V9999.
010600 77  WS-IX-IDX                   PIC 9(4) COMP VALUE 0.
010700 77  WS-IX-HIT                   PIC 9(4) COMP VALUE 0.
010800 77  WS-IX-BEST-DATE             PIC 9(8) VALUE 0.
010900 77  WS-IX-OVERFLOW-SW           PIC X(01) VALUE 'N'.
011000     88  WS-IX-OVERFLOW              VALUE 'Y'.
011100
011200*****************************************************************
011300*  REPRICING WORK AREA.  FIXING AND MARGIN ARE ANNUAL PERCENTS; *
011400*  THE MASTER RATE IS THE MONTHLY PERCENT LOAN-POSTING ACCRUES  *
011500*  WITH (BALANCE * MS-CUR-RATE / 100), SO THE NEW MASTER RATE   *
011600*  IS ONE TWELFTH OF INDEX PLUS MARGIN.                         *
011700*****************************************************************
011800 77  WS-LOAN-OK-SW               PIC X(01) VALUE 'Y'.
011900     88  WS-LOAN-OK                  VALUE 'Y'.
012000 77  WS-OLD-RATE                 PIC 9V9999 VALUE 0.
012100 77  WS-OLD-PAYMENT              PIC 9(7)V99 VALUE 0.
012200 77  WS-OLD-ANNUAL-RATE          PIC 9(2)V9999 VALUE 0.
012300 77  WS-NEW-ANNUAL-RATE          PIC 9(2)V9999 VALUE 0.
012400 77  WS-NEW-RATE                 PIC 9V9999 VALUE 0.
012500 77  WS-NEW-PAYMENT              PIC 9(7)V99 VALUE 0.
012600 77  WS-FIXING                   PIC 9(2)V9999 VALUE 0.
012700 77  WS-REMAINING-MONTHS         PIC 9(3) VALUE 0.
012800 77  WS-ERROR-TEXT               PIC X(50) VALUE SPACES.
012900
013000*****************************************************************
013100*  INSTALLMENT RECOMPUTE - THE AMORTIZING-PAYMENT FORMULA OF    *
013200*  LOAN-OVERPAYMENT 3300-RECOMPUTE-PAYMENT, CARRYING THE        *
013300*  MONTHLY RATE TO EIGHT PLACES SO IT MATCHES THE ACCRUAL.      *
013400*****************************************************************
013500 77  WS-PERIOD-RATE              PIC 9V9(8) VALUE 0.
013600 77  WS-RATE-FACTOR              PIC 9(6)V999999 VALUE 0.
013700 77  WS-PMT-NUMERATOR            PIC 9(14)V9999 VALUE 0.
013800 77  WS-PMT-DENOMINATOR          PIC 9(6)V999999 VALUE 0.
013900
014000*****************************************************************
014100*  REMAINING-TERM DERIVATION - A LOAN BOOKED BEFORE THE MASTER  *
014200*  CARRIED ITS TERM HAS IT WORKED OUT ONCE BY RUNNING THE       *
014300*  BALANCE DOWN AT THE OLD RATE AND INSTALLMENT.                *
014400*****************************************************************
014500 77  WS-DRV-BALANCE              PIC S9(9)V99 VALUE 0.
014600 77  WS-DRV-INTEREST             PIC 9(7)V99 VALUE 0.
014700 77  WS-DRV-MONTHS               PIC 9(4) COMP VALUE 0.
014800 77  WS-DRV-MAX-MONTHS           PIC 9(4) COMP VALUE 600.
014900 77  WS-DRV-TERM                 PIC 9(4) VALUE 0.
015000
015100*****************************************************************
015200*  RESET-PERIOD WORK AREA - STEPS AN RRRRMM PERIOD FORWARD BY   *
015300*  THE LOAN'S RESET FREQUENCY (YEAR ROLLOVER INCLUDED).         *
015400*****************************************************************
015500 01  WS-PERIOD-AREA.
015600     05  WS-PER-YYYY             PIC 9(4).
015700     05  WS-PER-MM               PIC 9(2).
015800 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-AREA
015900                                 PIC 9(6).
016000 77  WS-PER-MONTHS               PIC 9(6) VALUE 0.
016100 77  WS-PER-REM                  PIC 9(2) VALUE 0.
016200 77  WS-RUN-DATE-YMD             PIC 9(8) VALUE 0.
016300 77  WS-RUN-PERIOD               PIC 9(6) VALUE 0.
016400
016500 77  WS-CNT-MASTERS              PIC 9(7) COMP VALUE 0.
016600 77  WS-CNT-FIXED-RATE           PIC 9(7) COMP VALUE 0.
016700 77  WS-CNT-INACTIVE             PIC 9(7) COMP VALUE 0.
016800 77  WS-CNT-NOT-DUE              PIC 9(7) COMP VALUE 0.
016900 77  WS-CNT-REPRICED             PIC 9(7) COMP VALUE 0.
017000 77  WS-CNT-UNCHANGED            PIC 9(7) COMP VALUE 0.
017100 77  WS-CNT-ERRORS               PIC 9(7) COMP VALUE 0.
017200 77  WS-CNT-NOTICES              PIC 9(7) COMP VALUE 0.
017300 77  WS-CNT-NO-ADDRESS           PIC 9(7) COMP VALUE 0.
017400 77  WS-CNT-FIXINGS              PIC 9(7) COMP VALUE 0.
017500
017600*****************************************************************
017700*  PRINTED REPORT AND NOTICE WORK AREA                          *
017800*****************************************************************
017900 77  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
018000 77  WS-PRINT-PTR                PIC 9(3) COMP VALUE 1.
018100 77  WS-RUN-DATE                 PIC 9(6) VALUE 0.
018200 77  WS-ED-RUN-DATE              PIC 99/99/99.
018300 77  WS-ED-PCT                   PIC Z9.9999.
018400 77  WS-ED-PCT-2                 PIC Z9.9999.
018500 77  WS-ED-RATE                  PIC 9.9999.
018600 77  WS-ED-RATE-2                PIC 9.9999.
018700 77  WS-ED-PAYMENT               PIC Z(6)9.99.
018800 77  WS-ED-PAYMENT-2             PIC Z(6)9.99.
018900 77  WS-ED-MONTHS                PIC ZZ9.
019000 77  WS-ED-COUNT                 PIC Z(6)9.
019100 01  WS-ED-PERIOD.
019200     05  WS-ED-PER-YYYY          PIC 9(4).
019300     05  FILLER                  PIC X(01) VALUE '-'.
019400     05  WS-ED-PER-MM            PIC 9(2).
019500 01  WS-ED-NEXT-PERIOD.
019600     05  WS-ED-NXT-YYYY          PIC 9(4).
019700     05  FILLER                  PIC X(01) VALUE '-'.
019800     05  WS-ED-NXT-MM            PIC 9(2).
019900 01  WS-FIX-DATE-AREA.
020000     05  WS-FIX-YYYY             PIC 9(4).
020100     05  WS-FIX-MM               PIC 9(2).
020200     05  WS-FIX-DD               PIC 9(2).
020300 01  WS-FIX-DATE-NUM REDEFINES WS-FIX-DATE-AREA
020400                                 PIC 9(8).
020500 01  WS-ED-FIX-DATE.
020600     05  WS-ED-FIX-YYYY          PIC 9(4).
020700     05  FILLER                  PIC X(01) VALUE '-'.
020800     05  WS-ED-FIX-MM            PIC 9(2).
020900     05  FILLER                  PIC X(01) VALUE '-'.
021000     05  WS-ED-FIX-DD            PIC 9(2).
021100
021200 PROCEDURE DIVISION.
021300*****************************************************************
021400*  0000-MAINLINE                                                *
021500*****************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
021800     PERFORM 5000-WRITE-REPORT-TITLE THRU 5000-EXIT.
021900     PERFORM 2200-LOAD-RATE-INDEX THRU 2200-EXIT.
022000     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
022100     PERFORM 3000-REPRICE-ONE-LOAN THRU 3000-EXIT
022200         UNTIL WS-MASTER-EOF.
022300     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
022400     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
022500     IF WS-CNT-ERRORS > 0
022600       OR WS-CNT-NO-ADDRESS > 0
022700         MOVE 04 TO RETURN-CODE
022800     END-IF.
022900 0000-STOP.
023000     STOP RUN.
023100
023200*****************************************************************
023300*  1000-OPEN-FILES                                              *
023400*  THE MASTER IS OPENED I-O: EACH REPRICED LOAN IS REWRITTEN IN *
023500*  PLACE AS THE SEQUENTIAL WALK REACHES IT.                     *
023600*****************************************************************
023700 1000-OPEN-FILES.
023800     OPEN I-O LOAN-MASTER-FILE.
023900     IF WS-MASTER-FILE-STATUS NOT = "00"
024000         DISPLAY "NIE MOZNA OTWORZYC LOAN-MASTER-FILE, STATUS: "
024100             WS-MASTER-FILE-STATUS
024200         MOVE 12 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     OPEN INPUT RATE-INDEX-FILE.
024600     IF WS-RATEIDX-FILE-STATUS NOT = "00"
024700         DISPLAY "NIE MOZNA OTWORZYC RATE-INDEX-FILE, STATUS: "
024800             WS-RATEIDX-FILE-STATUS
024900         CLOSE LOAN-MASTER-FILE
025000         MOVE 12 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     OPEN INPUT BORROWER-FILE.
025400     IF WS-BORROWER-FILE-STATUS NOT = "00"
025500         DISPLAY "NIE MOZNA OTWORZYC BORROWER-FILE, STATUS: "
025600             WS-BORROWER-FILE-STATUS
025700         CLOSE RATE-INDEX-FILE
025800         CLOSE LOAN-MASTER-FILE
025900         MOVE 12 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     OPEN OUTPUT NOTICE-FILE.
026300     IF WS-NOTICE-FILE-STATUS NOT = "00"
026400         DISPLAY "NIE MOZNA OTWORZYC NOTICE-FILE, STATUS: "
026500             WS-NOTICE-FILE-STATUS
026600         CLOSE BORROWER-FILE
026700         CLOSE RATE-INDEX-FILE
026800         CLOSE LOAN-MASTER-FILE
026900         MOVE 12 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     OPEN OUTPUT REGISTER-FILE.
027300     IF WS-REGISTER-FILE-STATUS NOT = "00"
027400         DISPLAY "NIE MOZNA OTWORZYC REGISTER-FILE, STATUS: "
027500             WS-REGISTER-FILE-STATUS
027600         CLOSE NOTICE-FILE
027700         CLOSE BORROWER-FILE
027800         CLOSE RATE-INDEX-FILE
027900         CLOSE LOAN-MASTER-FILE
028000         MOVE 12 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300 1000-EXIT.
028400     EXIT.
028500
028600 2100-READ-MASTER-RECORD.
028700     READ LOAN-MASTER-FILE NEXT RECORD
028800         AT END
028900             SET WS-MASTER-EOF TO TRUE
029000         NOT AT END
029100             ADD 1 TO WS-CNT-MASTERS
029200     END-READ.
029300 2100-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700*  2200-LOAD-RATE-INDEX                                         *
029800*****************************************************************
029900 2200-LOAD-RATE-INDEX.
030000     PERFORM 2210-READ-RATE-INDEX THRU 2210-EXIT.
030100     PERFORM 2220-TAKE-ONE-FIXING THRU 2220-EXIT
030200         UNTIL WS-RATEIDX-EOF.
030300 2200-EXIT.
030400     EXIT.
030500
030600 2210-READ-RATE-INDEX.
030700     READ RATE-INDEX-FILE INTO RATE-INDEX-RECORD
030800         AT END
030900             SET WS-RATEIDX-EOF TO TRUE
031000         NOT AT END
031100             ADD 1 TO WS-CNT-FIXINGS
031200     END-READ.
031300 2210-EXIT.
031400     EXIT.
031500
031600 2220-TAKE-ONE-FIXING.
031700     IF WS-IX-COUNT >= 500
031800         IF NOT WS-IX-OVERFLOW
031900             SET WS-IX-OVERFLOW TO TRUE
032000             DISPLAY "TABELA NOTOWAN PELNA - "
032100                 "POZOSTALE NOTOWANIA POMINIETE"
032200             ADD 1 TO WS-CNT-ERRORS
032300         END-IF
032400         GO TO 2220-NEXT
032500     END-IF.
032600     ADD 1 TO WS-IX-COUNT.
032700     MOVE IX-INDEX-CODE TO WS-IX-CODE (WS-IX-COUNT).
032800     MOVE IX-EFFECTIVE-DATE TO WS-IX-DATE (WS-IX-COUNT).
032900     MOVE IX-FIXING TO WS-IX-FIXING (WS-IX-COUNT).
033000 2220-NEXT.
033100     PERFORM 2210-READ-RATE-INDEX THRU 2210-EXIT.
033200 2220-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600*  3000-REPRICE-ONE-LOAN                                        *
033700*  A LOAN IS DUE WHEN IT IS ACTIVE, CARRIES AN INDEX CODE AND   *
033800*  ITS NEXT RESET PERIOD HAS COME (ZERO - NEVER SCHEDULED -     *
033900*  COUNTS AS DUE).  A LOAN THAT CANNOT BE REPRICED IS LEFT      *
034000*  UNTOUCHED WITH AN ERROR LINE, SO IT COMES UP AGAIN NEXT RUN. *
034100*  AN UNCHANGED RATE ONLY MOVES THE RESET DATE ON - NO NOTICE.  *
034200*****************************************************************
034300 3000-REPRICE-ONE-LOAN.
034400     IF NOT MS-STATUS-ACTIVE
034500         ADD 1 TO WS-CNT-INACTIVE
034600         GO TO 3000-NEXT
034700     END-IF.
034800     IF MS-INDEX-CODE = SPACES
034900         ADD 1 TO WS-CNT-FIXED-RATE
035000         GO TO 3000-NEXT
035100     END-IF.
035200     IF MS-NEXT-RESET-PERIOD > WS-RUN-PERIOD
035300         ADD 1 TO WS-CNT-NOT-DUE
035400         GO TO 3000-NEXT
035500     END-IF.
035600     MOVE MS-CUR-RATE TO WS-OLD-RATE.
035700     MOVE MS-MONTHLY-PAYMENT TO WS-OLD-PAYMENT.
035800     PERFORM 3100-FIND-FIXING THRU 3100-EXIT.
035900     IF NOT WS-LOAN-OK
036000         GO TO 3000-REJECT
036100     END-IF.
036200     PERFORM 3200-SET-NEW-RATE THRU 3200-EXIT.
036300     IF NOT WS-LOAN-OK
036400         GO TO 3000-REJECT
036500     END-IF.
036600     PERFORM 3600-SET-NEXT-RESET THRU 3600-EXIT.
036700     IF WS-NEW-RATE = WS-OLD-RATE
036800         PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT
036900         IF NOT WS-LOAN-OK
037000             GO TO 3000-REJECT
037100         END-IF
037200         ADD 1 TO WS-CNT-UNCHANGED
037300         PERFORM 6100-WRITE-UNCHANGED-LINE THRU 6100-EXIT
037400         GO TO 3000-NEXT
037500     END-IF.
037600     PERFORM 3300-SET-REMAINING-TERM THRU 3300-EXIT.
037700     IF NOT WS-LOAN-OK
037800         GO TO 3000-REJECT
037900     END-IF.
038000     PERFORM 3500-COMPUTE-NEW-PAYMENT THRU 3500-EXIT.
038100     IF NOT WS-LOAN-OK
038200         GO TO 3000-REJECT
038300     END-IF.
038400     MOVE WS-NEW-RATE TO MS-CUR-RATE.
038500     MOVE WS-NEW-PAYMENT TO MS-MONTHLY-PAYMENT.
038600     PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT.
038700     IF NOT WS-LOAN-OK
038800         GO TO 3000-REJECT
038900     END-IF.
039000     ADD 1 TO WS-CNT-REPRICED.
039100     PERFORM 6000-WRITE-REPRICED-LINE THRU 6000-EXIT.
039200     PERFORM 7000-WRITE-NOTICE THRU 7000-EXIT.
039300     GO TO 3000-NEXT.
039400 3000-REJECT.
039500     ADD 1 TO WS-CNT-ERRORS.
039600     PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT.
039700 3000-NEXT.
039800     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
039900 3000-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*  3100-FIND-FIXING                                             *
040400*****************************************************************
040500 3100-FIND-FIXING.
040600     MOVE 'Y' TO WS-LOAN-OK-SW.
040700     MOVE 0 TO WS-IX-HIT.
040800     MOVE 0 TO WS-IX-BEST-DATE.
040900     PERFORM 3110-MATCH-ONE-FIXING THRU 3110-EXIT
041000         VARYING WS-IX-IDX FROM 1 BY 1
041100         UNTIL WS-IX-IDX > WS-IX-COUNT.
041200     IF WS-IX-HIT = 0
041300         MOVE 'N' TO WS-LOAN-OK-SW
041400         MOVE SPACES TO WS-ERROR-TEXT
041500         STRING "BRAK NOTOWANIA WSKAZNIKA " MS-INDEX-CODE
041600             INTO WS-ERROR-TEXT
041700         GO TO 3100-EXIT
041800     END-IF.
041900     MOVE WS-IX-FIXING (WS-IX-HIT) TO WS-FIXING.
042000 3100-EXIT.
042100     EXIT.
042200
042300 3110-MATCH-ONE-FIXING.
042400     IF WS-IX-CODE (WS-IX-IDX) = MS-INDEX-CODE
042500       AND WS-IX-DATE (WS-IX-IDX) NOT > WS-RUN-DATE-YMD
042600       AND WS-IX-DATE (WS-IX-IDX) NOT < WS-IX-BEST-DATE
042700         MOVE WS-IX-IDX TO WS-IX-HIT
042800         MOVE WS-IX-DATE (WS-IX-IDX) TO WS-IX-BEST-DATE
042900     END-IF.
043000 3110-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  3200-SET-NEW-RATE                                            *
043500*****************************************************************
043600 3200-SET-NEW-RATE.
043700     IF MS-RESET-MONTHS = 0
043800         MOVE 'N' TO WS-LOAN-OK-SW
043900         MOVE "BRAK CZESTOTLIWOSCI ZMIANY STOPY" TO WS-ERROR-TEXT
044000         GO TO 3200-EXIT
044100     END-IF.
044200     COMPUTE WS-NEW-ANNUAL-RATE = WS-FIXING + MS-MARGIN
044300         ON SIZE ERROR
044400             MOVE 'N' TO WS-LOAN-OK-SW
044500             MOVE "NOWA STOPA POZA ZAKRESEM" TO WS-ERROR-TEXT
044600             GO TO 3200-EXIT
044700     END-COMPUTE.
044800     COMPUTE WS-NEW-RATE ROUNDED = WS-NEW-ANNUAL-RATE / 12.
044900     COMPUTE WS-OLD-ANNUAL-RATE = WS-OLD-RATE * 12.
045000 3200-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*  3300-SET-REMAINING-TERM                                      *
045500*  REMAINING TERM = CONTRACTED TERM LESS MONTHS ELAPSED.  A     *
045600*  LOAN WITH NO TERM ON ITS MASTER HAS IT DERIVED ONCE AND      *
045700*  STORED.  A LOAN ALREADY PAST ITS TERM IS NOT RE-AMORTIZED -  *
045800*  THE CLOSE UNIT MUST DECIDE WHAT HAPPENS TO IT.               *
045900*****************************************************************
046000 3300-SET-REMAINING-TERM.
046100     IF MS-TERM-MONTHS = 0
046200         PERFORM 3400-DERIVE-TERM THRU 3400-EXIT
046300         IF NOT WS-LOAN-OK
046400             GO TO 3300-EXIT
046500         END-IF
046600     END-IF.
046700     IF MS-TERM-MONTHS NOT > MS-MONTHS-ELAPSED
046800         MOVE 'N' TO WS-LOAN-OK-SW
046900         MOVE "OKRES KREDYTOWANIA UPLYNAL" TO WS-ERROR-TEXT
047000         GO TO 3300-EXIT
047100     END-IF.
047200     COMPUTE WS-REMAINING-MONTHS =
047300         MS-TERM-MONTHS - MS-MONTHS-ELAPSED.
047400 3300-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800*  3400-DERIVE-TERM                                             *
047900*  RUNS THE BALANCE DOWN MONTH BY MONTH AT THE OLD RATE AND     *
048000*  INSTALLMENT TO FIND HOW MANY INSTALLMENTS ARE STILL TO COME. *
048100*  AN INSTALLMENT THAT DOES NOT EVEN COVER THE INTEREST NEVER   *
048200*  CLEARS THE LOAN AND IS REPORTED INSTEAD.                     *
048300*****************************************************************
048400 3400-DERIVE-TERM.
048500     MOVE MS-CUR-BALANCE TO WS-DRV-BALANCE.
048600     MOVE 0 TO WS-DRV-MONTHS.
048700     PERFORM 3410-DERIVE-ONE-MONTH THRU 3410-EXIT
048800         UNTIL WS-DRV-BALANCE NOT > 0
048900            OR WS-DRV-MONTHS > WS-DRV-MAX-MONTHS.
049000     COMPUTE WS-DRV-TERM = MS-MONTHS-ELAPSED + WS-DRV-MONTHS.
049100     IF WS-DRV-MONTHS > WS-DRV-MAX-MONTHS
049200       OR WS-DRV-TERM > 999
049300         MOVE 'N' TO WS-LOAN-OK-SW
049400         MOVE "NIE MOZNA USTALIC POZOSTALEGO OKRESU"
049500             TO WS-ERROR-TEXT
049600         GO TO 3400-EXIT
049700     END-IF.
049800     MOVE WS-DRV-TERM TO MS-TERM-MONTHS.
049900 3400-EXIT.
050000     EXIT.
050100
050200 3410-DERIVE-ONE-MONTH.
050300     COMPUTE WS-DRV-INTEREST ROUNDED =
050400         WS-DRV-BALANCE * WS-OLD-RATE / 100.
050500     IF WS-OLD-PAYMENT NOT > WS-DRV-INTEREST
050600         COMPUTE WS-DRV-MONTHS = WS-DRV-MAX-MONTHS + 1
050700         GO TO 3410-EXIT
050800     END-IF.
050900     COMPUTE WS-DRV-BALANCE =
051000         WS-DRV-BALANCE + WS-DRV-INTEREST - WS-OLD-PAYMENT.
051100     ADD 1 TO WS-DRV-MONTHS.
051200 3410-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*  3500-COMPUTE-NEW-PAYMENT                                     *
051700*  THE SAME AMORTIZING-PAYMENT FORMULA AS 3300-RECOMPUTE-       *
051800*  PAYMENT IN LOAN-OVERPAYMENT, APPLIED TO THE MASTER'S REAL    *
051900*  BALANCE OVER THE REMAINING TERM, WITH THE SAME SIZE-ERROR    *
052000*  GUARD.                                                       *
052100*****************************************************************
052200 3500-COMPUTE-NEW-PAYMENT.
052300     COMPUTE WS-PERIOD-RATE = WS-NEW-RATE / 100.
052400     IF WS-PERIOD-RATE = 0
052500         COMPUTE WS-NEW-PAYMENT ROUNDED =
052600             MS-CUR-BALANCE / WS-REMAINING-MONTHS
052700         GO TO 3500-EXIT
052800     END-IF.
052900     COMPUTE WS-RATE-FACTOR =
053000         (1 + WS-PERIOD-RATE) ** WS-REMAINING-MONTHS
053100         ON SIZE ERROR
053200             MOVE 'N' TO WS-LOAN-OK-SW
053300             MOVE "PRZEKROCZONY ZAKRES PRZELICZENIA RATY"
053400                 TO WS-ERROR-TEXT
053500             GO TO 3500-EXIT
053600     END-COMPUTE.
053700     COMPUTE WS-PMT-NUMERATOR ROUNDED =
053800         MS-CUR-BALANCE * WS-PERIOD-RATE * WS-RATE-FACTOR
053900         ON SIZE ERROR
054000             MOVE 'N' TO WS-LOAN-OK-SW
054100             MOVE "PRZEKROCZONY ZAKRES PRZELICZENIA RATY"
054200                 TO WS-ERROR-TEXT
054300             GO TO 3500-EXIT
054400     END-COMPUTE.
054500     COMPUTE WS-PMT-DENOMINATOR = WS-RATE-FACTOR - 1.
054600     COMPUTE WS-NEW-PAYMENT ROUNDED =
054700         WS-PMT-NUMERATOR / WS-PMT-DENOMINATOR
054800         ON SIZE ERROR
054900             MOVE 'N' TO WS-LOAN-OK-SW
055000             MOVE "PRZEKROCZONY ZAKRES PRZELICZENIA RATY"
055100                 TO WS-ERROR-TEXT
055200             GO TO 3500-EXIT
055300     END-COMPUTE.
055400 3500-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*  3600-SET-NEXT-RESET                                          *
055900*  THE NEXT RESET IS ONE RESET FREQUENCY AFTER THIS RUN'S       *
056000*  PERIOD, SO A RESET CAUGHT UP LATE RESTARTS ITS CYCLE HERE.   *
056100*****************************************************************
056200 3600-SET-NEXT-RESET.
056300     MOVE WS-RUN-PERIOD TO WS-PERIOD-NUM.
056400     COMPUTE WS-PER-MONTHS =
056500         WS-PER-YYYY * 12 + WS-PER-MM - 1 + MS-RESET-MONTHS.
056600     DIVIDE WS-PER-MONTHS BY 12
056700         GIVING WS-PER-YYYY REMAINDER WS-PER-REM.
056800     COMPUTE WS-PER-MM = WS-PER-REM + 1.
056900     MOVE WS-PERIOD-NUM TO MS-NEXT-RESET-PERIOD.
057000 3600-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*  3700-REWRITE-MASTER                                          *
057500*****************************************************************
057600 3700-REWRITE-MASTER.
057700     REWRITE MASTER-RECORD
057800         INVALID KEY
057900             MOVE 'N' TO WS-LOAN-OK-SW
058000             MOVE "BLAD ZAPISU KARTOTEKI" TO WS-ERROR-TEXT
058100     END-REWRITE.
058200 3700-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*  5000-WRITE-REPORT-TITLE                                      *
058700*****************************************************************
058800 5000-WRITE-REPORT-TITLE.
058900     ACCEPT WS-RUN-DATE FROM DATE.
059000     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
059100     COMPUTE WS-RUN-PERIOD = WS-RUN-DATE-YMD / 100.
059200     MOVE WS-RUN-DATE TO WS-ED-RUN-DATE.
059300     MOVE WS-RUN-PERIOD TO WS-PERIOD-NUM.
059400     MOVE WS-PER-YYYY TO WS-ED-PER-YYYY.
059500     MOVE WS-PER-MM TO WS-ED-PER-MM.
059600     MOVE SPACES TO WS-PRINT-LINE.
059700     STRING "REJESTR ZMIAN OPROCENTOWANIA KREDYTOW "
059800         "ZMIENNOPROCENTOWYCH" INTO WS-PRINT-LINE.
059900     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
060000     MOVE SPACES TO WS-PRINT-LINE.
060100     STRING "DATA URUCHOMIENIA: " WS-ED-RUN-DATE
060200         "   OKRES ZMIANY: " WS-ED-PERIOD
060300         INTO WS-PRINT-LINE.
060400     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060500     MOVE SPACES TO WS-PRINT-LINE.
060600     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060700 5000-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100*  6000-WRITE-REPRICED-LINE                                     *
061200*  ONE REGISTER LINE PER REPRICED LOAN: INDEX, FIXING, MARGIN,  *
061300*  OLD AND NEW MONTHLY RATE, OLD AND NEW INSTALLMENT, MONTHS    *
061400*  REMAINING AND THE NEXT RESET PERIOD.                         *
061500*****************************************************************
061600 6000-WRITE-REPRICED-LINE.
061700     MOVE MS-NEXT-RESET-PERIOD TO WS-PERIOD-NUM.
061800     MOVE WS-PER-YYYY TO WS-ED-NXT-YYYY.
061900     MOVE WS-PER-MM TO WS-ED-NXT-MM.
062000     MOVE SPACES TO WS-PRINT-LINE.
062100     MOVE 1 TO WS-PRINT-PTR.
062200     MOVE WS-FIXING TO WS-ED-PCT.
062300     MOVE MS-MARGIN TO WS-ED-PCT-2.
062400     STRING "KREDYT " MS-LOAN-ID " " MS-INDEX-CODE
062500         " IND " WS-ED-PCT " MAR " WS-ED-PCT-2
062600         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
062700     MOVE WS-OLD-RATE TO WS-ED-RATE.
062800     MOVE WS-NEW-RATE TO WS-ED-RATE-2.
062900     STRING " STOPA " WS-ED-RATE " > " WS-ED-RATE-2
063000         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
063100     MOVE WS-OLD-PAYMENT TO WS-ED-PAYMENT.
063200     MOVE WS-NEW-PAYMENT TO WS-ED-PAYMENT-2.
063300     STRING " RATA " WS-ED-PAYMENT " > " WS-ED-PAYMENT-2
063400         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
063500     MOVE WS-REMAINING-MONTHS TO WS-ED-MONTHS.
063600     STRING " MIES " WS-ED-MONTHS " NAST " WS-ED-NEXT-PERIOD
063700         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
063800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
063900 6000-EXIT.
064000     EXIT.
064100
064200*****************************************************************
064300*  6100-WRITE-UNCHANGED-LINE                                    *
064400*****************************************************************
064500 6100-WRITE-UNCHANGED-LINE.
064600     MOVE MS-NEXT-RESET-PERIOD TO WS-PERIOD-NUM.
064700     MOVE WS-PER-YYYY TO WS-ED-NXT-YYYY.
064800     MOVE WS-PER-MM TO WS-ED-NXT-MM.
064900     MOVE SPACES TO WS-PRINT-LINE.
065000     MOVE 1 TO WS-PRINT-PTR.
065100     MOVE WS-FIXING TO WS-ED-PCT.
065200     MOVE MS-MARGIN TO WS-ED-PCT-2.
065300     STRING "KREDYT " MS-LOAN-ID " " MS-INDEX-CODE
065400         " IND " WS-ED-PCT " MAR " WS-ED-PCT-2
065500         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
065600     MOVE WS-OLD-RATE TO WS-ED-RATE.
065700     STRING " STOPA " WS-ED-RATE " BEZ ZMIANY"
065800         "  NAST " WS-ED-NEXT-PERIOD
065900         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
066000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
066100 6100-EXIT.
066200     EXIT.
066300
066400*****************************************************************
066500*  6200-WRITE-ERROR-LINE                                        *
066600*****************************************************************
066700 6200-WRITE-ERROR-LINE.
066800     MOVE SPACES TO WS-PRINT-LINE.
066900     STRING "*** KREDYT " MS-LOAN-ID " NIE PRZESZACOWANY: "
067000         WS-ERROR-TEXT INTO WS-PRINT-LINE.
067100     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
067200 6200-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600*  6300-WRITE-TOTALS-LINES                                      *
067700*****************************************************************
067800 6300-WRITE-TOTALS-LINES.
067900     MOVE SPACES TO WS-PRINT-LINE.
068000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
068100     MOVE WS-CNT-FIXINGS TO WS-ED-COUNT.
068200     MOVE SPACES TO WS-PRINT-LINE.
068300     STRING "NOTOWANIA WSKAZNIKOW:     " WS-ED-COUNT
068400         INTO WS-PRINT-LINE.
068500     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
068600     MOVE WS-CNT-MASTERS TO WS-ED-COUNT.
068700     MOVE SPACES TO WS-PRINT-LINE.
068800     STRING "KREDYTY NA KARTOTECE:     " WS-ED-COUNT
068900         INTO WS-PRINT-LINE.
069000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
069100     MOVE WS-CNT-INACTIVE TO WS-ED-COUNT.
069200     MOVE SPACES TO WS-PRINT-LINE.
069300     STRING "POMINIETE NIEAKTYWNE:     " WS-ED-COUNT
069400         INTO WS-PRINT-LINE.
069500     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
069600     MOVE WS-CNT-FIXED-RATE TO WS-ED-COUNT.
069700     MOVE SPACES TO WS-PRINT-LINE.
069800     STRING "STALOPROCENTOWE:          " WS-ED-COUNT
069900         INTO WS-PRINT-LINE.
070000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
070100     MOVE WS-CNT-NOT-DUE TO WS-ED-COUNT.
070200     MOVE SPACES TO WS-PRINT-LINE.
070300     STRING "BEZ ZMIANY W TYM OKRESIE: " WS-ED-COUNT
070400         INTO WS-PRINT-LINE.
070500     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
070600     MOVE WS-CNT-REPRICED TO WS-ED-COUNT.
070700     MOVE SPACES TO WS-PRINT-LINE.
070800     STRING "PRZESZACOWANE:            " WS-ED-COUNT
070900         INTO WS-PRINT-LINE.
071000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
071100     MOVE WS-CNT-UNCHANGED TO WS-ED-COUNT.
071200     MOVE SPACES TO WS-PRINT-LINE.
071300     STRING "STOPA BEZ ZMIANY:         " WS-ED-COUNT
071400         INTO WS-PRINT-LINE.
071500     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
071600     MOVE WS-CNT-ERRORS TO WS-ED-COUNT.
071700     MOVE SPACES TO WS-PRINT-LINE.
071800     STRING "BLEDY:                    " WS-ED-COUNT
071900         INTO WS-PRINT-LINE.
072000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
072100     MOVE WS-CNT-NOTICES TO WS-ED-COUNT.
072200     MOVE SPACES TO WS-PRINT-LINE.
072300     STRING "ZAWIADOMIENIA:            " WS-ED-COUNT
072400         INTO WS-PRINT-LINE.
072500     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
072600     MOVE WS-CNT-NO-ADDRESS TO WS-ED-COUNT.
072700     MOVE SPACES TO WS-PRINT-LINE.
072800     STRING "BRAKUJACE ADRESY:         " WS-ED-COUNT
072900         INTO WS-PRINT-LINE.
073000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
073100 6300-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500*  7000-WRITE-NOTICE                                            *
073600*  ONE RATE-CHANGE NOTICE PAGE PER REPRICED LOAN: THE MAILING   *
073700*  BLOCK, THE INDEX FIXING AND MARGIN, THE OLD AND NEW ANNUAL   *
073800*  RATE AND INSTALLMENT, AND WHEN THE NEXT CHANGE IS DUE.       *
073900*****************************************************************
074000 7000-WRITE-NOTICE.
074100     PERFORM 7100-WRITE-MAILING-BLOCK THRU 7100-EXIT.
074200     MOVE SPACES TO WS-PRINT-LINE.
074300     STRING "ZAWIADOMIENIE O ZMIANIE OPROCENTOWANIA KREDYTU"
074400         INTO WS-PRINT-LINE.
074500     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
074600     MOVE SPACES TO WS-PRINT-LINE.
074700     STRING "KREDYT NR: " MS-LOAN-ID
074800         "   SPORZADZONO: " WS-ED-RUN-DATE INTO WS-PRINT-LINE.
074900     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
075000     MOVE SPACES TO WS-PRINT-LINE.
075100     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
075200     MOVE WS-IX-BEST-DATE TO WS-FIX-DATE-NUM.
075300     MOVE WS-FIX-YYYY TO WS-ED-FIX-YYYY.
075400     MOVE WS-FIX-MM TO WS-ED-FIX-MM.
075500     MOVE WS-FIX-DD TO WS-ED-FIX-DD.
075600     MOVE WS-FIXING TO WS-ED-PCT.
075700     MOVE SPACES TO WS-PRINT-LINE.
075800     STRING "WSKAZNIK " MS-INDEX-CODE " Z DNIA "
075900         WS-ED-FIX-DATE ":      " WS-ED-PCT " %"
076000         INTO WS-PRINT-LINE.
076100     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
076200     MOVE MS-MARGIN TO WS-ED-PCT.
076300     MOVE SPACES TO WS-PRINT-LINE.
076400     STRING "MARZA BANKU:                          " WS-ED-PCT
076500         " %" INTO WS-PRINT-LINE.
076600     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
076700     MOVE WS-OLD-ANNUAL-RATE TO WS-ED-PCT.
076800     MOVE SPACES TO WS-PRINT-LINE.
076900     STRING "OPROCENTOWANIE ROCZNE DOTYCHCZAS:     " WS-ED-PCT
077000         " %" INTO WS-PRINT-LINE.
077100     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
077200     MOVE WS-NEW-ANNUAL-RATE TO WS-ED-PCT.
077300     MOVE SPACES TO WS-PRINT-LINE.
077400     STRING "OPROCENTOWANIE ROCZNE NOWE:           " WS-ED-PCT
077500         " %" INTO WS-PRINT-LINE.
077600     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
077700     MOVE WS-OLD-PAYMENT TO WS-ED-PAYMENT.
077800     MOVE SPACES TO WS-PRINT-LINE.
077900     STRING "RATA DOTYCHCZAS:                   " WS-ED-PAYMENT
078000         INTO WS-PRINT-LINE.
078100     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
078200     MOVE WS-NEW-PAYMENT TO WS-ED-PAYMENT.
078300     MOVE SPACES TO WS-PRINT-LINE.
078400     STRING "RATA NOWA:                         " WS-ED-PAYMENT
078500         INTO WS-PRINT-LINE.
078600     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
078700     MOVE WS-REMAINING-MONTHS TO WS-ED-MONTHS.
078800     MOVE SPACES TO WS-PRINT-LINE.
078900     STRING "POZOSTALA LICZBA RAT:                     "
079000         WS-ED-MONTHS INTO WS-PRINT-LINE.
079100     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
079200     MOVE SPACES TO WS-PRINT-LINE.
079300     STRING "NOWE WARUNKI OBOWIAZUJA OD OKRESU:    "
079400         WS-ED-PERIOD INTO WS-PRINT-LINE.
079500     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
079600     MOVE SPACES TO WS-PRINT-LINE.
079700     STRING "NASTEPNA ZMIANA OPROCENTOWANIA:       "
079800         WS-ED-NEXT-PERIOD INTO WS-PRINT-LINE.
079900     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
080000     ADD 1 TO WS-CNT-NOTICES.
080100 7000-EXIT.
080200     EXIT.
080300
080400*****************************************************************
080500*  7100-WRITE-MAILING-BLOCK                                     *
080600*  RANDOM READ ON THE BORROWER FILE BY LOAN ID, AS IN           *
080700*  LOAN-STATEMENT.  A LOAN WITH NO ADDRESS RECORD STILL GETS    *
080800*  ITS NOTICE PAGE, FLAGGED FOR THE CLOSE UNIT TO CHASE.        *
080900*****************************************************************
081000 7100-WRITE-MAILING-BLOCK.
081100     MOVE MS-LOAN-ID TO BA-LOAN-ID.
081200     READ BORROWER-FILE
081300         INVALID KEY
081400             ADD 1 TO WS-CNT-NO-ADDRESS
081500             MOVE SPACES TO WS-PRINT-LINE
081600             STRING "*** BRAK ADRESU DLA KREDYTU: "
081700                 MS-LOAN-ID INTO WS-PRINT-LINE
081800             WRITE NTC-LINE FROM WS-PRINT-LINE
081900                 AFTER ADVANCING PAGE
082000             GO TO 7100-EXIT
082100     END-READ.
082200     WRITE NTC-LINE FROM BA-NAME AFTER ADVANCING PAGE.
082300     WRITE NTC-LINE FROM BA-ADDR-LINE-1 AFTER ADVANCING 1 LINE.
082400     WRITE NTC-LINE FROM BA-ADDR-LINE-2 AFTER ADVANCING 1 LINE.
082500     MOVE SPACES TO WS-PRINT-LINE.
082600     STRING BA-POSTAL-CODE " " BA-CITY INTO WS-PRINT-LINE.
082700     WRITE NTC-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
082800 7100-EXIT.
082900     EXIT.
083000
083100*****************************************************************
083200*  9000-CLOSE-FILES                                             *
083300*****************************************************************
083400 9000-CLOSE-FILES.
083500     CLOSE LOAN-MASTER-FILE.
083600     CLOSE RATE-INDEX-FILE.
083700     CLOSE BORROWER-FILE.
083800     CLOSE NOTICE-FILE.
083900     CLOSE REGISTER-FILE.
084000 9000-EXIT.
084100     EXIT.
