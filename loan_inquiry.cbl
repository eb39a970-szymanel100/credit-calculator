000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOAN-INQUIRY.
000300 AUTHOR.        D. LEWANDOWSKA.
000400 INSTALLATION.  CONSUMER LENDING - MONTH-END CLOSE UNIT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  2026-10-15 DL    ORIGINAL LOAN INQUIRY FOR THE SERVICING      *
001200*                   DESK. THE OPERATOR KEYS A LOAN ID AND SEES   *
001300*                   THE LOANMST POSITION, THE BORRADDR NAME AND  *
001400*                   ADDRESS, THE LAST TWELVE PAYHIST ROWS WITH   *
001500*                   THE BALANCE BEFORE AND AFTER, AND TODAY'S    *
001600*                   INDICATIVE PAYOFF PRICED AS IN               *
001700*                   LOAN-OVERPAYMENT QUOTE MODE.  READ-ONLY:     *
001800*                   EVERY FILE IS OPENED INPUT AND NOTHING IS    *
001900*                   WRITTEN.  RUN OUTSIDE THE BATCH WINDOW,      *
002000*                   WHILE NO JOB HAS THE FILES OPEN.             *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. LINUX-BATCH.
002500 OBJECT-COMPUTER. LINUX-BATCH.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS MS-LOAN-ID
003200         FILE STATUS IS WS-MASTER-FILE-STATUS.
003300     SELECT BORROWER-FILE ASSIGN TO "BORRADDR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS BA-LOAN-ID
003700         FILE STATUS IS WS-BORROWER-FILE-STATUS.
003800     SELECT HISTORY-FILE ASSIGN TO "PAYHIST"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-HISTORY-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  LOAN-MASTER-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 240 CHARACTERS.
004700 COPY LOANMST.
004800
004900 FD  BORROWER-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 137 CHARACTERS.
005200 COPY BORRREC.
005300
005400 FD  HISTORY-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 146 CHARACTERS.
005700 COPY PAYHIST.
005800
005900 WORKING-STORAGE SECTION.
006000 77  WS-DONE-SW                  PIC X(01) VALUE 'N'.
006100     88  WS-DONE                     VALUE 'Y'.
006200 77  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
006300     88  WS-HIST-EOF                 VALUE 'Y'.
006400 77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE "00".
006500 77  WS-BORROWER-FILE-STATUS     PIC X(02) VALUE "00".
006600 77  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE "00".
006700 77  WS-INQ-LOAN-ID              PIC X(10) VALUE SPACES.
006800 77  WS-CNT-INQUIRIES            PIC 9(5) COMP VALUE 0.
006900
007000*****************************************************************
007100*  LAST-TWELVE HISTORY TABLE - PAYHIST IS APPENDED RUN BY RUN,  *
007200*  SO A LOAN'S ROWS LIE IN POSTING ORDER.  THE SCAN KEEPS THE   *
007300*  MOST RECENT TWELVE IN A RING: WS-HT-NEXT IS THE SLOT THE     *
007400*  NEXT ROW GOES INTO, WHICH ONCE THE RING IS FULL IS ALSO THE  *
007500*  OLDEST ROW HELD.                                             *
007600*****************************************************************
007700 01  WS-HIST-TABLE-AREA.
007800     05  WS-HT-ENTRY             OCCURS 12 TIMES.
007900         10  WS-HT-POST-DATE     PIC 9(8).
008000         10  WS-HT-PERIOD        PIC 9(6).
008100         10  WS-HT-TYPE          PIC X(01).
008200         10  WS-HT-PAYMENT       PIC 9(7)V99.
008300         10  WS-HT-OVERPAYMENT   PIC 9(7)V99.
008400         10  WS-HT-INTEREST      PIC 9(7)V99.
008500         10  WS-HT-BAL-BEFORE    PIC 9(8)V99.
008600         10  WS-HT-BAL-AFTER     PIC 9(8)V99.
008700 77  WS-HT-MAX                   PIC 9(2) COMP VALUE 12.
008800 77  WS-HT-FOUND                 PIC 9(7) COMP VALUE 0.
008900 77  WS-HT-NEXT                  PIC 9(2) COMP VALUE 1.
009000 77  WS-HT-SHOWN                 PIC 9(2) COMP VALUE 0.
009100 77  WS-HT-IDX                   PIC 9(2) COMP VALUE 0.
009200 77  WS-HT-LEFT                  PIC 9(2) COMP VALUE 0.
009300
009400*****************************************************************
009500*  INDICATIVE PAYOFF - PRICED AS LOAN-OVERPAYMENT QUOTE MODE    *
009600*  DOES: THE PRINCIPAL OUTSTANDING PLUS ONE MONTH'S INTEREST    *
009700*  ACCRUED ON IT AT THE CURRENT (MONTHLY) RATE.  THE INTEREST   *
009800*  AND PENALTY RECEIVABLES STILL OWED ARE ADDED, AS THE 'S'     *
009900*  SETTLEMENT IN LOAN-POSTING REQUIRES THEM ON TOP OF THE       *
010000*  QUOTE.                                                       *
010100*****************************************************************
010200 77  WS-PAYOFF-INTEREST          PIC 9(7)V99 VALUE 0.
010300 77  WS-PAYOFF-TOTAL             PIC 9(9)V99 VALUE 0.
010400
010500*****************************************************************
010600*  SCREEN EDIT FIELDS                                           *
010700*****************************************************************
010800 77  WS-ED-AMOUNT                PIC Z(8)9.99.
010900 77  WS-ED-SMALL                 PIC Z(6)9.99.
011000 77  WS-ED-RATE                  PIC 9.9999.
011100 77  WS-ED-MONTHS                PIC ZZ9.
011200 77  WS-ED-COUNT                 PIC Z(6)9.
011300 01  WS-ED-HIST-LINE.
011400     05  WS-EH-POST-DATE         PIC 9(8).
011500     05  FILLER                  PIC X(01) VALUE SPACE.
011600     05  WS-EH-PERIOD            PIC 9(6).
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  WS-EH-TYPE              PIC X(01).
011900     05  FILLER                  PIC X(01) VALUE SPACE.
012000     05  WS-EH-PAYMENT           PIC Z(6)9.99.
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  WS-EH-OVERPAYMENT       PIC Z(6)9.99.
012300     05  FILLER                  PIC X(01) VALUE SPACE.
012400     05  WS-EH-INTEREST          PIC Z(6)9.99.
012500     05  FILLER                  PIC X(01) VALUE SPACE.
012600     05  WS-EH-BAL-BEFORE        PIC Z(7)9.99.
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  WS-EH-BAL-AFTER         PIC Z(7)9.99.
012900
013000 PROCEDURE DIVISION.
013100*****************************************************************
013200*  0000-MAINLINE                                                *
013300*  ONE LOAN PER PASS UNTIL THE OPERATOR ENTERS A BLANK LOAN ID. *
013400*****************************************************************
013500 0000-MAINLINE.
013600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
013700     DISPLAY "Podglad kredytu - obsluga klienta".
013800     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
013900         UNTIL WS-DONE.
014000     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
014100     MOVE WS-CNT-INQUIRIES TO WS-ED-COUNT.
014200     DISPLAY "Liczba zapytan: " WS-ED-COUNT.
014300 0000-STOP.
014400     STOP RUN.
014500
014600*****************************************************************
014700*  1000-OPEN-FILES                                              *
014800*  EVERYTHING IS OPENED INPUT ONLY - THE INQUIRY NEVER WRITES.  *
014900*  PAYHIST IS OPENED FRESH FOR EACH LOAN IN 4000, SINCE IT IS   *
015000*  READ FROM THE TOP EVERY TIME.                                *
015100*****************************************************************
015200 1000-OPEN-FILES.
015300     OPEN INPUT LOAN-MASTER-FILE.
015400     IF WS-MASTER-FILE-STATUS NOT = "00"
015500         DISPLAY "NIE MOZNA OTWORZYC LOAN-MASTER-FILE, STATUS: "
015600             WS-MASTER-FILE-STATUS
015700         MOVE 12 TO RETURN-CODE
015800         STOP RUN
015900     END-IF.
016000     OPEN INPUT BORROWER-FILE.
016100     IF WS-BORROWER-FILE-STATUS NOT = "00"
016200         DISPLAY "NIE MOZNA OTWORZYC BORROWER-FILE, STATUS: "
016300             WS-BORROWER-FILE-STATUS
016400         CLOSE LOAN-MASTER-FILE
016500         MOVE 12 TO RETURN-CODE
016600         STOP RUN
016700     END-IF.
016800 1000-EXIT.
016900     EXIT.
017000
017100*****************************************************************
017200*  2000-ONE-INQUIRY                                             *
017300*****************************************************************
017400 2000-ONE-INQUIRY.
017500     DISPLAY " ".
017600     DISPLAY "Podaj numer kredytu (puste = koniec): "
017700         WITH NO ADVANCING.
017800     MOVE SPACES TO WS-INQ-LOAN-ID.
017900     ACCEPT WS-INQ-LOAN-ID.
018000     IF WS-INQ-LOAN-ID = SPACES
018100         SET WS-DONE TO TRUE
018200         GO TO 2000-EXIT
018300     END-IF.
018400     ADD 1 TO WS-CNT-INQUIRIES.
018500     MOVE WS-INQ-LOAN-ID TO MS-LOAN-ID.
018600     READ LOAN-MASTER-FILE
018700         INVALID KEY
018800             DISPLAY "Brak kredytu " WS-INQ-LOAN-ID
018900                 " na kartotece"
019000             GO TO 2000-EXIT
019100     END-READ.
019200     PERFORM 3000-SHOW-POSITION THRU 3000-EXIT.
019300     PERFORM 3500-SHOW-BORROWER THRU 3500-EXIT.
019400     PERFORM 4000-SHOW-HISTORY THRU 4000-EXIT.
019500     PERFORM 5000-SHOW-PAYOFF THRU 5000-EXIT.
019600 2000-EXIT.
019700     EXIT.
019800
019900*****************************************************************
020000*  3000-SHOW-POSITION                                           *
020100*  THE MASTER AS THE LAST POSTING RUN LEFT IT.                  *
020200*****************************************************************
020300 3000-SHOW-POSITION.
020400     DISPLAY "--- Kredyt " MS-LOAN-ID " ---".
020500     EVALUATE TRUE
020600         WHEN MS-STATUS-ACTIVE
020700             DISPLAY "Status:                   AKTYWNY"
020800         WHEN MS-STATUS-PAID-OFF
020900             IF MS-SETTLEMENT-DATE > 0
021000                 DISPLAY "Status:                   SPLACONY "
021100                     "(ROZLICZONY " MS-SETTLEMENT-DATE ")"
021200             ELSE
021300                 DISPLAY "Status:                   SPLACONY"
021400             END-IF
021500         WHEN MS-STATUS-CHARGED-OFF
021600             DISPLAY "Status:                   SPISANY "
021700                 MS-CHARGE-OFF-DATE
021800         WHEN OTHER
021900             DISPLAY "Status:                   NIEZNANY ("
022000                 MS-STATUS-FLAG ")"
022100     END-EVALUATE.
022200     DISPLAY "Oddzial / produkt:        " MS-BRANCH-CODE
022300         " / " MS-PRODUCT-CODE.
022400     MOVE MS-CUR-BALANCE TO WS-ED-AMOUNT.
022500     DISPLAY "Saldo kapitalu:        " WS-ED-AMOUNT.
022600     MOVE MS-CUR-RATE TO WS-ED-RATE.
022700     DISPLAY "Oprocentowanie mies. %:   " WS-ED-RATE.
022800     MOVE MS-MONTHLY-PAYMENT TO WS-ED-AMOUNT.
022900     DISPLAY "Rata miesieczna:       " WS-ED-AMOUNT.
023000     MOVE MS-MONTHS-ARREARS TO WS-ED-MONTHS.
023100     DISPLAY "Miesiace zaleglosci:      " WS-ED-MONTHS.
023200     MOVE MS-PAST-DUE-AMOUNT TO WS-ED-AMOUNT.
023300     DISPLAY "Zalegly kapital:       " WS-ED-AMOUNT.
023400     MOVE MS-INT-RECEIVABLE TO WS-ED-AMOUNT.
023500     DISPLAY "Zalegle odsetki:       " WS-ED-AMOUNT.
023600     MOVE MS-PENALTY-ACCRUED TO WS-ED-AMOUNT.
023700     DISPLAY "Odsetki karne naliczone:" WS-ED-AMOUNT.
023800     MOVE MS-PEN-RECEIVABLE TO WS-ED-AMOUNT.
023900     DISPLAY "  w tym niezaplacone:  " WS-ED-AMOUNT.
024000     DISPLAY "Ostatni okres ksiegowany: " MS-LAST-POSTED-PERIOD.
024100 3000-EXIT.
024200     EXIT.
024300
024400 3500-SHOW-BORROWER.
024500     MOVE MS-LOAN-ID TO BA-LOAN-ID.
024600     READ BORROWER-FILE
024700         INVALID KEY
024800             DISPLAY "Brak danych kredytobiorcy (BORRADDR)"
024900             GO TO 3500-EXIT
025000     END-READ.
025100     DISPLAY "Kredytobiorca:            " BA-NAME.
025200     DISPLAY "                          " BA-ADDR-LINE-1.
025300     DISPLAY "                          " BA-ADDR-LINE-2.
025400     DISPLAY "                          " BA-POSTAL-CODE
025500         " " BA-CITY.
025600 3500-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000*  4000-SHOW-HISTORY                                            *
026100*  SCANS PAYHIST FOR THE LOAN'S ROWS, KEEPING THE LAST TWELVE,  *
026200*  THEN SHOWS THEM OLDEST FIRST.  NO PAYHIST YET (FILE STATUS   *
026300*  35) JUST MEANS NO HISTORY.                                   *
026400*****************************************************************
026500 4000-SHOW-HISTORY.
026600     MOVE 0 TO WS-HT-FOUND.
026700     MOVE 1 TO WS-HT-NEXT.
026800     MOVE 'N' TO WS-HIST-EOF-SW.
026900     OPEN INPUT HISTORY-FILE.
027000     IF WS-HISTORY-FILE-STATUS = "35"
027100         DISPLAY "Brak historii splat (PAYHIST)"
027200         GO TO 4000-EXIT
027300     END-IF.
027400     IF WS-HISTORY-FILE-STATUS NOT = "00"
027500         DISPLAY "NIE MOZNA OTWORZYC HISTORY-FILE, STATUS: "
027600             WS-HISTORY-FILE-STATUS
027700         GO TO 4000-EXIT
027800     END-IF.
027900     PERFORM 4100-SCAN-ONE-HISTORY THRU 4100-EXIT
028000         UNTIL WS-HIST-EOF.
028100     CLOSE HISTORY-FILE.
028200     MOVE WS-HT-FOUND TO WS-ED-COUNT.
028300     DISPLAY "Historia splat - wierszy na kartotece: "
028400         WS-ED-COUNT.
028500     IF WS-HT-FOUND = 0
028600         GO TO 4000-EXIT
028700     END-IF.
028800     DISPLAY "DATA     OKRES  T       RATA   NADPLATA    ODSETKI"
028900         "  SALDO PRZED   SALDO PO".
029000     IF WS-HT-FOUND < WS-HT-MAX
029100         MOVE WS-HT-FOUND TO WS-HT-SHOWN
029200         MOVE 1 TO WS-HT-IDX
029300     ELSE
029400         MOVE WS-HT-MAX TO WS-HT-SHOWN
029500         MOVE WS-HT-NEXT TO WS-HT-IDX
029600     END-IF.
029700     MOVE WS-HT-SHOWN TO WS-HT-LEFT.
029800     PERFORM 4200-SHOW-ONE-HISTORY THRU 4200-EXIT
029900         UNTIL WS-HT-LEFT = 0.
030000 4000-EXIT.
030100     EXIT.
030200
030300 4100-SCAN-ONE-HISTORY.
030400     READ HISTORY-FILE
030500         AT END
030600             SET WS-HIST-EOF TO TRUE
030700             GO TO 4100-EXIT
030800     END-READ.
030900     IF PH-LOAN-ID NOT = MS-LOAN-ID
031000         GO TO 4100-EXIT
031100     END-IF.
031200     ADD 1 TO WS-HT-FOUND.
031300     MOVE PH-POST-DATE TO WS-HT-POST-DATE (WS-HT-NEXT).
031400     MOVE PH-PERIOD TO WS-HT-PERIOD (WS-HT-NEXT).
031500     MOVE PH-TYPE TO WS-HT-TYPE (WS-HT-NEXT).
031600     MOVE PH-PAYMENT TO WS-HT-PAYMENT (WS-HT-NEXT).
031700     MOVE PH-OVERPAYMENT TO WS-HT-OVERPAYMENT (WS-HT-NEXT).
031800     MOVE PH-INTEREST TO WS-HT-INTEREST (WS-HT-NEXT).
031900     MOVE PH-BALANCE-BEFORE TO WS-HT-BAL-BEFORE (WS-HT-NEXT).
032000     MOVE PH-BALANCE-AFTER TO WS-HT-BAL-AFTER (WS-HT-NEXT).
032100     ADD 1 TO WS-HT-NEXT.
032200     IF WS-HT-NEXT > WS-HT-MAX
032300         MOVE 1 TO WS-HT-NEXT
032400     END-IF.
032500 4100-EXIT.
032600     EXIT.
032700
032800 4200-SHOW-ONE-HISTORY.
032900     MOVE WS-HT-POST-DATE (WS-HT-IDX) TO WS-EH-POST-DATE.
033000     MOVE WS-HT-PERIOD (WS-HT-IDX) TO WS-EH-PERIOD.
033100     MOVE WS-HT-TYPE (WS-HT-IDX) TO WS-EH-TYPE.
033200     MOVE WS-HT-PAYMENT (WS-HT-IDX) TO WS-EH-PAYMENT.
033300     MOVE WS-HT-OVERPAYMENT (WS-HT-IDX) TO WS-EH-OVERPAYMENT.
033400     MOVE WS-HT-INTEREST (WS-HT-IDX) TO WS-EH-INTEREST.
033500     MOVE WS-HT-BAL-BEFORE (WS-HT-IDX) TO WS-EH-BAL-BEFORE.
033600     MOVE WS-HT-BAL-AFTER (WS-HT-IDX) TO WS-EH-BAL-AFTER.
033700     DISPLAY WS-ED-HIST-LINE.
033800     SUBTRACT 1 FROM WS-HT-LEFT.
033900     ADD 1 TO WS-HT-IDX.
034000     IF WS-HT-IDX > WS-HT-MAX
034100         MOVE 1 TO WS-HT-IDX
034200     END-IF.
034300 4200-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700*  5000-SHOW-PAYOFF                                             *
034800*  INDICATIVE ONLY - A BINDING FIGURE IS A QUOTE FROM           *
034900*  LOAN-OVERPAYMENT (MODE Q).  NOTHING IS OFFERED ON A LOAN     *
035000*  THAT IS NOT ACTIVE.                                          *
035100*****************************************************************
035200 5000-SHOW-PAYOFF.
035300     IF NOT MS-STATUS-ACTIVE
035400         DISPLAY "Kredyt nieaktywny - brak kwoty do splaty"
035500         GO TO 5000-EXIT
035600     END-IF.
035700     COMPUTE WS-PAYOFF-INTEREST ROUNDED =
035800         MS-CUR-BALANCE * MS-CUR-RATE / 100.
035900     COMPUTE WS-PAYOFF-TOTAL = MS-CUR-BALANCE
036000         + WS-PAYOFF-INTEREST
036100         + MS-INT-RECEIVABLE + MS-PEN-RECEIVABLE.
036200     DISPLAY "Orientacyjna kwota splaty na dzis:".
036300     MOVE MS-CUR-BALANCE TO WS-ED-AMOUNT.
036400     DISPLAY "  kapital:             " WS-ED-AMOUNT.
036500     MOVE WS-PAYOFF-INTEREST TO WS-ED-AMOUNT.
036600     DISPLAY "  odsetki za miesiac:  " WS-ED-AMOUNT.
036700     MOVE MS-INT-RECEIVABLE TO WS-ED-AMOUNT.
036800     DISPLAY "  zalegle odsetki:     " WS-ED-AMOUNT.
036900     MOVE MS-PEN-RECEIVABLE TO WS-ED-AMOUNT.
037000     DISPLAY "  odsetki karne:       " WS-ED-AMOUNT.
037100     MOVE WS-PAYOFF-TOTAL TO WS-ED-AMOUNT.
037200     DISPLAY "  RAZEM:               " WS-ED-AMOUNT.
037300 5000-EXIT.
037400     EXIT.
037500
037600 9000-CLOSE-FILES.
037700     CLOSE LOAN-MASTER-FILE.
037800     CLOSE BORROWER-FILE.
037900 9000-EXIT.
038000     EXIT.
