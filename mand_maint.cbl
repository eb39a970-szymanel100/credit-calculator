000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MAND-MAINT.
000300 AUTHOR.        D. LEWANDOWSKA.
000400 INSTALLATION.  CONSUMER LENDING - MONTH-END CLOSE UNIT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  2026-10-15 DL    ORIGINAL BATCH MAINTENANCE FOR THE DIRECT-   *
001200*                   DEBIT MANDATE FILE (MANDATE), IN THE SAME    *
001300*                   PATTERN AS BORR-MAINT.  READS A TRANSACTION  *
001400*                   FILE OF ADDS, CHANGES AND CANCELLATIONS,     *
001500*                   VALIDATES THE FIELDS (THE IBAN BY ITS CHECK  *
001600*                   DIGITS), PRINTS AN AUDIT REPORT WITH BEFORE  *
001700*                   AND AFTER IMAGES, AND WRITES REJECTS OUT FOR *
001800*                   CORRECTION AND RESUBMISSION.                 *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. LINUX-BATCH.
002300 OBJECT-COMPUTER. LINUX-BATCH.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT MANDATE-FILE ASSIGN TO "MANDATE"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS MD-LOAN-ID
003000         FILE STATUS IS WS-MANDATE-FILE-STATUS.
003100     SELECT MAINT-INPUT-FILE ASSIGN TO "MANDTXN"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-MAINT-FILE-STATUS.
003400     SELECT MAINT-REPORT-FILE ASSIGN TO "MMNTRPT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-MNTRPT-FILE-STATUS.
003700     SELECT MAINT-REJECT-FILE ASSIGN TO "MANDREJ"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-MNTREJ-FILE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MANDATE-FILE
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 113 CHARACTERS.
004600 COPY MANDREC.
004700
004800 FD  MAINT-INPUT-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 67 CHARACTERS.
005100 01  MAINT-RECORD               PIC X(67).
005200
005300 FD  MAINT-REPORT-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  MNT-LINE                   PIC X(132).
005700
005800*****************************************************************
005900*  REJECT FILE - THE FULL ORIGINAL TRANSACTION IMAGE FOLLOWED   *
006000*  BY A REASON CODE AND TEXT, SAME PATTERN AS BORRREJ IN        *
006100*  BORR-MAINT, SO THE LEADING IMAGE CAN BE CORRECTED AND FED    *
006200*  STRAIGHT BACK IN.                                            *
006300*****************************************************************
006400 FD  MAINT-REJECT-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 131 CHARACTERS.
006700 01  MAINT-REJECT-RECORD.
006800     05  MRJ-TXN-DATA            PIC X(67).
006900     05  MRJ-REASON-CODE         PIC X(04).
007000     05  MRJ-REASON-TEXT         PIC X(60).
007100
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400*  MAINTENANCE TRANSACTION WORK AREA - ONE RECORD PER ACTION:   *
007500*  'A' ADDS A NEW ACTIVE MANDATE (OR REPLACES A CANCELLED ONE   *
007600*  WHEN THE BORROWER SIGNS AGAIN), 'C' CHANGES AN EXISTING ONE  *
007700*  (A NON-BLANK FIELD REPLACES THE STORED VALUE, A BLANK FIELD  *
007800*  LEAVES IT ALONE; A NEW IBAN ON A SUSPENDED MANDATE PUTS IT   *
007900*  BACK IN FORCE WITH THE REFUSAL COUNT CLEARED), 'X' CANCELS   *
008000*  IT.  A CANCELLED MANDATE STAYS ON FILE AS EVIDENCE.          *
008100*****************************************************************
008200 01  WS-MAINT-AREA.
008300     05  MT-ACTION               PIC X(01).
008400         88  MT-ACTION-ADD           VALUE 'A'.
008500         88  MT-ACTION-CHANGE        VALUE 'C'.
008600         88  MT-ACTION-CANCEL        VALUE 'X'.
008700     05  MT-LOAN-ID              PIC X(10).
008800     05  MT-IBAN                 PIC X(28).
008900     05  MT-MANDATE-REF          PIC X(20).
009000     05  MT-SIGNED-DATE          PIC X(8).
009100     05  MT-SIGNED-DATE-NUM REDEFINES MT-SIGNED-DATE
009200                                 PIC 9(8).
009300
009400*****************************************************************
009500*  IBAN VALIDATION OVERLAY - A DOMESTIC ACCOUNT IS 'PL', TWO    *
009600*  CHECK DIGITS AND A 24-DIGIT ACCOUNT NUMBER.  THE CHECK IS    *
009700*  THE STANDARD MOD-97 TEST: ACCOUNT NUMBER, THEN THE COUNTRY   *
009800*  LETTERS AS NUMBERS (P=25, L=21), THEN THE CHECK DIGITS, MUST *
009900*  LEAVE REMAINDER 1 WHEN DIVIDED BY 97.  THE REMAINDER IS      *
010000*  CARRIED DIGIT BY DIGIT SO NO FIELD HAS TO HOLD 30 DIGITS.    *
010100*****************************************************************
010200 01  WS-IBAN-AREA.
010300     05  WS-IB-COUNTRY           PIC X(02).
010400     05  WS-IB-CHECK             PIC X(02).
010500     05  WS-IB-ACCOUNT           PIC X(24).
010600 01  WS-IB-DIGITS                PIC X(30).
010700 01  WS-IB-DIGIT-TABLE REDEFINES WS-IB-DIGITS.
010800     05  WS-IB-DIGIT             PIC 9(01) OCCURS 30 TIMES.
010900 77  WS-IB-IDX                   PIC 9(2) COMP VALUE 0.
011000 77  WS-IB-WORK                  PIC 9(4) VALUE 0.
011100 77  WS-IB-QUOT                  PIC 9(4) VALUE 0.
011200 77  WS-IB-REM                   PIC 9(2) VALUE 0.
011300
011400 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
011500     88  WS-EOF                      VALUE 'Y'.
011600 77  WS-MANDATE-FILE-STATUS      PIC X(02) VALUE "00".
011700 77  WS-MAINT-FILE-STATUS        PIC X(02) VALUE "00".
011800 77  WS-MNTRPT-FILE-STATUS       PIC X(02) VALUE "00".
011900 77  WS-MNTREJ-FILE-STATUS       PIC X(02) VALUE "00".
012000
012100 77  WS-VALID-SW                 PIC X(01) VALUE 'Y'.
012200     88  WS-VALID                    VALUE 'Y'.
012300     88  WS-INVALID                  VALUE 'N'.
012400 77  WS-REJECT-CODE              PIC X(04) VALUE SPACES.
012500 77  WS-ERROR-MSG                PIC X(60) VALUE SPACES.
012600 77  WS-BEFORE-FOUND-SW          PIC X(01) VALUE 'N'.
012700     88  WS-BEFORE-FOUND             VALUE 'Y'.
012800 01  WS-BEFORE-IMAGE.
012900     05  WS-BF-LOAN-ID           PIC X(10).
013000     05  WS-BF-IBAN              PIC X(28).
013100     05  WS-BF-MANDATE-REF       PIC X(20).
013200     05  WS-BF-SIGNED-DATE       PIC 9(8).
013300     05  WS-BF-STATUS            PIC X(01).
013400     05  WS-BF-STATUS-DATE       PIC 9(8).
013500     05  WS-BF-CONSEC-REFUSALS   PIC 9(2).
013600
013700 77  WS-CNT-READ                 PIC 9(7) COMP VALUE 0.
013800 77  WS-CNT-ADDED                PIC 9(7) COMP VALUE 0.
013900 77  WS-CNT-CHANGED              PIC 9(7) COMP VALUE 0.
014000 77  WS-CNT-CANCELLED            PIC 9(7) COMP VALUE 0.
014100 77  WS-CNT-REJECTED             PIC 9(7) COMP VALUE 0.
014200
014300*****************************************************************
014400*  PRINTED REPORT WORK AREA                                     *
014500*****************************************************************
014600 77  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
014700 77  WS-RUN-DATE                 PIC 9(6) VALUE 0.
014800 77  WS-RUN-DATE-YMD             PIC 9(8) VALUE 0.
014900 77  WS-ED-RUN-DATE              PIC 99/99/99.
015000 77  WS-ED-COUNT                 PIC Z(6)9.
015100 77  WS-ED-REFUSALS              PIC Z9.
015200
015300 PROCEDURE DIVISION.
015400*****************************************************************
015500*  0000-MAINLINE                                                *
015600*****************************************************************
015700 0000-MAINLINE.
015800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
015900     PERFORM 5000-WRITE-REPORT-TITLE THRU 5000-EXIT.
016000     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
016100     PERFORM 3000-APPLY-ONE-TXN THRU 3000-EXIT
016200         UNTIL WS-EOF.
016300     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
016400     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
016500     IF WS-CNT-REJECTED > 0
016600         MOVE 04 TO RETURN-CODE
016700     END-IF.
016800 0000-STOP.
016900     STOP RUN.
017000
017100*****************************************************************
017200*  1000-OPEN-FILES                                              *
017300*  OPENS THE MANDATE FILE I-O, CREATING IT EMPTY ON THE VERY    *
017400*  FIRST RUN (FILE STATUS 35 = FILE NOT FOUND) SO THE FIRST     *
017500*  BATCH OF ADDS CAN LOAD IT - SAME PATTERN AS BORR-MAINT.      *
017600*****************************************************************
017700 1000-OPEN-FILES.
017800     OPEN I-O MANDATE-FILE.
017900     IF WS-MANDATE-FILE-STATUS = "35"
018000         OPEN OUTPUT MANDATE-FILE
018100         CLOSE MANDATE-FILE
018200         OPEN I-O MANDATE-FILE
018300     END-IF.
018400     IF WS-MANDATE-FILE-STATUS NOT = "00"
018500         DISPLAY "NIE MOZNA OTWORZYC MANDATE-FILE, STATUS: "
018600             WS-MANDATE-FILE-STATUS
018700         MOVE 12 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000     OPEN INPUT MAINT-INPUT-FILE.
019100     IF WS-MAINT-FILE-STATUS NOT = "00"
019200         DISPLAY "NIE MOZNA OTWORZYC MAINT-INPUT-FILE, STATUS: "
019300             WS-MAINT-FILE-STATUS
019400         CLOSE MANDATE-FILE
019500         MOVE 12 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     OPEN OUTPUT MAINT-REPORT-FILE.
019900     IF WS-MNTRPT-FILE-STATUS NOT = "00"
020000         DISPLAY "NIE MOZNA OTWORZYC MAINT-REPORT-FILE, "
020100             "STATUS: " WS-MNTRPT-FILE-STATUS
020200         CLOSE MAINT-INPUT-FILE
020300         CLOSE MANDATE-FILE
020400         MOVE 12 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700     OPEN OUTPUT MAINT-REJECT-FILE.
020800     IF WS-MNTREJ-FILE-STATUS NOT = "00"
020900         DISPLAY "NIE MOZNA OTWORZYC MAINT-REJECT-FILE, "
021000             "STATUS: " WS-MNTREJ-FILE-STATUS
021100         CLOSE MAINT-REPORT-FILE
021200         CLOSE MAINT-INPUT-FILE
021300         CLOSE MANDATE-FILE
021400         MOVE 12 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700 1000-EXIT.
021800     EXIT.
021900
022000 2100-READ-MAINT-RECORD.
022100     READ MAINT-INPUT-FILE INTO WS-MAINT-AREA
022200         AT END
022300             SET WS-EOF TO TRUE
022400         NOT AT END
022500             ADD 1 TO WS-CNT-READ
022600     END-READ.
022700 2100-EXIT.
022800     EXIT.
022900
023000*****************************************************************
023100*  3000-APPLY-ONE-TXN                                           *
023200*****************************************************************
023300 3000-APPLY-ONE-TXN.
023400     PERFORM 3050-VALIDATE-TXN THRU 3050-EXIT.
023500     IF WS-INVALID
023600         PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
023700         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
023800     ELSE
023900         EVALUATE TRUE
024000             WHEN MT-ACTION-ADD
024100                 PERFORM 3100-ADD-MANDATE THRU 3100-EXIT
024200             WHEN MT-ACTION-CHANGE
024300                 PERFORM 3200-CHANGE-MANDATE THRU 3200-EXIT
024400             WHEN MT-ACTION-CANCEL
024500                 PERFORM 3300-CANCEL-MANDATE THRU 3300-EXIT
024600         END-EVALUATE
024700     END-IF.
024800     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
024900 3000-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300*  3050-VALIDATE-TXN                                            *
025400*  FIELD VALIDATION BEFORE THE FILE IS TOUCHED: A KNOWN ACTION, *
025500*  A NON-BLANK KEY, ALL THREE MANDATE FIELDS ON AN ADD, A VALID *
025600*  IBAN AND A NUMERIC SIGNATURE DATE WHEREVER ONE IS SUPPLIED.  *
025700*****************************************************************
025800 3050-VALIDATE-TXN.
025900     MOVE 'Y' TO WS-VALID-SW.
026000     MOVE SPACES TO WS-ERROR-MSG.
026100     MOVE SPACES TO WS-REJECT-CODE.
026200     IF NOT MT-ACTION-ADD AND NOT MT-ACTION-CHANGE
026300       AND NOT MT-ACTION-CANCEL
026400         MOVE 'N' TO WS-VALID-SW
026500         MOVE "M001" TO WS-REJECT-CODE
026600         STRING "NIEZNANA AKCJA NA TRANSAKCJI"
026700             INTO WS-ERROR-MSG
026800         GO TO 3050-EXIT
026900     END-IF.
027000     IF MT-LOAN-ID = SPACES
027100         MOVE 'N' TO WS-VALID-SW
027200         MOVE "M002" TO WS-REJECT-CODE
027300         STRING "BRAK NUMERU KREDYTU NA TRANSAKCJI"
027400             INTO WS-ERROR-MSG
027500         GO TO 3050-EXIT
027600     END-IF.
027700     IF MT-ACTION-ADD
027800       AND (MT-IBAN = SPACES OR MT-MANDATE-REF = SPACES
027900            OR MT-SIGNED-DATE = SPACES)
028000         MOVE 'N' TO WS-VALID-SW
028100         MOVE "M003" TO WS-REJECT-CODE
028200         STRING "ZALOZENIE WYMAGA IBAN, NUMERU MANDATU I DATY"
028300             INTO WS-ERROR-MSG
028400         GO TO 3050-EXIT
028500     END-IF.
028600     IF MT-ACTION-CANCEL
028700         GO TO 3050-EXIT
028800     END-IF.
028900     IF MT-IBAN NOT = SPACES
029000         PERFORM 3060-CHECK-IBAN THRU 3060-EXIT
029100         IF WS-INVALID
029200             GO TO 3050-EXIT
029300         END-IF
029400     END-IF.
029500     IF MT-SIGNED-DATE NOT = SPACES
029600       AND (MT-SIGNED-DATE IS NOT NUMERIC
029700            OR MT-SIGNED-DATE-NUM > WS-RUN-DATE-YMD)
029800         MOVE 'N' TO WS-VALID-SW
029900         MOVE "M005" TO WS-REJECT-CODE
030000         STRING "BLEDNA DATA PODPISANIA MANDATU (RRRRMMDD)"
030100             INTO WS-ERROR-MSG
030200     END-IF.
030300 3050-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*  3060-CHECK-IBAN                                              *
030800*****************************************************************
030900 3060-CHECK-IBAN.
031000     MOVE MT-IBAN TO WS-IBAN-AREA.
031100     IF WS-IB-COUNTRY NOT = "PL"
031200       OR WS-IB-CHECK IS NOT NUMERIC
031300       OR WS-IB-ACCOUNT IS NOT NUMERIC
031400         GO TO 3060-BAD-IBAN
031500     END-IF.
031600     MOVE SPACES TO WS-IB-DIGITS.
031700     STRING WS-IB-ACCOUNT "2521" WS-IB-CHECK
031800         DELIMITED BY SIZE INTO WS-IB-DIGITS.
031900     MOVE 0 TO WS-IB-REM.
032000     PERFORM 3070-MOD97-ONE-DIGIT THRU 3070-EXIT
032100         VARYING WS-IB-IDX FROM 1 BY 1
032200         UNTIL WS-IB-IDX > 30.
032300     IF WS-IB-REM = 1
032400         GO TO 3060-EXIT
032500     END-IF.
032600 3060-BAD-IBAN.
032700     MOVE 'N' TO WS-VALID-SW.
032800     MOVE "M004" TO WS-REJECT-CODE.
032900     STRING "IBAN NIEPOPRAWNY (PL + 26 CYFR, CYFRY KONTROLNE)"
033000         INTO WS-ERROR-MSG.
033100 3060-EXIT.
033200     EXIT.
033300
033400 3070-MOD97-ONE-DIGIT.
033500     COMPUTE WS-IB-WORK = WS-IB-REM * 10
033510         + WS-IB-DIGIT (WS-IB-IDX).
033600     DIVIDE WS-IB-WORK BY 97
033700         GIVING WS-IB-QUOT REMAINDER WS-IB-REM.
033800 3070-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200*  3100-ADD-MANDATE                                             *
034300*  A NEW MANDATE STARTS ACTIVE WITH NO REFUSALS.  AN ADD FOR A  *
034400*  LOAN WHOSE OLD MANDATE WAS CANCELLED REPLACES IT (THE        *
034500*  BORROWER HAS SIGNED AGAIN); OVER A LIVE ONE IT IS REFUSED.   *
034600*****************************************************************
034700 3100-ADD-MANDATE.
034800     PERFORM 3400-FETCH-BEFORE-IMAGE THRU 3400-EXIT.
034900     IF WS-BEFORE-FOUND
035000       AND NOT MD-STATUS-CANCELLED
035100         MOVE "M006" TO WS-REJECT-CODE
035200         STRING "MANDAT DLA KREDYTU JUZ ISTNIEJE"
035300             INTO WS-ERROR-MSG
035400         PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
035500         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
035600         GO TO 3100-EXIT
035700     END-IF.
035800     MOVE MT-LOAN-ID TO MD-LOAN-ID.
035900     MOVE MT-IBAN TO MD-IBAN.
036000     MOVE MT-MANDATE-REF TO MD-MANDATE-REF.
036100     MOVE MT-SIGNED-DATE-NUM TO MD-SIGNED-DATE.
036200     SET MD-STATUS-ACTIVE TO TRUE.
036300     MOVE WS-RUN-DATE-YMD TO MD-STATUS-DATE.
036400     MOVE 0 TO MD-CONSEC-REFUSALS.
036500     MOVE 0 TO MD-LAST-REFUSAL-PERIOD.
036600     MOVE SPACES TO MD-LAST-REFUSAL-REASON.
036700     IF WS-BEFORE-FOUND
036800         REWRITE MANDATE-RECORD
036900             INVALID KEY
037000                 MOVE "M007" TO WS-REJECT-CODE
037100                 STRING "BLAD ZAPISU MANDATU"
037200                     INTO WS-ERROR-MSG
037300                 PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
037400                 PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
037500                 GO TO 3100-EXIT
037600         END-REWRITE
037700     ELSE
037800         WRITE MANDATE-RECORD
037900             INVALID KEY
038000                 MOVE "M007" TO WS-REJECT-CODE
038100                 STRING "BLAD ZAPISU MANDATU"
038200                     INTO WS-ERROR-MSG
038300                 PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
038400                 PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
038500                 GO TO 3100-EXIT
038600         END-WRITE
038700     END-IF.
038800     ADD 1 TO WS-CNT-ADDED.
038900     MOVE SPACES TO WS-PRINT-LINE.
039000     STRING "ZALOZONO " MT-LOAN-ID INTO WS-PRINT-LINE.
039100     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
039200     IF WS-BEFORE-FOUND
039300         PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT
039400     END-IF.
039500     PERFORM 6100-WRITE-AFTER-IMAGE THRU 6100-EXIT.
039600 3100-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*  3200-CHANGE-MANDATE                                          *
040100*  A NON-BLANK TRANSACTION FIELD REPLACES THE STORED VALUE; A   *
040200*  BLANK FIELD LEAVES THE STORED VALUE ALONE.  A NEW ACCOUNT ON *
040300*  A SUSPENDED MANDATE RESTORES IT - THE REFUSALS BELONGED TO   *
040400*  THE OLD ACCOUNT.  A CANCELLED MANDATE CANNOT BE CHANGED; THE *
040500*  BORROWER MUST SIGN A NEW ONE ('A').                          *
040600*****************************************************************
040700 3200-CHANGE-MANDATE.
040800     PERFORM 3400-FETCH-BEFORE-IMAGE THRU 3400-EXIT.
040900     IF NOT WS-BEFORE-FOUND
041000         MOVE "M008" TO WS-REJECT-CODE
041100         STRING "BRAK MANDATU DO ZMIANY"
041200             INTO WS-ERROR-MSG
041300         PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
041400         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
041500         GO TO 3200-EXIT
041600     END-IF.
041700     IF MD-STATUS-CANCELLED
041800         MOVE "M009" TO WS-REJECT-CODE
041900         STRING "MANDAT ANULOWANY - WYMAGANE NOWE ZALOZENIE"
042000             INTO WS-ERROR-MSG
042100         PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
042200         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
042300         GO TO 3200-EXIT
042400     END-IF.
042500     IF MT-IBAN NOT = SPACES
042600         MOVE MT-IBAN TO MD-IBAN
042700         IF MD-STATUS-SUSPENDED
042800             SET MD-STATUS-ACTIVE TO TRUE
042900             MOVE WS-RUN-DATE-YMD TO MD-STATUS-DATE
043000             MOVE 0 TO MD-CONSEC-REFUSALS
043100         END-IF
043200     END-IF.
043300     IF MT-MANDATE-REF NOT = SPACES
043400         MOVE MT-MANDATE-REF TO MD-MANDATE-REF
043500     END-IF.
043600     IF MT-SIGNED-DATE NOT = SPACES
043700         MOVE MT-SIGNED-DATE-NUM TO MD-SIGNED-DATE
043800     END-IF.
043900     REWRITE MANDATE-RECORD
044000         INVALID KEY
044100             MOVE "M010" TO WS-REJECT-CODE
044200             STRING "BLAD ZAPISU ZMIANY"
044300                 INTO WS-ERROR-MSG
044400             PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
044500             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
044600             GO TO 3200-EXIT
044700     END-REWRITE.
044800     ADD 1 TO WS-CNT-CHANGED.
044900     MOVE SPACES TO WS-PRINT-LINE.
045000     STRING "ZMIENIONO " MT-LOAN-ID INTO WS-PRINT-LINE.
045100     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
045200     PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
045300     PERFORM 6100-WRITE-AFTER-IMAGE THRU 6100-EXIT.
045400 3200-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*  3300-CANCEL-MANDATE                                          *
045900*****************************************************************
046000 3300-CANCEL-MANDATE.
046100     PERFORM 3400-FETCH-BEFORE-IMAGE THRU 3400-EXIT.
046200     IF NOT WS-BEFORE-FOUND
046300         MOVE "M011" TO WS-REJECT-CODE
046400         STRING "BRAK MANDATU DO ANULOWANIA"
046500             INTO WS-ERROR-MSG
046600         PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
046700         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
046800         GO TO 3300-EXIT
046900     END-IF.
047000     IF MD-STATUS-CANCELLED
047100         MOVE "M012" TO WS-REJECT-CODE
047200         STRING "MANDAT JUZ ANULOWANY"
047300             INTO WS-ERROR-MSG
047400         PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
047500         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
047600         GO TO 3300-EXIT
047700     END-IF.
047800     SET MD-STATUS-CANCELLED TO TRUE.
047900     MOVE WS-RUN-DATE-YMD TO MD-STATUS-DATE.
048000     REWRITE MANDATE-RECORD
048100         INVALID KEY
048200             MOVE "M013" TO WS-REJECT-CODE
048300             STRING "BLAD ZAPISU ANULOWANIA"
048400                 INTO WS-ERROR-MSG
048500             PERFORM 8600-WRITE-REJECT-RECORD THRU 8600-EXIT
048600             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
048700             GO TO 3300-EXIT
048800     END-REWRITE.
048900     ADD 1 TO WS-CNT-CANCELLED.
049000     MOVE SPACES TO WS-PRINT-LINE.
049100     STRING "ANULOWANO " MT-LOAN-ID INTO WS-PRINT-LINE.
049200     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
049300     PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
049400     PERFORM 6100-WRITE-AFTER-IMAGE THRU 6100-EXIT.
049500 3300-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900*  3400-FETCH-BEFORE-IMAGE                                      *
050000*  READS THE CURRENT RECORD AND KEEPS ITS IMAGE FOR THE AUDIT   *
050100*  REPORT.                                                      *
050200*****************************************************************
050300 3400-FETCH-BEFORE-IMAGE.
050400     MOVE 'N' TO WS-BEFORE-FOUND-SW.
050500     MOVE MT-LOAN-ID TO MD-LOAN-ID.
050600     READ MANDATE-FILE
050700         INVALID KEY
050800             GO TO 3400-EXIT
050900     END-READ.
051000     SET WS-BEFORE-FOUND TO TRUE.
051100     MOVE MD-LOAN-ID TO WS-BF-LOAN-ID.
051200     MOVE MD-IBAN TO WS-BF-IBAN.
051300     MOVE MD-MANDATE-REF TO WS-BF-MANDATE-REF.
051400     MOVE MD-SIGNED-DATE TO WS-BF-SIGNED-DATE.
051500     MOVE MD-STATUS TO WS-BF-STATUS.
051600     MOVE MD-STATUS-DATE TO WS-BF-STATUS-DATE.
051700     MOVE MD-CONSEC-REFUSALS TO WS-BF-CONSEC-REFUSALS.
051800 3400-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200*  5000-WRITE-REPORT-TITLE                                      *
052300*****************************************************************
052400 5000-WRITE-REPORT-TITLE.
052500     ACCEPT WS-RUN-DATE FROM DATE.
052600     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
052700     MOVE WS-RUN-DATE TO WS-ED-RUN-DATE.
052800     MOVE SPACES TO WS-PRINT-LINE.
052900     STRING "RAPORT AKTUALIZACJI KARTOTEKI MANDATOW "
053000         "POLECENIA ZAPLATY" INTO WS-PRINT-LINE.
053100     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
053200     MOVE SPACES TO WS-PRINT-LINE.
053300     STRING "DATA URUCHOMIENIA: " WS-ED-RUN-DATE
053400         INTO WS-PRINT-LINE.
053500     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
053600     MOVE SPACES TO WS-PRINT-LINE.
053700     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
053800 5000-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*  6000-WRITE-BEFORE-IMAGE                                      *
054300*****************************************************************
054400 6000-WRITE-BEFORE-IMAGE.
054500     MOVE WS-BF-CONSEC-REFUSALS TO WS-ED-REFUSALS.
054600     MOVE SPACES TO WS-PRINT-LINE.
054700     STRING "  PRZED: " WS-BF-IBAN " / " WS-BF-MANDATE-REF
054800         " / PODPISANO " WS-BF-SIGNED-DATE
054900         " / STATUS " WS-BF-STATUS " OD " WS-BF-STATUS-DATE
055000         " / ODMOWY " WS-ED-REFUSALS
055100         INTO WS-PRINT-LINE.
055200     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
055300 6000-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*  6100-WRITE-AFTER-IMAGE                                       *
055800*****************************************************************
055900 6100-WRITE-AFTER-IMAGE.
056000     MOVE MD-CONSEC-REFUSALS TO WS-ED-REFUSALS.
056100     MOVE SPACES TO WS-PRINT-LINE.
056200     STRING "  PO:    " MD-IBAN " / " MD-MANDATE-REF
056300         " / PODPISANO " MD-SIGNED-DATE
056400         " / STATUS " MD-STATUS " OD " MD-STATUS-DATE
056500         " / ODMOWY " WS-ED-REFUSALS
056600         INTO WS-PRINT-LINE.
056700     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
056800 6100-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200*  6400-WRITE-ERROR-LINE                                        *
057300*****************************************************************
057400 6400-WRITE-ERROR-LINE.
057500     ADD 1 TO WS-CNT-REJECTED.
057600     MOVE SPACES TO WS-PRINT-LINE.
057700     STRING "*** BLAD: TRANSAKCJA ODRZUCONA, AKCJA: " MT-ACTION
057800         "  KREDYT: " MT-LOAN-ID
057900         "  KOD: " WS-REJECT-CODE
058000         "  " WS-ERROR-MSG
058100         INTO WS-PRINT-LINE.
058200     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
058300 6400-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*  8600-WRITE-REJECT-RECORD                                     *
058800*****************************************************************
058900 8600-WRITE-REJECT-RECORD.
059000     MOVE WS-MAINT-AREA TO MRJ-TXN-DATA.
059100     MOVE WS-REJECT-CODE TO MRJ-REASON-CODE.
059200     MOVE WS-ERROR-MSG TO MRJ-REASON-TEXT.
059300     WRITE MAINT-REJECT-RECORD.
059400 8600-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*  6300-WRITE-TOTALS-LINES                                      *
059900*****************************************************************
060000 6300-WRITE-TOTALS-LINES.
060100     MOVE SPACES TO WS-PRINT-LINE.
060200     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060300     MOVE WS-CNT-READ TO WS-ED-COUNT.
060400     MOVE SPACES TO WS-PRINT-LINE.
060500     STRING "TRANSAKCJE ODCZYTANE:  " WS-ED-COUNT
060600         INTO WS-PRINT-LINE.
060700     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060800     MOVE WS-CNT-ADDED TO WS-ED-COUNT.
060900     MOVE SPACES TO WS-PRINT-LINE.
061000     STRING "MANDATY ZALOZONE:      " WS-ED-COUNT
061100         INTO WS-PRINT-LINE.
061200     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
061300     MOVE WS-CNT-CHANGED TO WS-ED-COUNT.
061400     MOVE SPACES TO WS-PRINT-LINE.
061500     STRING "MANDATY ZMIENIONE:     " WS-ED-COUNT
061600         INTO WS-PRINT-LINE.
061700     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
061800     MOVE WS-CNT-CANCELLED TO WS-ED-COUNT.
061900     MOVE SPACES TO WS-PRINT-LINE.
062000     STRING "MANDATY ANULOWANE:     " WS-ED-COUNT
062100         INTO WS-PRINT-LINE.
062200     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
062300     MOVE WS-CNT-REJECTED TO WS-ED-COUNT.
062400     MOVE SPACES TO WS-PRINT-LINE.
062500     STRING "TRANSAKCJE ODRZUCONE:  " WS-ED-COUNT
062600         INTO WS-PRINT-LINE.
062700     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
062800 6300-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200*  9000-CLOSE-FILES                                             *
063300*****************************************************************
063400 9000-CLOSE-FILES.
063500     CLOSE MAINT-INPUT-FILE.
063600     CLOSE MANDATE-FILE.
063700     CLOSE MAINT-REPORT-FILE.
063800     CLOSE MAINT-REJECT-FILE.
063900 9000-EXIT.
064000     EXIT.
