000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOAN-PURGE.
000300 AUTHOR.        D. LEWANDOWSKA.
000400 INSTALLATION.  CONSUMER LENDING - MONTH-END CLOSE UNIT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  2026-10-15 DL    ORIGINAL ARCHIVE AND PURGE OF CLOSED LOANS.  *
001200*                   A PAID-OFF LOAN CLOSED (SETTLEMENT DATE, OR  *
001300*                   LAST POSTED PERIOD) AT LEAST THE PURGCTL     *
001400*                   RETENTION IN MONTHS AGO IS COPIED TO LOANARC *
001500*                   AND DELETED FROM LOANMST; ITS BORRADDR       *
001600*                   RECORD GOES TO BORRARC AND ITS PAYHIST ROWS  *
001700*                   TO PAYHARC, PAYHIST BEING REWRITTEN WITHOUT  *
001800*                   THEM.  THE PURGRPT REGISTER LISTS EVERY LOAN *
001900*                   AND PROVES READ = KEPT + ARCHIVED IN RECORDS *
002000*                   AND MONEY, RE-READING LOANMST AND PAYHIST    *
002100*                   AFTER A PURGE.  MODE 'R' ON THE CARD (OR NO  *
002200*                   CARD) IS A PREVIEW THAT CHANGES NOTHING.     *
002210*  2026-10-15 DL    THE LOANMST DELETE IS CHECKED ON ITS FILE    *
002220*                   STATUS, AND A HISTORY ROW THAT CANNOT BE     *
002230*                   WRITTEN TO PAYHARC OR PAYHIST IS REPORTED AS *
002240*                   A CONTROL BREAK (RC 8) INSTEAD OF BEING      *
002250*                   COUNTED AS ARCHIVED OR KEPT. A LOAN ARCHIVED *
002252*                   BUT NOT DELETED FROM LOANMST IS ALSO A       *
002254*                   CONTROL BREAK.                               *
002260*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. LINUX-BATCH.
002700 OBJECT-COMPUTER. LINUX-BATCH.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PURGE-CONTROL-FILE ASSIGN TO "PURGCTL"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-CTL-FILE-STATUS.
003300     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS MS-LOAN-ID
003700         FILE STATUS IS WS-MASTER-FILE-STATUS.
003800     SELECT BORROWER-FILE ASSIGN TO "BORRADDR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS BA-LOAN-ID
004200         FILE STATUS IS WS-BORROWER-FILE-STATUS.
004300     SELECT HISTORY-FILE ASSIGN TO "PAYHIST"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-HISTORY-FILE-STATUS.
004600     SELECT SORTED-HISTORY-FILE ASSIGN TO "PURGHSRT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-SORTED-FILE-STATUS.
004900     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
005000     SELECT LOAN-ARCHIVE-FILE ASSIGN TO "LOANARC"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-LOANARC-FILE-STATUS.
005300     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "PAYHARC"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PAYHARC-FILE-STATUS.
005600     SELECT BORROWER-ARCHIVE-FILE ASSIGN TO "BORRARC"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-BORRARC-FILE-STATUS.
005900     SELECT REGISTER-FILE ASSIGN TO "PURGRPT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-REGISTER-FILE-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*****************************************************************
006600*  PURGE CONTROL CARD - ONE 80-BYTE RECORD: THE RETENTION IN    *
006700*  MONTHS, THE MODE ('R' REPORT ONLY, 'P' PURGE) AND AN         *
006800*  OPTIONAL AS-OF DATE (RRRRMMDD, DEFAULT TODAY).               *
006900*****************************************************************
007000 FD  PURGE-CONTROL-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  PURGE-CONTROL-RECORD       PIC X(80).
007400
007500 FD  LOAN-MASTER-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 240 CHARACTERS.
007800 COPY LOANMST.
007900
008000 FD  BORROWER-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 137 CHARACTERS.
008300 COPY BORRREC.
008400
008500 FD  HISTORY-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 146 CHARACTERS.
008800 01  HISTORY-FILE-RECORD        PIC X(146).
008900
009000 FD  SORTED-HISTORY-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 146 CHARACTERS.
009300 01  SORTED-HISTORY-RECORD      PIC X(146).
009400
009500 SD  SORT-WORK-FILE
009600     RECORD CONTAINS 146 CHARACTERS.
009700 01  SORT-WORK-RECORD.
009800     05  SR-LOAN-ID              PIC X(10).
009900     05  SR-POST-DATE            PIC 9(8).
010000     05  FILLER                  PIC X(128).
010100
010200*****************************************************************
010300*  ARCHIVE FILES - RECORD IMAGES EXACTLY AS THEY STOOD ON       *
010400*  LOANMST, PAYHIST AND BORRADDR, APPENDED RUN BY RUN.          *
010500*****************************************************************
010600 FD  LOAN-ARCHIVE-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 240 CHARACTERS.
010900 01  LOAN-ARCHIVE-RECORD        PIC X(240).
011000
011100 FD  HISTORY-ARCHIVE-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 146 CHARACTERS.
011400 01  HISTORY-ARCHIVE-RECORD     PIC X(146).
011500
011600 FD  BORROWER-ARCHIVE-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 137 CHARACTERS.
011900 01  BORROWER-ARCHIVE-RECORD    PIC X(137).
012000
012100 FD  REGISTER-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 132 CHARACTERS.
012400 01  REG-LINE                   PIC X(132).
012500
012600 WORKING-STORAGE SECTION.
012700*****************************************************************
012800*  CURRENT HISTORY ROW - SHARED LAYOUT WITH LOAN-POSTING.       *
012900*****************************************************************
013000 COPY PAYHIST.
013100
013200 77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
013300     88  WS-MASTER-EOF               VALUE 'Y'.
013400 77  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
013500     88  WS-HISTORY-EOF              VALUE 'Y'.
013600 77  WS-NO-HISTORY-SW            PIC X(01) VALUE 'N'.
013700     88  WS-NO-HISTORY               VALUE 'Y'.
013800 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE "00".
013900 77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE "00".
014000 77  WS-BORROWER-FILE-STATUS     PIC X(02) VALUE "00".
014100 77  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE "00".
014200 77  WS-SORTED-FILE-STATUS       PIC X(02) VALUE "00".
014300 77  WS-LOANARC-FILE-STATUS      PIC X(02) VALUE "00".
014400 77  WS-PAYHARC-FILE-STATUS      PIC X(02) VALUE "00".
014500 77  WS-BORRARC-FILE-STATUS      PIC X(02) VALUE "00".
014600 77  WS-REGISTER-FILE-STATUS     PIC X(02) VALUE "00".
014700
014800*****************************************************************
014900*  CONTROL CARD WORK AREA.  WITHOUT A CARD THE RUN IS A PREVIEW *
015000*  WITH THE DEFAULT RETENTION - NOTHING IS EVER PURGED UNLESS A *
015100*  CARD ASKS FOR IT.  A CARD THAT CANNOT BE READ REFUSES THE    *
015200*  RUN.                                                         *
015300*****************************************************************
015400 01  WS-PURGE-CONTROL-AREA.
015500     05  PC-RETAIN-MONTHS        PIC X(03).
015600     05  PC-RETAIN-MONTHS-N REDEFINES PC-RETAIN-MONTHS
015700                                 PIC 9(03).
015800     05  PC-MODE                 PIC X(01).
015900     05  PC-AS-OF-DATE           PIC X(08).
016000     05  PC-AS-OF-DATE-N REDEFINES PC-AS-OF-DATE
016100                                 PIC 9(08).
016200     05  FILLER                  PIC X(68).
016300 77  WS-RETAIN-MONTHS            PIC 9(03) VALUE 60.
016400 77  WS-RUN-MODE                 PIC X(01) VALUE 'R'.
016500     88  WS-MODE-REPORT-ONLY         VALUE 'R'.
016600     88  WS-MODE-PURGE               VALUE 'P'.
016700 77  WS-CTL-PRESENT-SW           PIC X(01) VALUE 'N'.
016800     88  WS-CTL-PRESENT              VALUE 'Y'.
016900 77  WS-CTL-BAD-SW               PIC X(01) VALUE 'N'.
017000     88  WS-CTL-BAD                  VALUE 'Y'.
017100
017200*****************************************************************
017300*  CUT-OFF - PERIODS ARE COMPARED AS A COUNT OF MONTHS (YEAR    *
017400*  TIMES 12 PLUS MONTH).  A LOAN CLOSED IN THE CUT-OFF MONTH OR *
017500*  EARLIER IS AT LEAST WS-RETAIN-MONTHS OLD AND IS PURGED.      *
017600*****************************************************************
017700 01  WS-AS-OF-AREA.
017800     05  WS-AS-OF-YMD            PIC 9(08) VALUE 0.
017900     05  WS-AS-OF-PARTS REDEFINES WS-AS-OF-YMD.
018000         10  WS-AS-OF-PERIOD     PIC 9(06).
018100         10  FILLER              PIC 9(02).
018200 01  WS-PERIOD-AREA.
018300     05  WS-PERIOD               PIC 9(06) VALUE 0.
018400     05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
018500         10  WS-PERIOD-YEAR      PIC 9(04).
018600         10  WS-PERIOD-MONTH     PIC 9(02).
018700 77  WS-PERIOD-MONTHS            PIC 9(6) VALUE 0.
018800 77  WS-CUTOFF-MONTHS            PIC 9(6) VALUE 0.
018900 77  WS-CLOSE-PERIOD             PIC 9(06) VALUE 0.
019000
019100*****************************************************************
019200*  PURGE TABLE - ONE ENTRY PER LOAN SELECTED, IN LOANMST KEY    *
019300*  ORDER, SO THE HISTORY SORTED BY LOAN CAN BE MATCHED AGAINST  *
019400*  IT IN ONE PASS.  LOANS BEYOND THE TABLE ARE LEFT FOR THE     *
019500*  NEXT RUN.                                                    *
019600*****************************************************************
019700 01  WS-PURGE-TABLE-AREA.
019800     05  WS-PT-COUNT             PIC 9(4) COMP VALUE 0.
019900     05  WS-PT-ENTRY             OCCURS 5000 TIMES.
020000         10  WS-PT-LOAN-ID       PIC X(10).
020100         10  WS-PT-CLOSE-PERIOD  PIC 9(06).
020200         10  WS-PT-STATUS-NOTE   PIC X(01).
020300         10  WS-PT-BALANCE       PIC 9(8)V99.
020400         10  WS-PT-TOTAL-PAID    PIC 9(8)V99.
020500         10  WS-PT-BORROWER-SW   PIC X(01).
020600         10  WS-PT-ROWS          PIC 9(5) COMP.
020700 77  WS-PT-MAX                   PIC 9(4) COMP VALUE 5000.
020800 77  WS-PT-IDX                   PIC 9(4) COMP VALUE 0.
020900 77  WS-PT-FULL-SW               PIC X(01) VALUE 'N'.
021000     88  WS-PT-FULL                  VALUE 'Y'.
021100 77  WS-PT-STOP-SW               PIC X(01) VALUE 'N'.
021200     88  WS-PT-STOP                  VALUE 'Y'.
021300 77  WS-ROW-PURGED-SW            PIC X(01) VALUE 'N'.
021400     88  WS-ROW-PURGED               VALUE 'Y'.
021500
021600*****************************************************************
021700*  CONTROL TOTALS - WHAT WAS READ MUST EQUAL WHAT WAS KEPT PLUS *
021800*  WHAT WAS ARCHIVED.  ON A PURGE THE KEPT FIGURES ARE PROVEN   *
021900*  BY READING LOANMST AND PAYHIST BACK AFTERWARDS.              *
022000*****************************************************************
022100 77  WS-CNT-MASTERS              PIC 9(7) COMP VALUE 0.
022200 77  WS-CNT-SELECTED             PIC 9(7) COMP VALUE 0.
022300 77  WS-CNT-KEPT                 PIC 9(7) COMP VALUE 0.
022400 77  WS-CNT-NOT-DATED            PIC 9(7) COMP VALUE 0.
022500 77  WS-CNT-DEFERRED             PIC 9(7) COMP VALUE 0.
022600 77  WS-CNT-BORROWERS            PIC 9(7) COMP VALUE 0.
022700 77  WS-CNT-NO-BORROWER          PIC 9(7) COMP VALUE 0.
022800 77  WS-CNT-ERRORS               PIC 9(7) COMP VALUE 0.
022900 77  WS-BAL-READ                 PIC 9(13)V99 VALUE 0.
023000 77  WS-BAL-SELECTED             PIC 9(13)V99 VALUE 0.
023100 77  WS-BAL-KEPT                 PIC 9(13)V99 VALUE 0.
023200 77  WS-PAID-READ                PIC 9(13)V99 VALUE 0.
023300 77  WS-PAID-SELECTED            PIC 9(13)V99 VALUE 0.
023400 77  WS-PAID-KEPT                PIC 9(13)V99 VALUE 0.
023500 77  WS-CNT-ROWS-READ            PIC 9(9) COMP VALUE 0.
023600 77  WS-CNT-ROWS-ARCHIVED        PIC 9(9) COMP VALUE 0.
023700 77  WS-CNT-ROWS-KEPT            PIC 9(9) COMP VALUE 0.
023800 77  WS-AMT-ROWS-READ            PIC 9(13)V99 VALUE 0.
023900 77  WS-AMT-ROWS-ARCHIVED        PIC 9(13)V99 VALUE 0.
024000 77  WS-AMT-ROWS-KEPT            PIC 9(13)V99 VALUE 0.
024100 77  WS-ROW-AMOUNT               PIC 9(9)V99 VALUE 0.
024200 77  WS-CHK-MASTERS              PIC 9(7) COMP VALUE 0.
024300 77  WS-CHK-BAL                  PIC 9(13)V99 VALUE 0.
024400 77  WS-CHK-PAID                 PIC 9(13)V99 VALUE 0.
024500 77  WS-CHK-ROWS                 PIC 9(9) COMP VALUE 0.
024600 77  WS-CHK-AMT                  PIC 9(13)V99 VALUE 0.
024700 77  WS-CNT-BREAKS               PIC 9(3) COMP VALUE 0.
024800
024900*****************************************************************
025000*  PRINTED REPORT WORK AREA                                     *
025100*****************************************************************
025200 77  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
025300 77  WS-PRINT-PTR                PIC 9(3) COMP VALUE 1.
025400 77  WS-ERROR-TEXT               PIC X(50) VALUE SPACES.
025500 77  WS-CHECK-LABEL              PIC X(30) VALUE SPACES.
025600 77  WS-RUN-DATE                 PIC 9(6) VALUE 0.
025700 77  WS-ED-RUN-DATE              PIC 99/99/99.
025800 77  WS-ED-AMOUNT                PIC Z(8)9.99.
025900 77  WS-ED-TOTAL                 PIC Z(12)9.99.
026000 77  WS-ED-LEFT                  PIC Z(12)9.99.
026100 77  WS-ED-RIGHT                 PIC Z(12)9.99.
026200 77  WS-ED-COUNT                 PIC Z(8)9.
026300 77  WS-ED-MONTHS                PIC ZZ9.
026400
026500 PROCEDURE DIVISION.
026600*****************************************************************
026700*  0000-MAINLINE                                                *
026800*  THE HISTORY IS SORTED INTO PURGHSRT BEFORE ANYTHING IS       *
026900*  TOUCHED; ON A PURGE THAT SORTED COPY IS WHAT PAYHIST IS      *
027000*  REWRITTEN FROM, AND IT STAYS BEHIND AS THE BEFORE IMAGE.     *
027100*****************************************************************
027200 0000-MAINLINE.
027300     PERFORM 1500-READ-PURGE-CONTROL THRU 1500-EXIT.
027400     IF WS-CTL-BAD
027500         MOVE 12 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     PERFORM 1700-SORT-HISTORY THRU 1700-EXIT.
027900     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
028000     PERFORM 5000-WRITE-REPORT-TITLE THRU 5000-EXIT.
028100     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
028200     PERFORM 3000-SELECT-ONE-LOAN THRU 3000-EXIT
028300         UNTIL WS-MASTER-EOF.
028400     CLOSE LOAN-MASTER-FILE.
028500     CLOSE BORROWER-FILE.
028600     IF NOT WS-NO-HISTORY
028700         PERFORM 4000-SPLIT-HISTORY THRU 4000-EXIT
028800     END-IF.
028900     PERFORM 6000-WRITE-LOAN-LINE THRU 6000-EXIT
029000         VARYING WS-PT-IDX FROM 1 BY 1
029100         UNTIL WS-PT-IDX > WS-PT-COUNT.
029200     IF WS-MODE-PURGE
029300         PERFORM 8000-VERIFY-MASTER THRU 8000-EXIT
029400         PERFORM 8100-VERIFY-HISTORY THRU 8100-EXIT
029500     END-IF.
029600     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
029700     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
029800     EVALUATE TRUE
029900         WHEN WS-CNT-BREAKS > 0
030000             MOVE 08 TO RETURN-CODE
030100         WHEN WS-CNT-ERRORS > 0
030200           OR WS-CNT-DEFERRED > 0
030300           OR WS-CNT-NOT-DATED > 0
030400             MOVE 04 TO RETURN-CODE
030500         WHEN OTHER
030600             MOVE 00 TO RETURN-CODE
030700     END-EVALUATE.
030800 0000-STOP.
030900     STOP RUN.
031000
031100*****************************************************************
031200*  1000-OPEN-FILES                                              *
031300*  A PREVIEW OPENS LOANMST AND BORRADDR INPUT AND WRITES NO     *
031400*  ARCHIVES; A PURGE OPENS THEM I-O AND APPENDS TO THE ARCHIVE  *
031500*  FILES, CREATING THEM ON THE VERY FIRST RUN (FILE STATUS 35 = *
031600*  FILE NOT FOUND), AS LOAN-POSTING DOES FOR PAYHIST.           *
031700*****************************************************************
031800 1000-OPEN-FILES.
031900     IF WS-MODE-PURGE
032000         OPEN I-O LOAN-MASTER-FILE
032100     ELSE
032200         OPEN INPUT LOAN-MASTER-FILE
032300     END-IF.
032400     IF WS-MASTER-FILE-STATUS NOT = "00"
032500         DISPLAY "NIE MOZNA OTWORZYC LOAN-MASTER-FILE, STATUS: "
032600             WS-MASTER-FILE-STATUS
032700         MOVE 12 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000     IF WS-MODE-PURGE
033100         OPEN I-O BORROWER-FILE
033200     ELSE
033300         OPEN INPUT BORROWER-FILE
033400     END-IF.
033500     IF WS-BORROWER-FILE-STATUS NOT = "00"
033600         DISPLAY "NIE MOZNA OTWORZYC BORROWER-FILE, STATUS: "
033700             WS-BORROWER-FILE-STATUS
033800         CLOSE LOAN-MASTER-FILE
033900         MOVE 12 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     OPEN OUTPUT REGISTER-FILE.
034300     IF WS-REGISTER-FILE-STATUS NOT = "00"
034400         DISPLAY "NIE MOZNA OTWORZYC REGISTER-FILE, STATUS: "
034500             WS-REGISTER-FILE-STATUS
034600         CLOSE BORROWER-FILE
034700         CLOSE LOAN-MASTER-FILE
034800         MOVE 12 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     IF NOT WS-MODE-PURGE
035200         GO TO 1000-EXIT
035300     END-IF.
035400     OPEN EXTEND LOAN-ARCHIVE-FILE.
035500     IF WS-LOANARC-FILE-STATUS = "35"
035600         OPEN OUTPUT LOAN-ARCHIVE-FILE
035700     END-IF.
035800     IF WS-LOANARC-FILE-STATUS NOT = "00"
035900         DISPLAY "NIE MOZNA OTWORZYC LOAN-ARCHIVE-FILE, "
036000             "STATUS: " WS-LOANARC-FILE-STATUS
036100         CLOSE REGISTER-FILE
036200         CLOSE BORROWER-FILE
036300         CLOSE LOAN-MASTER-FILE
036400         MOVE 12 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700     OPEN EXTEND HISTORY-ARCHIVE-FILE.
036800     IF WS-PAYHARC-FILE-STATUS = "35"
036900         OPEN OUTPUT HISTORY-ARCHIVE-FILE
037000     END-IF.
037100     IF WS-PAYHARC-FILE-STATUS NOT = "00"
037200         DISPLAY "NIE MOZNA OTWORZYC HISTORY-ARCHIVE-FILE, "
037300             "STATUS: " WS-PAYHARC-FILE-STATUS
037400         CLOSE LOAN-ARCHIVE-FILE
037500         CLOSE REGISTER-FILE
037600         CLOSE BORROWER-FILE
037700         CLOSE LOAN-MASTER-FILE
037800         MOVE 12 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100     OPEN EXTEND BORROWER-ARCHIVE-FILE.
038200     IF WS-BORRARC-FILE-STATUS = "35"
038300         OPEN OUTPUT BORROWER-ARCHIVE-FILE
038400     END-IF.
038500     IF WS-BORRARC-FILE-STATUS NOT = "00"
038600         DISPLAY "NIE MOZNA OTWORZYC BORROWER-ARCHIVE-FILE, "
038700             "STATUS: " WS-BORRARC-FILE-STATUS
038800         CLOSE HISTORY-ARCHIVE-FILE
038900         CLOSE LOAN-ARCHIVE-FILE
039000         CLOSE REGISTER-FILE
039100         CLOSE BORROWER-FILE
039200         CLOSE LOAN-MASTER-FILE
039300         MOVE 12 TO RETURN-CODE
039400         STOP RUN
039500     END-IF.
039600 1000-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*  1500-READ-PURGE-CONTROL                                      *
040100*****************************************************************
040200 1500-READ-PURGE-CONTROL.
040300     ACCEPT WS-RUN-DATE FROM DATE.
040400     ACCEPT WS-AS-OF-YMD FROM DATE YYYYMMDD.
040500     OPEN INPUT PURGE-CONTROL-FILE.
040600     IF WS-CTL-FILE-STATUS NOT = "00"
040700         GO TO 1500-CUTOFF
040800     END-IF.
040900     READ PURGE-CONTROL-FILE INTO WS-PURGE-CONTROL-AREA
041000         AT END
041100             CLOSE PURGE-CONTROL-FILE
041200             GO TO 1500-CUTOFF
041300     END-READ.
041400     CLOSE PURGE-CONTROL-FILE.
041500     SET WS-CTL-PRESENT TO TRUE.
041600     MOVE PC-MODE TO WS-RUN-MODE.
041700     IF NOT WS-MODE-REPORT-ONLY AND NOT WS-MODE-PURGE
041800         DISPLAY "BLEDNY TRYB NA KARCIE STEROWANIA: "
041900             WS-RUN-MODE
042000         SET WS-CTL-BAD TO TRUE
042100         GO TO 1500-EXIT
042200     END-IF.
042300     IF PC-RETAIN-MONTHS IS NOT NUMERIC
042400       OR PC-RETAIN-MONTHS-N = 0
042500         DISPLAY "BLEDNY OKRES PRZECHOWYWANIA NA KARCIE: "
042600             PC-RETAIN-MONTHS
042700         SET WS-CTL-BAD TO TRUE
042800         GO TO 1500-EXIT
042900     END-IF.
043000     MOVE PC-RETAIN-MONTHS-N TO WS-RETAIN-MONTHS.
043100     IF PC-AS-OF-DATE IS NUMERIC AND PC-AS-OF-DATE-N > 0
043200         MOVE PC-AS-OF-DATE-N TO WS-AS-OF-YMD
043300     END-IF.
043400 1500-CUTOFF.
043500     MOVE WS-AS-OF-PERIOD TO WS-PERIOD.
043600     PERFORM 3200-PERIOD-TO-MONTHS THRU 3200-EXIT.
043700     IF WS-PERIOD-MONTHS NOT > WS-RETAIN-MONTHS
043800         DISPLAY "OKRES PRZECHOWYWANIA SIEGA PRZED POCZATEK "
043900             "KALENDARZA: " WS-RETAIN-MONTHS
044000         SET WS-CTL-BAD TO TRUE
044100         GO TO 1500-EXIT
044200     END-IF.
044300     COMPUTE WS-CUTOFF-MONTHS =
044400         WS-PERIOD-MONTHS - WS-RETAIN-MONTHS.
044500 1500-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*  1700-SORT-HISTORY                                            *
045000*  SAME ORDER AS LOAN-RECON AND LOAN-STATEMENT - BY LOAN, THEN  *
045100*  POSTING DATE, APPEND ORDER BREAKING TIES.  NO PAYHIST YET    *
045200*  JUST MEANS THERE IS NO HISTORY TO ARCHIVE.                   *
045300*****************************************************************
045400 1700-SORT-HISTORY.
045500     OPEN INPUT HISTORY-FILE.
045600     IF WS-HISTORY-FILE-STATUS = "35"
045700         SET WS-NO-HISTORY TO TRUE
045800         GO TO 1700-EXIT
045900     END-IF.
046000     IF WS-HISTORY-FILE-STATUS NOT = "00"
046100         DISPLAY "NIE MOZNA OTWORZYC HISTORY-FILE, "
046200             "STATUS: " WS-HISTORY-FILE-STATUS
046300         MOVE 12 TO RETURN-CODE
046400         STOP RUN
046500     END-IF.
046600     CLOSE HISTORY-FILE.
046700     SORT SORT-WORK-FILE
046800         ON ASCENDING KEY SR-LOAN-ID
046900         ON ASCENDING KEY SR-POST-DATE
047000         WITH DUPLICATES IN ORDER
047100         USING HISTORY-FILE
047200         GIVING SORTED-HISTORY-FILE.
047300 1700-EXIT.
047400     EXIT.
047500
047600 2100-READ-MASTER-RECORD.
047700     READ LOAN-MASTER-FILE NEXT RECORD
047800         AT END
047900             SET WS-MASTER-EOF TO TRUE
048000         NOT AT END
048100             ADD 1 TO WS-CNT-MASTERS
048200             ADD MS-CUR-BALANCE TO WS-BAL-READ
048300             ADD MS-TOTAL-PAID TO WS-PAID-READ
048400     END-READ.
048500 2100-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*  3000-SELECT-ONE-LOAN                                         *
049000*  ONLY A PAID-OFF LOAN IS PURGED - A CHARGED-OFF LOAN STAYS    *
049100*  WHILE RECOVERIES MAY STILL COME IN.  IT CLOSED ON ITS        *
049200*  SETTLEMENT DATE WHEN IT WAS SETTLED EARLY, OTHERWISE IN ITS  *
049300*  LAST POSTED PERIOD (THE PAYMENT THAT CLEARED IT).            *
049400*****************************************************************
049500 3000-SELECT-ONE-LOAN.
049600     IF NOT MS-STATUS-PAID-OFF
049700         GO TO 3000-KEEP
049800     END-IF.
049900     IF MS-SETTLEMENT-DATE > 0
050000         COMPUTE WS-CLOSE-PERIOD = MS-SETTLEMENT-DATE / 100
050100     ELSE
050200         MOVE MS-LAST-POSTED-PERIOD TO WS-CLOSE-PERIOD
050300     END-IF.
050400     IF WS-CLOSE-PERIOD = 0
050500         ADD 1 TO WS-CNT-NOT-DATED
050600         MOVE "SPLACONY BEZ DATY ZAMKNIECIA - POZOSTAWIONY"
050700             TO WS-ERROR-TEXT
050800         PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT
050900         GO TO 3000-KEEP
051000     END-IF.
051100     MOVE WS-CLOSE-PERIOD TO WS-PERIOD.
051200     PERFORM 3200-PERIOD-TO-MONTHS THRU 3200-EXIT.
051300     IF WS-PERIOD-MONTHS > WS-CUTOFF-MONTHS
051400         GO TO 3000-KEEP
051500     END-IF.
051600     IF WS-PT-COUNT >= WS-PT-MAX
051700         IF NOT WS-PT-FULL
051800             SET WS-PT-FULL TO TRUE
051900             DISPLAY "TABELA USUWANYCH KREDYTOW PELNA - "
052000                 "RESZTA W NASTEPNYM PRZEBIEGU"
052100         END-IF
052200         ADD 1 TO WS-CNT-DEFERRED
052300         GO TO 3000-KEEP
052400     END-IF.
052500     PERFORM 3100-PURGE-ONE-LOAN THRU 3100-EXIT.
052600     IF WS-ERROR-TEXT NOT = SPACES
052700         ADD 1 TO WS-CNT-ERRORS
052800         PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT
052900         GO TO 3000-KEEP
053000     END-IF.
053100     GO TO 3000-NEXT.
053200 3000-KEEP.
053300     ADD 1 TO WS-CNT-KEPT.
053400     ADD MS-CUR-BALANCE TO WS-BAL-KEPT.
053500     ADD MS-TOTAL-PAID TO WS-PAID-KEPT.
053600 3000-NEXT.
053700     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
053800 3000-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*  3100-PURGE-ONE-LOAN                                          *
054300*  THE MASTER IS ARCHIVED BEFORE IT IS DELETED, AND THE LOAN    *
054400*  ENTERS THE PURGE TABLE ONLY ONCE IT IS GONE FROM LOANMST, SO *
054500*  ITS HISTORY IS NEVER ARCHIVED WITHOUT IT.  A LOAN ARCHIVED   *
054600*  BUT NOT DELETED IS ON BOTH FILES (THE NEXT RUN WOULD ARCHIVE *
054610*  IT AGAIN), SO BESIDES ITS ERROR LINE IT IS A CONTROL BREAK   *
054620*  (RC 8).  ON A PREVIEW NOTHING IS WRITTEN OR DELETED.         *
054700*****************************************************************
054800 3100-PURGE-ONE-LOAN.
054900     MOVE SPACES TO WS-ERROR-TEXT.
055000     IF WS-MODE-PURGE
055100         WRITE LOAN-ARCHIVE-RECORD FROM MASTER-RECORD
055200         IF WS-LOANARC-FILE-STATUS NOT = "00"
055300             MOVE "BLAD ZAPISU ARCHIWUM KREDYTOW" TO WS-ERROR-TEXT
055400             GO TO 3100-EXIT
055500         END-IF
055600         DELETE LOAN-MASTER-FILE RECORD
055700         IF WS-MASTER-FILE-STATUS NOT = "00"
055710             MOVE "LOANMST - KREDYT NADAL W PLIKU"
055715                 TO WS-CHECK-LABEL
055720             MOVE 0 TO WS-ED-LEFT
055730             MOVE 1 TO WS-ED-RIGHT
055740             PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
055800             MOVE "BLAD USUNIECIA - KREDYT JUZ W ARCHIWUM"
055900                 TO WS-ERROR-TEXT
056000             GO TO 3100-EXIT
056100         END-IF
056200     END-IF.
056300     ADD 1 TO WS-PT-COUNT.
056400     MOVE MS-LOAN-ID TO WS-PT-LOAN-ID (WS-PT-COUNT).
056500     MOVE WS-CLOSE-PERIOD TO WS-PT-CLOSE-PERIOD (WS-PT-COUNT).
056600     IF MS-SETTLEMENT-DATE > 0
056700         MOVE 'S' TO WS-PT-STATUS-NOTE (WS-PT-COUNT)
056800     ELSE
056900         MOVE 'P' TO WS-PT-STATUS-NOTE (WS-PT-COUNT)
057000     END-IF.
057100     MOVE MS-CUR-BALANCE TO WS-PT-BALANCE (WS-PT-COUNT).
057200     MOVE MS-TOTAL-PAID TO WS-PT-TOTAL-PAID (WS-PT-COUNT).
057300     MOVE 0 TO WS-PT-ROWS (WS-PT-COUNT).
057400     ADD 1 TO WS-CNT-SELECTED.
057500     ADD MS-CUR-BALANCE TO WS-BAL-SELECTED.
057600     ADD MS-TOTAL-PAID TO WS-PAID-SELECTED.
057700     PERFORM 3150-PURGE-BORROWER THRU 3150-EXIT.
057800 3100-EXIT.
057900     EXIT.
058000
058100 3150-PURGE-BORROWER.
058200     MOVE 'N' TO WS-PT-BORROWER-SW (WS-PT-COUNT).
058300     MOVE MS-LOAN-ID TO BA-LOAN-ID.
058400     READ BORROWER-FILE
058500         INVALID KEY
058600             ADD 1 TO WS-CNT-NO-BORROWER
058700             GO TO 3150-EXIT
058800     END-READ.
058900     IF WS-MODE-PURGE
059000         WRITE BORROWER-ARCHIVE-RECORD FROM BORROWER-RECORD
059100         IF WS-BORRARC-FILE-STATUS NOT = "00"
059200             ADD 1 TO WS-CNT-ERRORS
059300             MOVE "BLAD ZAPISU ARCHIWUM ADRESOW - ADRES ZOSTAJE"
059400                 TO WS-ERROR-TEXT
059500             PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT
059600             MOVE SPACES TO WS-ERROR-TEXT
059700             GO TO 3150-EXIT
059800         END-IF
059900         DELETE BORROWER-FILE RECORD
060000             INVALID KEY
060100                 ADD 1 TO WS-CNT-ERRORS
060200                 MOVE "BLAD USUNIECIA ADRESU - REKORD W ARCHIWUM"
060300                     TO WS-ERROR-TEXT
060400                 PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT
060500                 MOVE SPACES TO WS-ERROR-TEXT
060600                 GO TO 3150-EXIT
060700         END-DELETE
060800     END-IF.
060900     MOVE 'Y' TO WS-PT-BORROWER-SW (WS-PT-COUNT).
061000     ADD 1 TO WS-CNT-BORROWERS.
061100 3150-EXIT.
061200     EXIT.
061300
061400 3200-PERIOD-TO-MONTHS.
061500     COMPUTE WS-PERIOD-MONTHS =
061600         WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH.
061700 3200-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*  4000-SPLIT-HISTORY                                           *
062200*  WALKS THE SORTED HISTORY AGAINST THE PURGE TABLE (BOTH IN    *
062300*  LOAN ORDER).  ON A PURGE A SELECTED LOAN'S ROWS GO TO        *
062400*  PAYHARC AND EVERY OTHER ROW IS WRITTEN BACK TO A FRESH       *
062500*  PAYHIST; ON A PREVIEW THE ROWS ARE ONLY COUNTED.             *
062600*****************************************************************
062700 4000-SPLIT-HISTORY.
062800     OPEN INPUT SORTED-HISTORY-FILE.
062900     IF WS-SORTED-FILE-STATUS NOT = "00"
063000         DISPLAY "NIE MOZNA OTWORZYC SORTED-HISTORY-FILE, "
063100             "STATUS: " WS-SORTED-FILE-STATUS
063200         ADD 1 TO WS-CNT-BREAKS
063300         GO TO 4000-EXIT
063400     END-IF.
063500     IF WS-MODE-PURGE
063600         OPEN OUTPUT HISTORY-FILE
063700         IF WS-HISTORY-FILE-STATUS NOT = "00"
063800             DISPLAY "NIE MOZNA OTWORZYC HISTORY-FILE, "
063900                 "STATUS: " WS-HISTORY-FILE-STATUS
064000                 " - PAYHIST DO ODTWORZENIA Z PURGHSRT"
064100             CLOSE SORTED-HISTORY-FILE
064200             ADD 1 TO WS-CNT-BREAKS
064300             GO TO 4000-EXIT
064400         END-IF
064500     END-IF.
064600     MOVE 1 TO WS-PT-IDX.
064700     MOVE 'N' TO WS-HISTORY-EOF-SW.
064800     PERFORM 4100-READ-SORTED-ROW THRU 4100-EXIT.
064900     PERFORM 4200-SPLIT-ONE-ROW THRU 4200-EXIT
065000         UNTIL WS-HISTORY-EOF.
065100     CLOSE SORTED-HISTORY-FILE.
065200     IF WS-MODE-PURGE
065300         CLOSE HISTORY-FILE
065400     END-IF.
065500 4000-EXIT.
065600     EXIT.
065700
065800 4100-READ-SORTED-ROW.
065900     READ SORTED-HISTORY-FILE INTO HISTORY-RECORD
066000         AT END
066100             SET WS-HISTORY-EOF TO TRUE
066200             GO TO 4100-EXIT
066300     END-READ.
066400     ADD 1 TO WS-CNT-ROWS-READ.
066500     COMPUTE WS-ROW-AMOUNT = PH-PAYMENT + PH-OVERPAYMENT.
066600     ADD WS-ROW-AMOUNT TO WS-AMT-ROWS-READ.
066700 4100-EXIT.
066800     EXIT.
066900
066910*****************************************************************
066920*  4200-SPLIT-ONE-ROW                                           *
066930*  ON A PURGE THE ROW IS WRITTEN FIRST AND COUNTED ONLY WHEN    *
066940*  THE WRITE WORKED.  A ROW THAT COULD NOT BE WRITTEN TO        *
066950*  PAYHARC OR PAYHIST IS A CONTROL BREAK (ITS AMOUNT AGAINST    *
066960*  ZERO WRITTEN), WHICH ENDS THE RUN WITH RC 8.                 *
066970*****************************************************************
067000 4200-SPLIT-ONE-ROW.
067100     PERFORM 4300-ADVANCE-PURGE-TABLE THRU 4300-EXIT.
067200     IF WS-ROW-PURGED
067205         IF WS-MODE-PURGE
067210             WRITE HISTORY-ARCHIVE-RECORD FROM HISTORY-RECORD
067215             IF WS-PAYHARC-FILE-STATUS NOT = "00"
067220                 DISPLAY "BLAD ZAPISU HISTORY-ARCHIVE-FILE, "
067225                     "STATUS: " WS-PAYHARC-FILE-STATUS
067227                     "  KREDYT: " PH-LOAN-ID
067230                 MOVE "PAYHARC - BLAD ZAPISU WIERSZA"
067232                     TO WS-CHECK-LABEL
067235                 MOVE WS-ROW-AMOUNT TO WS-ED-LEFT
067240                 MOVE 0 TO WS-ED-RIGHT
067245                 PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
067250                 GO TO 4200-NEXT
067255             END-IF
067260         END-IF
067300         ADD 1 TO WS-PT-ROWS (WS-PT-IDX)
067400         ADD 1 TO WS-CNT-ROWS-ARCHIVED
067500         ADD WS-ROW-AMOUNT TO WS-AMT-ROWS-ARCHIVED
067510     ELSE
067600         IF WS-MODE-PURGE
067700             WRITE HISTORY-FILE-RECORD FROM HISTORY-RECORD
067710             IF WS-HISTORY-FILE-STATUS NOT = "00"
067720                 DISPLAY "BLAD ZAPISU HISTORY-FILE, STATUS: "
067730                     WS-HISTORY-FILE-STATUS
067735                     "  KREDYT: " PH-LOAN-ID
067740                 MOVE "PAYHIST - BLAD ZAPISU WIERSZA"
067745                     TO WS-CHECK-LABEL
067750                 MOVE WS-ROW-AMOUNT TO WS-ED-LEFT
067760                 MOVE 0 TO WS-ED-RIGHT
067770                 PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
067780                 GO TO 4200-NEXT
067790             END-IF
067800         END-IF
068000         ADD 1 TO WS-CNT-ROWS-KEPT
068100         ADD WS-ROW-AMOUNT TO WS-AMT-ROWS-KEPT
068500     END-IF.
068510 4200-NEXT.
068600     PERFORM 4100-READ-SORTED-ROW THRU 4100-EXIT.
068700 4200-EXIT.
068800     EXIT.
068900
069000 4300-ADVANCE-PURGE-TABLE.
069100     MOVE 'N' TO WS-ROW-PURGED-SW.
069200     MOVE 'N' TO WS-PT-STOP-SW.
069300     PERFORM 4310-CHECK-ONE-ENTRY THRU 4310-EXIT
069400         UNTIL WS-PT-STOP.
069500 4300-EXIT.
069600     EXIT.
069700
069800 4310-CHECK-ONE-ENTRY.
069900     IF WS-PT-IDX > WS-PT-COUNT
070000         SET WS-PT-STOP TO TRUE
070100         GO TO 4310-EXIT
070200     END-IF.
070300     IF WS-PT-LOAN-ID (WS-PT-IDX) < PH-LOAN-ID
070400         ADD 1 TO WS-PT-IDX
070500         GO TO 4310-EXIT
070600     END-IF.
070700     SET WS-PT-STOP TO TRUE.
070800     IF WS-PT-LOAN-ID (WS-PT-IDX) = PH-LOAN-ID
070900         SET WS-ROW-PURGED TO TRUE
071000     END-IF.
071100 4310-EXIT.
071200     EXIT.
071300
071400*****************************************************************
071500*  5000-WRITE-REPORT-TITLE                                      *
071600*****************************************************************
071700 5000-WRITE-REPORT-TITLE.
071800     MOVE WS-RUN-DATE TO WS-ED-RUN-DATE.
071900     MOVE SPACES TO WS-PRINT-LINE.
072000     STRING "REJESTR ARCHIWIZACJI ZAMKNIETYCH KREDYTOW"
072100         INTO WS-PRINT-LINE.
072200     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
072300     MOVE WS-RETAIN-MONTHS TO WS-ED-MONTHS.
072400     MOVE SPACES TO WS-PRINT-LINE.
072500     STRING "DATA URUCHOMIENIA: " WS-ED-RUN-DATE
072600         "   STAN NA: " WS-AS-OF-YMD
072700         "   PRZECHOWYWANIE MIESIECY: " WS-ED-MONTHS
072800         INTO WS-PRINT-LINE.
072900     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
073000     MOVE SPACES TO WS-PRINT-LINE.
073100     IF WS-MODE-PURGE
073200         STRING "TRYB: USUWANIE - KREDYTY PRZENIESIONE "
073300             "DO ARCHIWUM" INTO WS-PRINT-LINE
073400     ELSE
073500         STRING "TRYB: PODGLAD - NIC NIE ZOSTALO USUNIETE"
073600             INTO WS-PRINT-LINE
073700     END-IF.
073800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
073900     IF NOT WS-CTL-PRESENT
074000         MOVE SPACES TO WS-PRINT-LINE
074100         STRING "BRAK KARTY PURGCTL - PODGLAD Z DOMYSLNYM "
074200             "OKRESEM PRZECHOWYWANIA" INTO WS-PRINT-LINE
074300         WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE
074400     END-IF.
074500     MOVE SPACES TO WS-PRINT-LINE.
074600     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
074700 5000-EXIT.
074800     EXIT.
074900
075000 6000-WRITE-LOAN-LINE.
075100     MOVE SPACES TO WS-PRINT-LINE.
075200     MOVE 1 TO WS-PRINT-PTR.
075300     STRING "KREDYT " WS-PT-LOAN-ID (WS-PT-IDX)
075400         " " WS-PT-STATUS-NOTE (WS-PT-IDX)
075500         " ZAMKN. " WS-PT-CLOSE-PERIOD (WS-PT-IDX)
075600         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
075700     MOVE WS-PT-BALANCE (WS-PT-IDX) TO WS-ED-AMOUNT.
075800     STRING " SALDO " WS-ED-AMOUNT
075900         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
076000     MOVE WS-PT-TOTAL-PAID (WS-PT-IDX) TO WS-ED-AMOUNT.
076100     STRING " WPLACONO " WS-ED-AMOUNT
076200         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
076300     MOVE WS-PT-ROWS (WS-PT-IDX) TO WS-ED-COUNT.
076400     STRING " HISTORIA " WS-ED-COUNT
076500         " ADRES " WS-PT-BORROWER-SW (WS-PT-IDX)
076600         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
076700     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
076800 6000-EXIT.
076900     EXIT.
077000
077100 6200-WRITE-ERROR-LINE.
077200     MOVE SPACES TO WS-PRINT-LINE.
077300     STRING "*** KREDYT " MS-LOAN-ID ": "
077400         WS-ERROR-TEXT INTO WS-PRINT-LINE.
077500     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
077600 6200-EXIT.
077700     EXIT.
077800
077900*****************************************************************
078000*  6300-WRITE-TOTALS-LINES                                      *
078100*  THE PROOF: FOR LOANMST AND PAYHIST, READ = KEPT + ARCHIVED   *
078200*  IN RECORDS AND IN MONEY.                                     *
078300*****************************************************************
078400 6300-WRITE-TOTALS-LINES.
078500     MOVE SPACES TO WS-PRINT-LINE.
078600     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
078700     MOVE SPACES TO WS-PRINT-LINE.
078800     STRING "KARTOTEKA KREDYTOW (LOANMST)" INTO WS-PRINT-LINE.
078900     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
079000     PERFORM 6400-WRITE-COUNT-LINE THRU 6400-EXIT.
079100     MOVE WS-CNT-MASTERS TO WS-ED-COUNT.
079200     MOVE WS-BAL-READ TO WS-ED-TOTAL.
079300     MOVE WS-PAID-READ TO WS-ED-LEFT.
079400     MOVE SPACES TO WS-PRINT-LINE.
079500     STRING "  ODCZYTANO:  " INTO WS-PRINT-LINE.
079600     PERFORM 6410-WRITE-FIGURES THRU 6410-EXIT.
079700     MOVE WS-CNT-SELECTED TO WS-ED-COUNT.
079800     MOVE WS-BAL-SELECTED TO WS-ED-TOTAL.
079900     MOVE WS-PAID-SELECTED TO WS-ED-LEFT.
080000     MOVE SPACES TO WS-PRINT-LINE.
080100     STRING "  ARCHIWUM:   " INTO WS-PRINT-LINE.
080200     PERFORM 6410-WRITE-FIGURES THRU 6410-EXIT.
080300     MOVE WS-CNT-KEPT TO WS-ED-COUNT.
080400     MOVE WS-BAL-KEPT TO WS-ED-TOTAL.
080500     MOVE WS-PAID-KEPT TO WS-ED-LEFT.
080600     MOVE SPACES TO WS-PRINT-LINE.
080700     STRING "  POZOSTAJE:  " INTO WS-PRINT-LINE.
080800     PERFORM 6410-WRITE-FIGURES THRU 6410-EXIT.
080900     MOVE SPACES TO WS-PRINT-LINE.
081000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
081100     MOVE SPACES TO WS-PRINT-LINE.
081200     STRING "HISTORIA SPLAT (PAYHIST) - LICZBA WIERSZY I SUMA "
081300         "RAT Z NADPLATAMI" INTO WS-PRINT-LINE.
081400     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
081500     IF WS-NO-HISTORY
081600         MOVE SPACES TO WS-PRINT-LINE
081700         STRING "  BRAK PLIKU PAYHIST" INTO WS-PRINT-LINE
081800         WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE
081900     END-IF.
082000     MOVE WS-CNT-ROWS-READ TO WS-ED-COUNT.
082100     MOVE WS-AMT-ROWS-READ TO WS-ED-TOTAL.
082200     MOVE SPACES TO WS-PRINT-LINE.
082300     STRING "  ODCZYTANO:  " INTO WS-PRINT-LINE.
082400     PERFORM 6420-WRITE-ROW-FIGURES THRU 6420-EXIT.
082500     MOVE WS-CNT-ROWS-ARCHIVED TO WS-ED-COUNT.
082600     MOVE WS-AMT-ROWS-ARCHIVED TO WS-ED-TOTAL.
082700     MOVE SPACES TO WS-PRINT-LINE.
082800     STRING "  ARCHIWUM:   " INTO WS-PRINT-LINE.
082900     PERFORM 6420-WRITE-ROW-FIGURES THRU 6420-EXIT.
083000     MOVE WS-CNT-ROWS-KEPT TO WS-ED-COUNT.
083100     MOVE WS-AMT-ROWS-KEPT TO WS-ED-TOTAL.
083200     MOVE SPACES TO WS-PRINT-LINE.
083300     STRING "  POZOSTAJE:  " INTO WS-PRINT-LINE.
083400     PERFORM 6420-WRITE-ROW-FIGURES THRU 6420-EXIT.
083500     MOVE SPACES TO WS-PRINT-LINE.
083600     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
083700     MOVE WS-CNT-BORROWERS TO WS-ED-COUNT.
083800     MOVE SPACES TO WS-PRINT-LINE.
083900     STRING "ADRESY (BORRADDR) DO ARCHIWUM:   " WS-ED-COUNT
084000         INTO WS-PRINT-LINE.
084100     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
084200     MOVE WS-CNT-NO-BORROWER TO WS-ED-COUNT.
084300     MOVE SPACES TO WS-PRINT-LINE.
084400     STRING "KREDYTY BEZ ADRESU:              " WS-ED-COUNT
084500         INTO WS-PRINT-LINE.
084600     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
084700     MOVE WS-CNT-NOT-DATED TO WS-ED-COUNT.
084800     MOVE SPACES TO WS-PRINT-LINE.
084900     STRING "SPLACONE BEZ DATY ZAMKNIECIA:    " WS-ED-COUNT
085000         INTO WS-PRINT-LINE.
085100     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
085200     MOVE WS-CNT-DEFERRED TO WS-ED-COUNT.
085300     MOVE SPACES TO WS-PRINT-LINE.
085400     STRING "ODLOZONE DO NASTEPNEGO PRZEBIEGU:" WS-ED-COUNT
085500         INTO WS-PRINT-LINE.
085600     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
085700     MOVE WS-CNT-ERRORS TO WS-ED-COUNT.
085800     MOVE SPACES TO WS-PRINT-LINE.
085900     STRING "BLEDY:                           " WS-ED-COUNT
086000         INTO WS-PRINT-LINE.
086100     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
086200     MOVE SPACES TO WS-PRINT-LINE.
086300     IF WS-CNT-BREAKS = 0
086400         STRING "SUMY KONTROLNE UZGODNIONE" INTO WS-PRINT-LINE
086500     ELSE
086600         MOVE WS-CNT-BREAKS TO WS-ED-COUNT
086700         STRING "*** NIEZGODNOSCI SUM KONTROLNYCH: " WS-ED-COUNT
086800             INTO WS-PRINT-LINE
086900     END-IF.
087000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
087100 6300-EXIT.
087200     EXIT.
087300
087400 6400-WRITE-COUNT-LINE.
087500     MOVE SPACES TO WS-PRINT-LINE.
087600     STRING "                 KREDYTOW           SALDO"
087700         "        WPLACONO RAZEM" INTO WS-PRINT-LINE.
087800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
087900 6400-EXIT.
088000     EXIT.
088100
088200 6410-WRITE-FIGURES.
088300     MOVE 15 TO WS-PRINT-PTR.
088400     STRING WS-ED-COUNT " " WS-ED-TOTAL " " WS-ED-LEFT
088500         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
088600     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
088700 6410-EXIT.
088800     EXIT.
088900
089000 6420-WRITE-ROW-FIGURES.
089100     MOVE 15 TO WS-PRINT-PTR.
089200     STRING WS-ED-COUNT " " WS-ED-TOTAL
089300         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
089400     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
089500 6420-EXIT.
089600     EXIT.
089700
089800*****************************************************************
089900*  6500-WRITE-BREAK-LINE                                        *
090000*  ONE LINE PER CONTROL TOTAL THAT DOES NOT AGREE: THE FIGURE   *
090100*  EXPECTED (LEFT) AGAINST THE FIGURE FOUND ON RE-READING       *
090200*  (RIGHT).                                                     *
090300*****************************************************************
090400 6500-WRITE-BREAK-LINE.
090500     ADD 1 TO WS-CNT-BREAKS.
090600     MOVE SPACES TO WS-PRINT-LINE.
090700     STRING "*** NIEZGODNOSC " WS-CHECK-LABEL
090800         " OCZEKIWANO " WS-ED-LEFT " JEST " WS-ED-RIGHT
090900         INTO WS-PRINT-LINE.
091000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
091100 6500-EXIT.
091200     EXIT.
091300
091400*****************************************************************
091500*  8000-VERIFY-MASTER                                           *
091600*  READS LOANMST BACK AFTER THE PURGE: WHAT IS LEFT MUST BE     *
091700*  EXACTLY THE LOANS KEPT, IN COUNT, BALANCE AND TOTAL PAID.    *
091800*****************************************************************
091900 8000-VERIFY-MASTER.
092000     OPEN INPUT LOAN-MASTER-FILE.
092100     IF WS-MASTER-FILE-STATUS NOT = "00"
092200         DISPLAY "NIE MOZNA OTWORZYC LOAN-MASTER-FILE, STATUS: "
092300             WS-MASTER-FILE-STATUS
092400         ADD 1 TO WS-CNT-BREAKS
092500         GO TO 8000-EXIT
092600     END-IF.
092700     MOVE 'N' TO WS-MASTER-EOF-SW.
092800     PERFORM 8010-READ-ONE-MASTER THRU 8010-EXIT
092900         UNTIL WS-MASTER-EOF.
093000     CLOSE LOAN-MASTER-FILE.
093100     IF WS-CHK-MASTERS NOT = WS-CNT-KEPT
093200         MOVE "LOANMST - LICZBA KREDYTOW" TO WS-CHECK-LABEL
093300         MOVE WS-CNT-KEPT TO WS-ED-LEFT
093400         MOVE WS-CHK-MASTERS TO WS-ED-RIGHT
093500         PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
093600     END-IF.
093700     IF WS-CHK-BAL NOT = WS-BAL-KEPT
093800         MOVE "LOANMST - SALDO" TO WS-CHECK-LABEL
093900         MOVE WS-BAL-KEPT TO WS-ED-LEFT
094000         MOVE WS-CHK-BAL TO WS-ED-RIGHT
094100         PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
094200     END-IF.
094300     IF WS-CHK-PAID NOT = WS-PAID-KEPT
094400         MOVE "LOANMST - WPLACONO RAZEM" TO WS-CHECK-LABEL
094500         MOVE WS-PAID-KEPT TO WS-ED-LEFT
094600         MOVE WS-CHK-PAID TO WS-ED-RIGHT
094700         PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
094800     END-IF.
094900 8000-EXIT.
095000     EXIT.
095100
095200 8010-READ-ONE-MASTER.
095300     READ LOAN-MASTER-FILE NEXT RECORD
095400         AT END
095500             SET WS-MASTER-EOF TO TRUE
095600             GO TO 8010-EXIT
095700     END-READ.
095800     ADD 1 TO WS-CHK-MASTERS.
095900     ADD MS-CUR-BALANCE TO WS-CHK-BAL.
096000     ADD MS-TOTAL-PAID TO WS-CHK-PAID.
096100 8010-EXIT.
096200     EXIT.
096300
096400*****************************************************************
096500*  8100-VERIFY-HISTORY                                          *
096600*  READS THE REWRITTEN PAYHIST BACK: IT MUST HOLD EXACTLY THE   *
096700*  ROWS KEPT, IN COUNT AND AMOUNT.                              *
096800*****************************************************************
096900 8100-VERIFY-HISTORY.
097000     IF WS-NO-HISTORY
097100         GO TO 8100-EXIT
097200     END-IF.
097300     OPEN INPUT HISTORY-FILE.
097400     IF WS-HISTORY-FILE-STATUS NOT = "00"
097500         DISPLAY "NIE MOZNA OTWORZYC HISTORY-FILE, "
097600             "STATUS: " WS-HISTORY-FILE-STATUS
097700         ADD 1 TO WS-CNT-BREAKS
097800         GO TO 8100-EXIT
097900     END-IF.
098000     MOVE 'N' TO WS-HISTORY-EOF-SW.
098100     PERFORM 8110-READ-ONE-HISTORY THRU 8110-EXIT
098200         UNTIL WS-HISTORY-EOF.
098300     CLOSE HISTORY-FILE.
098400     IF WS-CHK-ROWS NOT = WS-CNT-ROWS-KEPT
098500         MOVE "PAYHIST - LICZBA WIERSZY" TO WS-CHECK-LABEL
098600         MOVE WS-CNT-ROWS-KEPT TO WS-ED-LEFT
098700         MOVE WS-CHK-ROWS TO WS-ED-RIGHT
098800         PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
098900     END-IF.
099000     IF WS-CHK-AMT NOT = WS-AMT-ROWS-KEPT
099100         MOVE "PAYHIST - SUMA WPLAT" TO WS-CHECK-LABEL
099200         MOVE WS-AMT-ROWS-KEPT TO WS-ED-LEFT
099300         MOVE WS-CHK-AMT TO WS-ED-RIGHT
099400         PERFORM 6500-WRITE-BREAK-LINE THRU 6500-EXIT
099500     END-IF.
099600 8100-EXIT.
099700     EXIT.
099800
099900 8110-READ-ONE-HISTORY.
100000     READ HISTORY-FILE INTO HISTORY-RECORD
100100         AT END
100200             SET WS-HISTORY-EOF TO TRUE
100300             GO TO 8110-EXIT
100400     END-READ.
100500     ADD 1 TO WS-CHK-ROWS.
100600     COMPUTE WS-ROW-AMOUNT = PH-PAYMENT + PH-OVERPAYMENT.
100700     ADD WS-ROW-AMOUNT TO WS-CHK-AMT.
100800 8110-EXIT.
100900     EXIT.
101000
101100 9000-CLOSE-FILES.
101200     CLOSE REGISTER-FILE.
101300     IF WS-MODE-PURGE
101400         CLOSE LOAN-ARCHIVE-FILE
101500         CLOSE HISTORY-ARCHIVE-FILE
101600         CLOSE BORROWER-ARCHIVE-FILE
101700     END-IF.
101800 9000-EXIT.
101900     EXIT.
