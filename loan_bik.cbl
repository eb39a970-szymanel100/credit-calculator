000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOAN-BIK.
000300 AUTHOR.        D. LEWANDOWSKA.
000400 INSTALLATION.  CONSUMER LENDING - MONTH-END CLOSE UNIT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  2026-10-15 DL    ORIGINAL MONTHLY CREDIT BUREAU (BIK)         *
001200*                   EXTRACT, AFTER THE POSTING RUN. WALKS THE    *
001300*                   LOAN MASTER AND THE BORRADDR FILE AND WRITES *
001400*                   ONE DETAIL RECORD PER LOAN TO THE BUREAU     *
001500*                   FILE (BIKOUT) BETWEEN A HEADER AND A         *
001600*                   TRAILER: STATUS AND STATUS DATE, BALANCE,    *
001700*                   INSTALLMENT, DAYS PAST DUE AND PAST-DUE      *
001800*                   AMOUNT.  A LOAN WITHOUT THE BORROWER'S NAME  *
001900*                   OR A VALID PESEL GOES TO THE REJECT LIST     *
002000*                   (BIKREJ) INSTEAD.  THE BUREAU'S RESPONSE TO  *
002100*                   THE LAST FILE (BIKRESP), WHEN ONE HAS        *
002200*                   ARRIVED, IS READ AND EVERY REFUSED RECORD IS *
002300*                   LISTED ON THE RUN REPORT (BIKRPT).  REPLACES *
002400*                   THE FILE BUILT BY HAND EACH MONTH.           *
002410*  2026-10-15 DL    A WRITTEN-OFF LOAN NOW GOES TO THE BUREAU    *
002420*                   WITH ITS OUTSTANDING WRITTEN-OFF CLAIM       *
002430*                   (WRITTEN OFF LESS RECOVERED) AS BOTH ITS     *
002440*                   BALANCE AND ITS PAST-DUE AMOUNT, NOT THE     *
002450*                   ZEROES LEFT ON THE MASTER BY THE CHARGE-OFF. *
002460*                   THE TRAILER BALANCE TOTAL FOLLOWS THE DET    *
002470*                   RECORDS.                                     *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. LINUX-BATCH.
002900 OBJECT-COMPUTER. LINUX-BATCH.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS MS-LOAN-ID
003600         FILE STATUS IS WS-MASTER-FILE-STATUS.
003700     SELECT BORROWER-FILE ASSIGN TO "BORRADDR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS BA-LOAN-ID
004100         FILE STATUS IS WS-BORROWER-FILE-STATUS.
004200     SELECT BUREAU-FILE ASSIGN TO "BIKOUT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-BUREAU-FILE-STATUS.
004500     SELECT REJECT-FILE ASSIGN TO "BIKREJ"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-REJECT-FILE-STATUS.
004800     SELECT RESPONSE-FILE ASSIGN TO "BIKRESP"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RESPONSE-FILE-STATUS.
005100     SELECT REPORT-FILE ASSIGN TO "BIKRPT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-REPORT-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  LOAN-MASTER-FILE
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 240 CHARACTERS.
006000 COPY LOANMST.
006100
006200 FD  BORROWER-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 137 CHARACTERS.
006500 COPY BORRREC.
006600
006700*****************************************************************
006800*  BUREAU FILE - FIXED 120-BYTE RECORDS: ONE HEADER, ONE DETAIL *
006900*  PER LOAN REPORTED, ONE TRAILER WITH THE COUNT AND THE TOTAL  *
007000*  OF THE BALANCES REPORTED.  THE STATUS IS 'A' ACTIVE, 'P'     *
007100*  PAID OFF, 'S' SETTLED EARLY, 'W' WRITTEN OFF.                *
007200*****************************************************************
007300 FD  BUREAU-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 120 CHARACTERS.
007600 01  BUREAU-HEADER-RECORD.
007700     05  BKH-REC-TYPE            PIC X(03).
007800     05  BKH-FILE-DATE           PIC 9(08).
007900     05  BKH-PERIOD              PIC 9(06).
008000     05  BKH-SOURCE-ID           PIC X(08).
008100     05  FILLER                  PIC X(95).
008200 01  BUREAU-DETAIL-RECORD.
008300     05  BKD-REC-TYPE            PIC X(03).
008400     05  BKD-LOAN-ID             PIC X(10).
008500     05  BKD-PESEL               PIC X(11).
008600     05  BKD-NAME                PIC X(30).
008700     05  BKD-STATUS              PIC X(01).
008800     05  BKD-STATUS-DATE         PIC 9(08).
008900     05  BKD-BALANCE             PIC 9(8)V99.
009000     05  BKD-INSTALLMENT         PIC 9(7)V99.
009100     05  BKD-DAYS-PAST-DUE       PIC 9(03).
009200     05  BKD-PAST-DUE-AMOUNT     PIC 9(8)V99.
009300     05  BKD-PERIOD              PIC 9(06).
009400     05  FILLER                  PIC X(19).
009500 01  BUREAU-TRAILER-RECORD.
009600     05  BKT-REC-TYPE            PIC X(03).
009700     05  BKT-RECORD-COUNT        PIC 9(09).
009800     05  BKT-BALANCE-TOTAL       PIC 9(13)V99.
009900     05  FILLER                  PIC X(93).
010000
010100 FD  REJECT-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 132 CHARACTERS.
010400 01  REJ-LINE                   PIC X(132).
010500
010600*****************************************************************
010700*  BUREAU RESPONSE - ONE RECORD PER DETAIL RECORD OF THE LAST   *
010800*  FILE SENT: 'A' ACCEPTED OR 'R' REFUSED, WITH THE BUREAU'S    *
010900*  OWN ERROR CODE AND TEXT ON A REFUSAL.                        *
011000*****************************************************************
011100 FD  RESPONSE-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 61 CHARACTERS.
011400 01  RESPONSE-RECORD.
011500     05  RS-LOAN-ID              PIC X(10).
011600     05  RS-PERIOD               PIC 9(06).
011700     05  RS-STATUS               PIC X(01).
011800         88  RS-ACCEPTED             VALUE 'A'.
011900         88  RS-REFUSED              VALUE 'R'.
012000     05  RS-ERROR-CODE           PIC X(04).
012100     05  RS-ERROR-TEXT           PIC X(40).
012200
012300 FD  REPORT-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 132 CHARACTERS.
012600 01  RPT-LINE                   PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900 77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
013000     88  WS-MASTER-EOF               VALUE 'Y'.
013100 77  WS-RESPONSE-EOF-SW          PIC X(01) VALUE 'N'.
013200     88  WS-RESPONSE-EOF             VALUE 'Y'.
013300 77  WS-RESPONSE-SW              PIC X(01) VALUE 'N'.
013400     88  WS-RESPONSE-PRESENT         VALUE 'Y'.
013500 77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE "00".
013600 77  WS-BORROWER-FILE-STATUS     PIC X(02) VALUE "00".
013700 77  WS-BUREAU-FILE-STATUS       PIC X(02) VALUE "00".
013800 77  WS-REJECT-FILE-STATUS       PIC X(02) VALUE "00".
013900 77  WS-RESPONSE-FILE-STATUS     PIC X(02) VALUE "00".
014000 77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE "00".
014100
014200*****************************************************************
014300*  REJECT WORK AREA - THE FIRST IDENTITY DEFECT FOUND ON A LOAN *
014400*  IS THE ONE LISTED.                                           *
014500*****************************************************************
014600 77  WS-REJECT-CODE              PIC X(04) VALUE SPACES.
014700 77  WS-REJECT-TEXT              PIC X(50) VALUE SPACES.
014800
014900*****************************************************************
015000*  PESEL VALIDATION OVERLAY - THE SAME CHECK-DIGIT TEST AS      *
015100*  BORR-MAINT, SO A PESEL KEYED BEFORE THAT CHECK EXISTED IS    *
015200*  CAUGHT HERE RATHER THAN BY THE BUREAU.                       *
015300*****************************************************************
015400 01  WS-PESEL-AREA                PIC X(11).
015500 01  WS-PESEL-DIGITS REDEFINES WS-PESEL-AREA.
015600     05  WS-PESEL-DIGIT          PIC 9(01) OCCURS 11 TIMES.
015700 01  WS-PESEL-WEIGHT-DATA.
015800     05  FILLER                  PIC X(10) VALUE "1379137913".
015900 01  WS-PESEL-WEIGHTS REDEFINES WS-PESEL-WEIGHT-DATA.
016000     05  WS-PESEL-WEIGHT         PIC 9(01) OCCURS 10 TIMES.
016100 77  WS-PESEL-IDX                PIC 9(2) COMP VALUE 0.
016200 77  WS-PESEL-SUM                PIC 9(3) VALUE 0.
016300 77  WS-PESEL-QUOT               PIC 9(3) VALUE 0.
016400 77  WS-PESEL-REM                PIC 9(1) VALUE 0.
016500 77  WS-PESEL-CHECK              PIC 9(1) VALUE 0.
016600
016700*****************************************************************
016800*  DAYS PAST DUE - THE BUREAU WANTS DAYS; THE MASTER KEEPS      *
016900*  WHOLE MONTHS IN ARREARS, COUNTED AT 30 DAYS EACH AND CAPPED  *
017000*  AT THE 999 THE FIELD HOLDS.                                  *
017100*****************************************************************
017200 77  WS-DAYS-PER-MONTH           PIC 9(2) VALUE 30.
017300 77  WS-DAYS-PAST-DUE            PIC 9(5) VALUE 0.
017305
017310*****************************************************************
017315*  REPORTED AMOUNTS - THE BALANCE AND PAST-DUE AMOUNT SENT ON   *
017320*  THE DET RECORD.  A WRITTEN-OFF LOAN HAS BOTH AT ZERO ON THE  *
017325*  MASTER, SO IT IS REPORTED WITH ITS OUTSTANDING WRITTEN-OFF   *
017330*  CLAIM INSTEAD, CAPPED AT WHAT THE BUREAU FIELD HOLDS.        *
017335*****************************************************************
017340 77  WS-RPT-BALANCE              PIC 9(8)V99 VALUE 0.
017345 77  WS-RPT-PAST-DUE             PIC 9(8)V99 VALUE 0.
017350 77  WS-WO-CLAIM                 PIC 9(9)V99 VALUE 0.
017400
017500 01  WS-RUN-DATE-AREA.
017600     05  WS-RUN-DATE-YMD         PIC 9(08) VALUE 0.
017700     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YMD.
017800         10  WS-RUN-PERIOD       PIC 9(06).
017900         10  FILLER              PIC 9(02).
018000
018100 77  WS-CNT-MASTERS              PIC 9(7) COMP VALUE 0.
018200 77  WS-CNT-REPORTED             PIC 9(9) COMP VALUE 0.
018300 77  WS-CNT-REJECTED             PIC 9(7) COMP VALUE 0.
018400 01  WS-STATUS-TOTALS.
018500     05  WS-CNT-ACTIVE           PIC 9(7) COMP VALUE 0.
018600     05  WS-CNT-PAID-OFF         PIC 9(7) COMP VALUE 0.
018700     05  WS-CNT-SETTLED          PIC 9(7) COMP VALUE 0.
018800     05  WS-CNT-WRITTEN-OFF      PIC 9(7) COMP VALUE 0.
018900 77  WS-BALANCE-TOTAL            PIC 9(13)V99 VALUE 0.
019000 77  WS-CNT-RESPONSES            PIC 9(7) COMP VALUE 0.
019100 77  WS-CNT-ACCEPTED             PIC 9(7) COMP VALUE 0.
019200 77  WS-CNT-REFUSED              PIC 9(7) COMP VALUE 0.
019300 77  WS-CNT-UNKNOWN-RESP         PIC 9(7) COMP VALUE 0.
019400
019500*****************************************************************
019600*  PRINTED REPORT WORK AREA                                     *
019700*****************************************************************
019800 77  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
019900 77  WS-RUN-DATE                 PIC 9(6) VALUE 0.
020000 77  WS-ED-RUN-DATE              PIC 99/99/99.
020100 77  WS-ED-TOTAL                 PIC Z(12)9.99.
020200 77  WS-ED-COUNT                 PIC Z(6)9.
020300
020400 PROCEDURE DIVISION.
020500*****************************************************************
020600*  0000-MAINLINE                                                *
020700*****************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
021000     PERFORM 5000-WRITE-REPORT-TITLES THRU 5000-EXIT.
021100     PERFORM 2000-WRITE-BUREAU-HEADER THRU 2000-EXIT.
021200     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
021300     PERFORM 3000-REPORT-ONE-LOAN THRU 3000-EXIT
021400         UNTIL WS-MASTER-EOF.
021500     PERFORM 2900-WRITE-BUREAU-TRAILER THRU 2900-EXIT.
021600     PERFORM 4000-READ-RESPONSE-FILE THRU 4000-EXIT.
021700     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
021800     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
021900     IF WS-CNT-REJECTED > 0
022000       OR WS-CNT-REFUSED > 0
022100       OR WS-CNT-UNKNOWN-RESP > 0
022200         MOVE 04 TO RETURN-CODE
022300     END-IF.
022400 0000-STOP.
022500     STOP RUN.
022600
022700*****************************************************************
022800*  1000-OPEN-FILES                                              *
022900*  THE RESPONSE FILE IS OPTIONAL - THE BUREAU ANSWERS A FILE    *
023000*  SOME DAYS AFTER IT IS SENT, SO ON A RUN WHERE NO RESPONSE    *
023100*  HAS ARRIVED (FILE STATUS 35 = FILE NOT FOUND) THE RESPONSE   *
023200*  SECTION OF THE REPORT SAYS SO AND THE RUN CARRIES ON.        *
023300*****************************************************************
023400 1000-OPEN-FILES.
023500     OPEN INPUT LOAN-MASTER-FILE.
023600     IF WS-MASTER-FILE-STATUS NOT = "00"
023700         DISPLAY "NIE MOZNA OTWORZYC LOAN-MASTER-FILE, STATUS: "
023800             WS-MASTER-FILE-STATUS
023900         MOVE 12 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     OPEN INPUT BORROWER-FILE.
024300     IF WS-BORROWER-FILE-STATUS NOT = "00"
024400         DISPLAY "NIE MOZNA OTWORZYC BORROWER-FILE, STATUS: "
024500             WS-BORROWER-FILE-STATUS
024600         CLOSE LOAN-MASTER-FILE
024700         MOVE 12 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000     OPEN OUTPUT BUREAU-FILE.
025100     IF WS-BUREAU-FILE-STATUS NOT = "00"
025200         DISPLAY "NIE MOZNA OTWORZYC BUREAU-FILE, STATUS: "
025300             WS-BUREAU-FILE-STATUS
025400         CLOSE BORROWER-FILE
025500         CLOSE LOAN-MASTER-FILE
025600         MOVE 12 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900     OPEN OUTPUT REJECT-FILE.
026000     IF WS-REJECT-FILE-STATUS NOT = "00"
026100         DISPLAY "NIE MOZNA OTWORZYC REJECT-FILE, STATUS: "
026200             WS-REJECT-FILE-STATUS
026300         CLOSE BUREAU-FILE
026400         CLOSE BORROWER-FILE
026500         CLOSE LOAN-MASTER-FILE
026600         MOVE 12 TO RETURN-CODE
026700         STOP RUN
026800     END-IF.
026900     OPEN INPUT RESPONSE-FILE.
027000     IF WS-RESPONSE-FILE-STATUS = "00"
027100         SET WS-RESPONSE-PRESENT TO TRUE
027200     ELSE
027300         IF WS-RESPONSE-FILE-STATUS NOT = "35"
027400             DISPLAY "NIE MOZNA OTWORZYC RESPONSE-FILE, STATUS: "
027500                 WS-RESPONSE-FILE-STATUS
027600             CLOSE REJECT-FILE
027700             CLOSE BUREAU-FILE
027800             CLOSE BORROWER-FILE
027900             CLOSE LOAN-MASTER-FILE
028000             MOVE 12 TO RETURN-CODE
028100             STOP RUN
028200         END-IF
028300     END-IF.
028400     OPEN OUTPUT REPORT-FILE.
028500     IF WS-REPORT-FILE-STATUS NOT = "00"
028600         DISPLAY "NIE MOZNA OTWORZYC REPORT-FILE, STATUS: "
028700             WS-REPORT-FILE-STATUS
028800         IF WS-RESPONSE-PRESENT
028900             CLOSE RESPONSE-FILE
029000         END-IF
029100         CLOSE REJECT-FILE
029200         CLOSE BUREAU-FILE
029300         CLOSE BORROWER-FILE
029400         CLOSE LOAN-MASTER-FILE
029500         MOVE 12 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800 1000-EXIT.
029900     EXIT.
030000
030100*****************************************************************
030200*  2000-WRITE-BUREAU-HEADER                                     *
030300*  THE REPORTING PERIOD IS THE MONTH OF THE RUN.                *
030400*****************************************************************
030500 2000-WRITE-BUREAU-HEADER.
030600     MOVE SPACES TO BUREAU-HEADER-RECORD.
030700     MOVE "HDR" TO BKH-REC-TYPE.
030800     MOVE WS-RUN-DATE-YMD TO BKH-FILE-DATE.
030900     MOVE WS-RUN-PERIOD TO BKH-PERIOD.
031000     MOVE "LOANSERV" TO BKH-SOURCE-ID.
031100     WRITE BUREAU-HEADER-RECORD.
031200 2000-EXIT.
031300     EXIT.
031400
031500 2100-READ-MASTER-RECORD.
031600     READ LOAN-MASTER-FILE NEXT RECORD
031700         AT END
031800             SET WS-MASTER-EOF TO TRUE
031900         NOT AT END
032000             ADD 1 TO WS-CNT-MASTERS
032100     END-READ.
032200 2100-EXIT.
032300     EXIT.
032400
032500 2900-WRITE-BUREAU-TRAILER.
032600     MOVE SPACES TO BUREAU-TRAILER-RECORD.
032700     MOVE "TRL" TO BKT-REC-TYPE.
032800     MOVE WS-CNT-REPORTED TO BKT-RECORD-COUNT.
032900     MOVE WS-BALANCE-TOTAL TO BKT-BALANCE-TOTAL.
033000     WRITE BUREAU-TRAILER-RECORD.
033100 2900-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*  3000-REPORT-ONE-LOAN                                         *
033600*  EVERY LOAN ON THE MASTER IS REPORTED EACH MONTH, CLOSED ONES *
033700*  INCLUDED, SO THE BUREAU SEES THE CLOSURE AND KEEPS THE       *
033800*  HISTORY.  A LOAN WHOSE BORROWER CANNOT BE IDENTIFIED IS      *
033900*  LISTED ON BIKREJ AND LEFT OFF THE FILE.                      *
034000*****************************************************************
034100 3000-REPORT-ONE-LOAN.
034200     PERFORM 3100-CHECK-IDENTITY THRU 3100-EXIT.
034300     IF WS-REJECT-CODE NOT = SPACES
034400         ADD 1 TO WS-CNT-REJECTED
034500         PERFORM 6000-WRITE-REJECT-LINE THRU 6000-EXIT
034600         GO TO 3000-NEXT
034700     END-IF.
034800     PERFORM 3300-BUILD-DETAIL THRU 3300-EXIT.
034900     WRITE BUREAU-DETAIL-RECORD.
035000     ADD 1 TO WS-CNT-REPORTED.
035100     ADD WS-RPT-BALANCE TO WS-BALANCE-TOTAL.
035200 3000-NEXT.
035300     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
035400 3000-EXIT.
035500     EXIT.
035600
035700*****************************************************************
035800*  3100-CHECK-IDENTITY                                          *
035900*  THE BUREAU MATCHES THE PERSON ON PESEL AND NAME, SO BOTH     *
036000*  ARE MANDATORY AND THE PESEL MUST PASS ITS CHECK DIGIT.       *
036100*****************************************************************
036200 3100-CHECK-IDENTITY.
036300     MOVE SPACES TO WS-REJECT-CODE.
036400     MOVE SPACES TO WS-REJECT-TEXT.
036500     MOVE MS-LOAN-ID TO BA-LOAN-ID.
036600     READ BORROWER-FILE
036700         INVALID KEY
036800             MOVE "K001" TO WS-REJECT-CODE
036900             MOVE "BRAK DANYCH KREDYTOBIORCY (BORRADDR)"
037000                 TO WS-REJECT-TEXT
037100             GO TO 3100-EXIT
037200     END-READ.
037300     IF BA-NAME = SPACES
037400         MOVE "K002" TO WS-REJECT-CODE
037500         MOVE "BRAK NAZWISKA KREDYTOBIORCY" TO WS-REJECT-TEXT
037600         GO TO 3100-EXIT
037700     END-IF.
037800     IF BA-PESEL = SPACES
037900         MOVE "K003" TO WS-REJECT-CODE
038000         MOVE "BRAK NUMERU PESEL" TO WS-REJECT-TEXT
038100         GO TO 3100-EXIT
038200     END-IF.
038300     PERFORM 3200-CHECK-PESEL THRU 3200-EXIT.
038400 3100-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*  3200-CHECK-PESEL                                             *
038900*****************************************************************
039000 3200-CHECK-PESEL.
039100     MOVE BA-PESEL TO WS-PESEL-AREA.
039200     IF WS-PESEL-AREA IS NOT NUMERIC
039300         GO TO 3200-BAD-PESEL
039400     END-IF.
039500     MOVE 0 TO WS-PESEL-SUM.
039600     PERFORM 3210-WEIGH-ONE-DIGIT THRU 3210-EXIT
039700         VARYING WS-PESEL-IDX FROM 1 BY 1
039800         UNTIL WS-PESEL-IDX > 10.
039900     DIVIDE WS-PESEL-SUM BY 10
040000         GIVING WS-PESEL-QUOT REMAINDER WS-PESEL-REM.
040100     IF WS-PESEL-REM = 0
040200         MOVE 0 TO WS-PESEL-CHECK
040300     ELSE
040400         COMPUTE WS-PESEL-CHECK = 10 - WS-PESEL-REM
040500     END-IF.
040600     IF WS-PESEL-CHECK = WS-PESEL-DIGIT (11)
040700         GO TO 3200-EXIT
040800     END-IF.
040900 3200-BAD-PESEL.
041000     MOVE "K004" TO WS-REJECT-CODE.
041100     MOVE "PESEL NIEPOPRAWNY (11 CYFR, CYFRA KONTROLNA)"
041200         TO WS-REJECT-TEXT.
041300 3200-EXIT.
041400     EXIT.
041500
041600 3210-WEIGH-ONE-DIGIT.
041700     COMPUTE WS-PESEL-SUM = WS-PESEL-SUM
041800         + WS-PESEL-DIGIT (WS-PESEL-IDX)
041900         * WS-PESEL-WEIGHT (WS-PESEL-IDX).
042000 3210-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*  3300-BUILD-DETAIL                                            *
042500*  AN EARLY SETTLEMENT LEAVES THE LOAN PAID OFF WITH ITS        *
042600*  SETTLEMENT DATE SET, AND IS REPORTED AS SETTLED ON THAT      *
042700*  DATE.  A LOAN PAID OFF ON SCHEDULE HAS NO CLOSING DATE ON    *
042800*  THE MASTER AND GOES WITH A ZERO STATUS DATE.  A CHARGED-OFF  *
042900*  LOAN IS REPORTED AS WRITTEN OFF ON ITS CHARGE-OFF DATE, AND  *
042910*  BECAUSE THE CHARGE-OFF ZEROES ITS BALANCE AND PAST-DUE       *
042920*  AMOUNT, BOTH FIELDS CARRY THE CLAIM STILL OUTSTANDING:       *
042930*  PRINCIPAL, INTEREST AND PENALTY WRITTEN OFF LESS WHAT HAS    *
042940*  BEEN RECOVERED SINCE (NEVER BELOW ZERO).  THE TRAILER TOTAL  *
042950*  ADDS UP THE BALANCES AS REPORTED.                            *
043000*****************************************************************
043100 3300-BUILD-DETAIL.
043200     MOVE SPACES TO BUREAU-DETAIL-RECORD.
043300     MOVE "DET" TO BKD-REC-TYPE.
043400     MOVE MS-LOAN-ID TO BKD-LOAN-ID.
043500     MOVE BA-PESEL TO BKD-PESEL.
043600     MOVE BA-NAME TO BKD-NAME.
043700     MOVE 0 TO BKD-STATUS-DATE.
043710     MOVE MS-CUR-BALANCE TO WS-RPT-BALANCE.
043720     MOVE MS-PAST-DUE-AMOUNT TO WS-RPT-PAST-DUE.
043800     EVALUATE TRUE
043900         WHEN MS-STATUS-ACTIVE
044000             MOVE "A" TO BKD-STATUS
044100             ADD 1 TO WS-CNT-ACTIVE
044200         WHEN MS-STATUS-CHARGED-OFF
044300             MOVE "W" TO BKD-STATUS
044400             MOVE MS-CHARGE-OFF-DATE TO BKD-STATUS-DATE
044500             ADD 1 TO WS-CNT-WRITTEN-OFF
044505             MOVE 0 TO WS-WO-CLAIM
044510             IF MS-WO-PRINCIPAL + MS-WO-INTEREST + MS-WO-PENALTY
044515               > MS-TOTAL-RECOVERED
044520                 COMPUTE WS-WO-CLAIM = MS-WO-PRINCIPAL
044525                     + MS-WO-INTEREST + MS-WO-PENALTY
044530                     - MS-TOTAL-RECOVERED
044535             END-IF
044540             IF WS-WO-CLAIM > 99999999.99
044545                 MOVE 99999999.99 TO WS-WO-CLAIM
044550             END-IF
044555             MOVE WS-WO-CLAIM TO WS-RPT-BALANCE
044560             MOVE WS-WO-CLAIM TO WS-RPT-PAST-DUE
044600         WHEN MS-SETTLEMENT-DATE > 0
044700             MOVE "S" TO BKD-STATUS
044800             MOVE MS-SETTLEMENT-DATE TO BKD-STATUS-DATE
044900             ADD 1 TO WS-CNT-SETTLED
045000         WHEN OTHER
045100             MOVE "P" TO BKD-STATUS
045200             ADD 1 TO WS-CNT-PAID-OFF
045300     END-EVALUATE.
045400     MOVE WS-RPT-BALANCE TO BKD-BALANCE.
045500     MOVE MS-MONTHLY-PAYMENT TO BKD-INSTALLMENT.
045600     COMPUTE WS-DAYS-PAST-DUE =
045700         MS-MONTHS-ARREARS * WS-DAYS-PER-MONTH.
045800     IF WS-DAYS-PAST-DUE > 999
045900         MOVE 999 TO WS-DAYS-PAST-DUE
046000     END-IF.
046100     MOVE WS-DAYS-PAST-DUE TO BKD-DAYS-PAST-DUE.
046200     MOVE WS-RPT-PAST-DUE TO BKD-PAST-DUE-AMOUNT.
046300     MOVE WS-RUN-PERIOD TO BKD-PERIOD.
046400 3300-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800*  4000-READ-RESPONSE-FILE                                      *
046900*  LISTS EVERY RECORD THE BUREAU REFUSED, WITH ITS REASON.  A   *
047000*  RESPONSE STATUS OTHER THAN 'A' OR 'R' IS LISTED AS WELL, SO  *
047100*  NOTHING IN THE FILE GOES UNREAD.                             *
047200*****************************************************************
047300 4000-READ-RESPONSE-FILE.
047400     MOVE SPACES TO WS-PRINT-LINE.
047500     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
047600     MOVE SPACES TO WS-PRINT-LINE.
047700     STRING "ODPOWIEDZ BIURA - REKORDY ODRZUCONE"
047800         INTO WS-PRINT-LINE.
047900     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
048000     IF NOT WS-RESPONSE-PRESENT
048100         MOVE SPACES TO WS-PRINT-LINE
048200         STRING "BRAK PLIKU ODPOWIEDZI W TYM PRZEBIEGU"
048300             INTO WS-PRINT-LINE
048400         WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE
048500         GO TO 4000-EXIT
048600     END-IF.
048700     PERFORM 4100-READ-RESPONSE-RECORD THRU 4100-EXIT.
048800     PERFORM 4200-CHECK-ONE-RESPONSE THRU 4200-EXIT
048900         UNTIL WS-RESPONSE-EOF.
049000 4000-EXIT.
049100     EXIT.
049200
049300 4100-READ-RESPONSE-RECORD.
049400     READ RESPONSE-FILE
049500         AT END
049600             SET WS-RESPONSE-EOF TO TRUE
049700         NOT AT END
049800             ADD 1 TO WS-CNT-RESPONSES
049900     END-READ.
050000 4100-EXIT.
050100     EXIT.
050200
050300 4200-CHECK-ONE-RESPONSE.
050400     EVALUATE TRUE
050500         WHEN RS-ACCEPTED
050600             ADD 1 TO WS-CNT-ACCEPTED
050700         WHEN RS-REFUSED
050800             ADD 1 TO WS-CNT-REFUSED
050900             PERFORM 6100-WRITE-REFUSAL-LINE THRU 6100-EXIT
051000         WHEN OTHER
051100             ADD 1 TO WS-CNT-UNKNOWN-RESP
051200             PERFORM 6200-WRITE-UNKNOWN-LINE THRU 6200-EXIT
051300     END-EVALUATE.
051400     PERFORM 4100-READ-RESPONSE-RECORD THRU 4100-EXIT.
051500 4200-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*  5000-WRITE-REPORT-TITLES                                     *
052000*****************************************************************
052100 5000-WRITE-REPORT-TITLES.
052200     ACCEPT WS-RUN-DATE FROM DATE.
052300     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
052400     MOVE WS-RUN-DATE TO WS-ED-RUN-DATE.
052500     MOVE SPACES TO WS-PRINT-LINE.
052600     STRING "BIK - LISTA KREDYTOW NIE ZGLOSZONYCH"
052700         INTO WS-PRINT-LINE.
052800     WRITE REJ-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
052900     MOVE SPACES TO WS-PRINT-LINE.
053000     STRING "DATA URUCHOMIENIA: " WS-ED-RUN-DATE
053100         "   OKRES: " WS-RUN-PERIOD
053200         INTO WS-PRINT-LINE.
053300     WRITE REJ-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
053400     MOVE SPACES TO WS-PRINT-LINE.
053500     WRITE REJ-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
053600     MOVE SPACES TO WS-PRINT-LINE.
053700     STRING "RAPORT PRZEKAZANIA DO BIK"
053800         INTO WS-PRINT-LINE.
053900     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
054000     MOVE SPACES TO WS-PRINT-LINE.
054100     STRING "DATA URUCHOMIENIA: " WS-ED-RUN-DATE
054200         "   OKRES: " WS-RUN-PERIOD
054300         INTO WS-PRINT-LINE.
054400     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
054500 5000-EXIT.
054600     EXIT.
054700
054710*****************************************************************
054720*  6000-WRITE-REJECT-LINE                                       *
054730*  ONE BIKREJ LINE PER LOAN LEFT OFF THE BUREAU FILE, WITH THE  *
054740*  IDENTITY DEFECT FOUND BY 3100-CHECK-IDENTITY.                *
054750*****************************************************************
054800 6000-WRITE-REJECT-LINE.
054900     MOVE SPACES TO WS-PRINT-LINE.
055000     STRING "KREDYT " MS-LOAN-ID " ODDZ " MS-BRANCH-CODE
055100         " " WS-REJECT-CODE " " WS-REJECT-TEXT
055200         INTO WS-PRINT-LINE.
055300     WRITE REJ-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
055400 6000-EXIT.
055500     EXIT.
055600
055610*****************************************************************
055620*  6100-WRITE-REFUSAL-LINE                                      *
055630*  ONE BIKRPT LINE PER RECORD THE BUREAU REFUSED, WITH THE      *
055640*  BUREAU'S ERROR CODE AND TEXT.                                *
055650*****************************************************************
055700 6100-WRITE-REFUSAL-LINE.
055800     MOVE SPACES TO WS-PRINT-LINE.
055900     STRING "KREDYT " RS-LOAN-ID " OKRES " RS-PERIOD
056000         " BLAD " RS-ERROR-CODE " " RS-ERROR-TEXT
056100         INTO WS-PRINT-LINE.
056200     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
056300 6100-EXIT.
056400     EXIT.
056500
056510*****************************************************************
056520*  6200-WRITE-UNKNOWN-LINE                                      *
056530*  ONE BIKRPT LINE PER RESPONSE RECORD WHOSE STATUS IS NEITHER  *
056540*  'A' NOR 'R'.                                                 *
056550*****************************************************************
056600 6200-WRITE-UNKNOWN-LINE.
056700     MOVE SPACES TO WS-PRINT-LINE.
056800     STRING "*** KREDYT " RS-LOAN-ID " OKRES " RS-PERIOD
056900         ": NIEZNANY STATUS ODPOWIEDZI '" RS-STATUS "'"
057000         INTO WS-PRINT-LINE.
057100     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
057200 6200-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*  6300-WRITE-TOTALS-LINES                                      *
057700*  THE LOANS REPORTED PLUS THE LOANS REJECTED EQUAL THE LOANS   *
057800*  ON THE MASTER; THE COUNT AND BALANCE TOTAL MATCH THE         *
057900*  TRAILER OF THE BUREAU FILE.                                  *
058000*****************************************************************
058100 6300-WRITE-TOTALS-LINES.
058200     MOVE SPACES TO WS-PRINT-LINE.
058300     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
058400     MOVE WS-CNT-MASTERS TO WS-ED-COUNT.
058500     MOVE SPACES TO WS-PRINT-LINE.
058600     STRING "KREDYTY NA KARTOTECE:     " WS-ED-COUNT
058700         INTO WS-PRINT-LINE.
058800     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
058900     MOVE WS-CNT-REPORTED TO WS-ED-COUNT.
059000     MOVE SPACES TO WS-PRINT-LINE.
059100     STRING "ZGLOSZONE DO BIK:         " WS-ED-COUNT
059200         INTO WS-PRINT-LINE.
059300     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
059400     MOVE WS-CNT-ACTIVE TO WS-ED-COUNT.
059500     MOVE SPACES TO WS-PRINT-LINE.
059600     STRING "  AKTYWNE:                " WS-ED-COUNT
059700         INTO WS-PRINT-LINE.
059800     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
059900     MOVE WS-CNT-PAID-OFF TO WS-ED-COUNT.
060000     MOVE SPACES TO WS-PRINT-LINE.
060100     STRING "  SPLACONE:               " WS-ED-COUNT
060200         INTO WS-PRINT-LINE.
060300     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060400     MOVE WS-CNT-SETTLED TO WS-ED-COUNT.
060500     MOVE SPACES TO WS-PRINT-LINE.
060600     STRING "  ROZLICZONE PRZED TERM.: " WS-ED-COUNT
060700         INTO WS-PRINT-LINE.
060800     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060900     MOVE WS-CNT-WRITTEN-OFF TO WS-ED-COUNT.
061000     MOVE SPACES TO WS-PRINT-LINE.
061100     STRING "  SPISANE:                " WS-ED-COUNT
061200         INTO WS-PRINT-LINE.
061300     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
061400     MOVE WS-BALANCE-TOTAL TO WS-ED-TOTAL.
061500     MOVE SPACES TO WS-PRINT-LINE.
061600     STRING "SALDO ZGLOSZONE RAZEM:" WS-ED-TOTAL
061700         INTO WS-PRINT-LINE.
061800     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
061900     MOVE WS-CNT-REJECTED TO WS-ED-COUNT.
062000     MOVE SPACES TO WS-PRINT-LINE.
062100     STRING "ODRZUCONE (BIKREJ):       " WS-ED-COUNT
062200         INTO WS-PRINT-LINE.
062300     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
062400     IF NOT WS-RESPONSE-PRESENT
062500         GO TO 6300-EXIT
062600     END-IF.
062700     MOVE WS-CNT-RESPONSES TO WS-ED-COUNT.
062800     MOVE SPACES TO WS-PRINT-LINE.
062900     STRING "ODPOWIEDZI BIURA:         " WS-ED-COUNT
063000         INTO WS-PRINT-LINE.
063100     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
063200     MOVE WS-CNT-ACCEPTED TO WS-ED-COUNT.
063300     MOVE SPACES TO WS-PRINT-LINE.
063400     STRING "  PRZYJETE:               " WS-ED-COUNT
063500         INTO WS-PRINT-LINE.
063600     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
063700     MOVE WS-CNT-REFUSED TO WS-ED-COUNT.
063800     MOVE SPACES TO WS-PRINT-LINE.
063900     STRING "  ODRZUCONE PRZEZ BIURO:  " WS-ED-COUNT
064000         INTO WS-PRINT-LINE.
064100     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
064200     MOVE WS-CNT-UNKNOWN-RESP TO WS-ED-COUNT.
064300     MOVE SPACES TO WS-PRINT-LINE.
064400     STRING "  NIEZNANY STATUS:        " WS-ED-COUNT
064500         INTO WS-PRINT-LINE.
064600     WRITE RPT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
064700 6300-EXIT.
064800     EXIT.
064900
064910*****************************************************************
064920*  9000-CLOSE-FILES                                             *
064930*  THE RESPONSE FILE IS CLOSED ONLY WHEN ONE WAS OPENED.        *
064940*****************************************************************
065000 9000-CLOSE-FILES.
065100     CLOSE LOAN-MASTER-FILE.
065200     CLOSE BORROWER-FILE.
065300     CLOSE BUREAU-FILE.
065400     CLOSE REJECT-FILE.
065500     IF WS-RESPONSE-PRESENT
065600         CLOSE RESPONSE-FILE
065700     END-IF.
065800     CLOSE REPORT-FILE.
065900 9000-EXIT.
066000     EXIT.
