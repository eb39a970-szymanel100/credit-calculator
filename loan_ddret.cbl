001600*                   ITEMS REPORT SO THEY FEED THE ARREARS        *
001700*                   PROCESS INSTEAD OF SILENTLY LOOKING LIKE     *
001800*                   POSTED CASH.                                 *
001802*  2026-10-15 DL    THE INTEREST SIDE OF AN HONORED DEBIT NOW    *
001804*                   TRAVELS IN TR-INTEREST-PAID INSTEAD OF BEING *
001806*                   DROPPED - LOAN-POSTING APPLIES IT THROUGH    *
001808*                   THE PAYMENT ALLOCATION WATERFALL AGAINST     *
001810*                   THE INTEREST AND PENALTY RECEIVABLES.        *
001812*  2026-10-15 DL    PAYIN RECORD LENGTH FOLLOWS PAYTRAN.CPY (THE *
001814*                   SUSPENSE ITEM FIELDS APPENDED); THEY ARE     *
001816*                   LEFT EMPTY ON THE 'P' TRANSACTIONS WRITTEN   *
001818*                   HERE.                                        *
001820*  2026-10-15 DL    PAYIN RECORD LENGTH FOLLOWS PAYTRAN.CPY (THE *
001822*                   VARIABLE-RATE TERMS OF AN 'N' APPENDED);     *
001824*                   THEY ARE LEFT EMPTY ON THE 'P' TRANSACTIONS  *
001826*                   WRITTEN HERE.                                *
001828*  2026-10-15 DL    THE MANDATE FILE IS NOW KEPT UP TO DATE FROM *
001830*                   THE RETURNS: EACH REFUSAL ADDS ONE TO THE    *
001832*                   MANDATE'S CONSECUTIVE-REFUSAL COUNT AND      *
001834*                   KEEPS THE BANK'S REASON, AN HONORED DEBIT    *
001836*                   CLEARS THE COUNT, AND THE SECOND REFUSAL IN  *
001838*                   A ROW SUSPENDS THE MANDATE SO LOAN-DIRDEB    *
001840*                   STOPS ORDERING AGAINST THE ACCOUNT.          *
001842*                   SUSPENSIONS ARE LISTED ON THE UNPAID-ITEMS   *
001844*                   REPORT.                                      *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003200     SELECT UNPAID-REPORT-FILE ASSIGN TO "UNPDRPT"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-UNPAID-FILE-STATUS.
003410     SELECT MANDATE-FILE ASSIGN TO "MANDATE"
003420         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS RANDOM
003440         RECORD KEY IS MD-LOAN-ID
003450         FILE STATUS IS WS-MANDATE-FILE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004200
004300 FD  PAYMENT-OUTPUT-FILE
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 121 CHARACTERS.
004600 01  PAYMENT-OUTPUT-RECORD      PIC X(121).
004700
004800 FD  UNPAID-REPORT-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 132 CHARACTERS.
005100 01  UNP-LINE                   PIC X(132).
005110
005120 FD  MANDATE-FILE
005130     LABEL RECORDS ARE STANDARD
005140     RECORD CONTAINS 113 CHARACTERS.
005150 COPY MANDREC.
005200
005300 WORKING-STORAGE SECTION.
005400*****************************************************************
005600*  LOAN, THE AMOUNT WITH ITS PRINCIPAL/INTEREST SPLIT ECHOED    *
005700*  BACK FROM THE DDORDER DETAIL, HONORED ('H') OR REFUSED       *
005710*  ('R') WITH THE BANK'S REASON, AND THE COLLECTION PERIOD      *
005720*  (RRRRMM).  THE PRINCIPAL SIDE BECOMES TR-PAYMENT AND THE     *
005730*  INTEREST SIDE (INTEREST AND PENALTY BILLED) TR-INTEREST-PAID *
005740*  - THE POSTING RUN RE-SPLITS THE TOTAL BY ITS WATERFALL.      *
005800*****************************************************************
005900 01  WS-RETURN-AREA.
006000     05  RT-LOAN-ID              PIC X(10).
007600 77  WS-RETURN-FILE-STATUS       PIC X(02) VALUE "00".
007700 77  WS-PAYOUT-FILE-STATUS       PIC X(02) VALUE "00".
007800 77  WS-UNPAID-FILE-STATUS       PIC X(02) VALUE "00".
007810 77  WS-MANDATE-FILE-STATUS      PIC X(02) VALUE "00".
007820
007830*****************************************************************
007840*  MANDATE SUSPENSION - THIS MANY REFUSALS IN A ROW (ONE PER    *
007850*  COLLECTION PERIOD, WHATEVER THE BANK'S REASON) SUSPEND THE   *
007860*  MANDATE.  A REFUSAL REPEATED FOR A PERIOD ALREADY COUNTED    *
007870*  IS NOT COUNTED TWICE.                                        *
007880*****************************************************************
007890 77  WS-SUSPEND-AFTER            PIC 9(2) VALUE 2.
007900
008000 77  WS-CNT-READ                 PIC 9(7) COMP VALUE 0.
008100 77  WS-CNT-HONORED              PIC 9(7) COMP VALUE 0.
008200 77  WS-CNT-REFUSED              PIC 9(7) COMP VALUE 0.
008300 77  WS-CNT-BAD                  PIC 9(7) COMP VALUE 0.
008310 77  WS-CNT-SUSPENDED            PIC 9(7) COMP VALUE 0.
008320 77  WS-CNT-NO-MANDATE           PIC 9(7) COMP VALUE 0.
008400 77  WS-HONORED-TOTAL            PIC 9(13)V99 VALUE 0.
008500 77  WS-REFUSED-TOTAL            PIC 9(13)V99 VALUE 0.
008600
008900*****************************************************************
009000 77  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
009100 77  WS-RUN-DATE                 PIC 9(6) VALUE 0.
009110 77  WS-RUN-DATE-YMD             PIC 9(8) VALUE 0.
009200 77  WS-ED-RUN-DATE              PIC 99/99/99.
009300 77  WS-ED-AMOUNT                PIC Z(8)9.99.
009400 77  WS-ED-TOTAL                 PIC Z(12)9.99.
009500 77  WS-ED-COUNT                 PIC Z(6)9.
009510 77  WS-ED-REFUSALS              PIC Z9.
009600
009700 PROCEDURE DIVISION.
009800*****************************************************************
014000         MOVE 12 TO RETURN-CODE
014100         STOP RUN
014200     END-IF.
014205     OPEN I-O MANDATE-FILE.
014210     IF WS-MANDATE-FILE-STATUS NOT = "00"
014215         DISPLAY "NIE MOZNA OTWORZYC MANDATE-FILE, STATUS: "
014220             WS-MANDATE-FILE-STATUS
014225         CLOSE UNPAID-REPORT-FILE
014230         CLOSE PAYMENT-OUTPUT-FILE
014235         CLOSE RETURN-INPUT-FILE
014240         MOVE 12 TO RETURN-CODE
014245         STOP RUN
014250     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500
017900*  3100-WRITE-PAYMENT-TXN                                       *
018000*  AN HONORED DEBIT BECOMES AN ORDINARY 'P' TRANSACTION FOR     *
018100*  LOAN-POSTING, STAMPED WITH THE COLLECTION PERIOD SO THE      *
018200*  POSTING RUN'S DOUBLE-POST GUARD STILL APPLIES.  THE          *
018210*  PRINCIPAL SIDE OF THE DEBIT GOES INTO TR-PAYMENT AND THE     *
018215*  INTEREST SIDE INTO TR-INTEREST-PAID; A RETURN                *
018220*  WHOSE SPLIT DOES NOT ADD UP TO ITS TOTAL, OR WHOSE          *
018230*  PRINCIPAL OVERFLOWS THE TR-PAYMENT PICTURE, IS REPORTED AS   *
018240*  A BAD RECORD INSTEAD OF POSTED WRONG OR TRUNCATED.           *
019400     MOVE SPACES TO TR-BRANCH-CODE.
019500     MOVE SPACES TO TR-PRODUCT-CODE.
019510     MOVE 0 TO TR-QUOTE-MONTH.
019520     MOVE RT-INTEREST TO TR-INTEREST-PAID.
019530     MOVE 0 TO TR-PENALTY-PAID.
019540     MOVE 0 TO TR-SUSP-RECV-DATE.
019550     MOVE 0 TO TR-SUSP-SEQ-NO.
019560     MOVE SPACE TO TR-SUSP-ACTION.
019565     MOVE SPACES TO TR-INDEX-CODE.
019570     MOVE 0 TO TR-MARGIN.
019575     MOVE 0 TO TR-RESET-MONTHS.
019580     MOVE 0 TO TR-TERM-MONTHS.
019600     WRITE PAYMENT-OUTPUT-RECORD FROM PAYMENT-TRANSACTION.
019700     ADD 1 TO WS-CNT-HONORED.
019800     ADD RT-AMOUNT TO WS-HONORED-TOTAL.
019810     PERFORM 3150-CLEAR-REFUSALS THRU 3150-EXIT.
019900 3100-EXIT.
020000     EXIT.
020002
020004*****************************************************************
020006*  3150-CLEAR-REFUSALS                                          *
020008*  AN HONORED DEBIT BREAKS THE RUN OF REFUSALS, SO THE          *
020010*  MANDATE'S COUNT GOES BACK TO ZERO.                           *
020012*****************************************************************
020014 3150-CLEAR-REFUSALS.
020016     MOVE RT-LOAN-ID TO MD-LOAN-ID.
020018     READ MANDATE-FILE
020020         INVALID KEY
020022             GO TO 3150-EXIT
020024     END-READ.
020026     IF MD-CONSEC-REFUSALS = 0
020028         GO TO 3150-EXIT
020030     END-IF.
020032     MOVE 0 TO MD-CONSEC-REFUSALS.
020034     REWRITE MANDATE-RECORD
020036         INVALID KEY
020038             DISPLAY "BLAD ZAPISU MANDATU, KREDYT: " RT-LOAN-ID
020040     END-REWRITE.
020042 3150-EXIT.
020044     EXIT.
020100
020200*****************************************************************
020300*  3200-REPORT-UNPAID-ITEM                                      *
021300     WRITE UNP-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
021400     ADD 1 TO WS-CNT-REFUSED.
021500     ADD RT-AMOUNT TO WS-REFUSED-TOTAL.
021510     PERFORM 3250-COUNT-REFUSAL THRU 3250-EXIT.
021600 3200-EXIT.
021700     EXIT.
021702
021704*****************************************************************
021706*  3250-COUNT-REFUSAL                                           *
021708*  ADDS THE REFUSAL TO THE MANDATE'S CONSECUTIVE COUNT AND      *
021710*  KEEPS THE PERIOD AND THE BANK'S REASON.  WHEN THE COUNT      *
021712*  REACHES WS-SUSPEND-AFTER THE MANDATE IS SUSPENDED AND THE    *
021714*  SUSPENSION IS PRINTED UNDER THE UNPAID ITEM.  ONLY AN ACTIVE *
021716*  MANDATE IS COUNTED AGAINST.                                  *
021718*****************************************************************
021720 3250-COUNT-REFUSAL.
021722     MOVE RT-LOAN-ID TO MD-LOAN-ID.
021724     READ MANDATE-FILE
021726         INVALID KEY
021728             ADD 1 TO WS-CNT-NO-MANDATE
021730             MOVE SPACES TO WS-PRINT-LINE
021732             STRING "  BRAK MANDATU NA KARTOTECE DLA KREDYTU "
021734                 RT-LOAN-ID INTO WS-PRINT-LINE
021736             WRITE UNP-LINE FROM WS-PRINT-LINE
021738                 AFTER ADVANCING 1 LINE
021740             GO TO 3250-EXIT
021742     END-READ.
021744     IF NOT MD-STATUS-ACTIVE
021746         GO TO 3250-EXIT
021748     END-IF.
021750     IF RT-PERIOD = MD-LAST-REFUSAL-PERIOD
021752         GO TO 3250-EXIT
021754     END-IF.
021756     ADD 1 TO MD-CONSEC-REFUSALS.
021758     MOVE RT-PERIOD TO MD-LAST-REFUSAL-PERIOD.
021760     MOVE RT-REASON TO MD-LAST-REFUSAL-REASON.
021762     IF MD-CONSEC-REFUSALS NOT < WS-SUSPEND-AFTER
021764         SET MD-STATUS-SUSPENDED TO TRUE
021766         MOVE WS-RUN-DATE-YMD TO MD-STATUS-DATE
021768         ADD 1 TO WS-CNT-SUSPENDED
021770         MOVE MD-CONSEC-REFUSALS TO WS-ED-REFUSALS
021772         MOVE SPACES TO WS-PRINT-LINE
021774         STRING "  MANDAT ZAWIESZONY PO " WS-ED-REFUSALS
021776             " ODMOWACH Z RZEDU, MANDAT: " MD-MANDATE-REF
021778             INTO WS-PRINT-LINE
021780         WRITE UNP-LINE FROM WS-PRINT-LINE
021782             AFTER ADVANCING 1 LINE
021784     END-IF.
021786     REWRITE MANDATE-RECORD
021788         INVALID KEY
021790             DISPLAY "BLAD ZAPISU MANDATU, KREDYT: " RT-LOAN-ID
021792     END-REWRITE.
021794 3250-EXIT.
021796     EXIT.
021800
021900*****************************************************************
022000*  5000-WRITE-REPORT-TITLE                                      *
022100*****************************************************************
022200 5000-WRITE-REPORT-TITLE.
022300     ACCEPT WS-RUN-DATE FROM DATE.
022310     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
022400     MOVE WS-RUN-DATE TO WS-ED-RUN-DATE.
022500     MOVE SPACES TO WS-PRINT-LINE.
022600     STRING "RAPORT POZYCJI NIEOPLACONYCH - POLECENIA ZAPLATY"
026500     STRING "REKORDY BLEDNE:        " WS-ED-COUNT
026600         INTO WS-PRINT-LINE.
026700     WRITE UNP-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
026705     MOVE WS-CNT-SUSPENDED TO WS-ED-COUNT.
026710     MOVE SPACES TO WS-PRINT-LINE.
026715     STRING "MANDATY ZAWIESZONE:    " WS-ED-COUNT
026720         INTO WS-PRINT-LINE.
026725     WRITE UNP-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
026730     MOVE WS-CNT-NO-MANDATE TO WS-ED-COUNT.
026735     MOVE SPACES TO WS-PRINT-LINE.
026740     STRING "ODMOWY BEZ MANDATU:    " WS-ED-COUNT
026745         INTO WS-PRINT-LINE.
026750     WRITE UNP-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
026800 6300-EXIT.
026900     EXIT.
027000
027500     CLOSE RETURN-INPUT-FILE.
027600     CLOSE PAYMENT-OUTPUT-FILE.
027700     CLOSE UNPAID-REPORT-FILE.
027710     CLOSE MANDATE-FILE.
027800 9000-EXIT.
027900     EXIT.
