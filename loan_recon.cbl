000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOAN-RECON.
000300 AUTHOR.        D. LEWANDOWSKA.
000400 INSTALLATION.  CONSUMER LENDING - MONTH-END CLOSE UNIT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  2026-10-15 DL    ORIGINAL MONTH-END SUBLEDGER RECONCILIATION. *
001200*                   PROVES THE LOAN MASTER, THE PAYHIST TRAIL    *
001300*                   AND THE GLFEED SUMMARIES AGREE: EACH LOAN'S  *
001400*                   HISTORY CHAIN IS UNBROKEN AND ENDS ON THE    *
001500*                   MASTER BALANCE, ITS SUMMED PAYMENTS,         *
001600*                   OVERPAYMENTS AND INTEREST MATCH THE MASTER   *
001700*                   TOTALS, AND THE PERIOD'S HISTORY BY BRANCH   *
001800*                   AND PRODUCT MATCHES THE GL FEED AND ITS      *
001900*                   TRAILER.  EVERY BREAK IS LISTED ON RECNRPT   *
002000*                   AND ENDS THE JOB WITH RETURN CODE 8.         *
002010*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
002020*                   (VARIABLE-RATE TERMS APPENDED).              *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. LINUX-BATCH.
002500 OBJECT-COMPUTER. LINUX-BATCH.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS MS-LOAN-ID
003200         FILE STATUS IS WS-MASTER-FILE-STATUS.
003300     SELECT HISTORY-INPUT-FILE ASSIGN TO "PAYHIST"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-HISTORY-FILE-STATUS.
003600     SELECT SORTED-HISTORY-FILE ASSIGN TO "RCNHSRT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-SORTED-FILE-STATUS.
003900     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
004000     SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-GLFEED-FILE-STATUS.
004300     SELECT RECON-REPORT-FILE ASSIGN TO "RECNRPT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-RECNRPT-FILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOAN-MASTER-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 240 CHARACTERS.
005200 COPY LOANMST.
005300
005400 FD  HISTORY-INPUT-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 146 CHARACTERS.
005700 01  HISTORY-INPUT-RECORD       PIC X(146).
005800
005900 FD  SORTED-HISTORY-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 146 CHARACTERS.
006200 01  SORTED-HISTORY-RECORD      PIC X(146).
006300
006400 SD  SORT-WORK-FILE
006500     RECORD CONTAINS 146 CHARACTERS.
006600 01  SORT-WORK-RECORD.
006700     05  SR-LOAN-ID              PIC X(10).
006800     05  SR-POST-DATE            PIC 9(8).
006900     05  FILLER                  PIC X(128).
007000
007100 FD  GL-FEED-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 39 CHARACTERS.
007400 01  GL-FEED-RECORD             PIC X(39).
007500
007600 FD  RECON-REPORT-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  RCN-LINE                   PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200*****************************************************************
008300*  CURRENT HISTORY ROW - SHARED LAYOUT WITH LOAN-POSTING.       *
008400*****************************************************************
008500 COPY PAYHIST.
008600
008700*****************************************************************
008800*  GL FEED RECORD - THE DETAIL AND TRAILER LAYOUTS LOAN-POSTING *
008900*  WRITES IN 7000-WRITE-GL-FEED.                                *
009000*****************************************************************
009100 01  WS-GL-IN-REC.
009200     05  GL-REC-TYPE             PIC X(01).
009300         88  GL-REC-DETAIL           VALUE 'D'.
009400         88  GL-REC-TRAILER          VALUE 'T'.
009500     05  GL-ENTRY-CODE           PIC X(03).
009600     05  GL-PERIOD               PIC 9(06).
009700     05  GL-BRANCH               PIC X(04).
009800     05  GL-PRODUCT              PIC X(04).
009900     05  GL-DEBIT-ACCT           PIC X(04).
010000     05  GL-CREDIT-ACCT          PIC X(04).
010100     05  GL-AMOUNT               PIC 9(11)V99.
010200 01  WS-GL-TRL-REC REDEFINES WS-GL-IN-REC.
010300     05  GL-TRL-TYPE             PIC X(01).
010400     05  GL-TRL-COUNT            PIC 9(09).
010500     05  GL-TRL-TOTAL            PIC 9(13)V99.
010600     05  FILLER                  PIC X(14).
010700
010800 77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
010900     88  WS-MASTER-EOF               VALUE 'Y'.
011000 77  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
011100     88  WS-HISTORY-EOF              VALUE 'Y'.
011200 77  WS-GL-EOF-SW                PIC X(01) VALUE 'N'.
011300     88  WS-GL-EOF                   VALUE 'Y'.
011400 77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE "00".
011500 77  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE "00".
011600 77  WS-SORTED-FILE-STATUS       PIC X(02) VALUE "00".
011700 77  WS-GLFEED-FILE-STATUS       PIC X(02) VALUE "00".
011800 77  WS-RECNRPT-FILE-STATUS      PIC X(02) VALUE "00".
011900
012000*****************************************************************
012100*  PER-LOAN ROLL-FORWARD WORK AREA - THE HISTORY IS SORTED BY   *
012200*  LOAN AND POSTING DATE (APPEND ORDER BREAKING TIES, AS IN     *
012300*  LOAN-STATEMENT) AND MERGED AGAINST THE MASTER IN KEY ORDER.  *
012400*  REVERSAL ROWS NET BACK OUT; CHARGE-OFF AND RECOVERY ROWS     *
012500*  CARRY NO PAYMENT, OVERPAYMENT OR INTEREST.                   *
012600*****************************************************************
012700 77  WS-LN-ROWS                  PIC 9(7) COMP VALUE 0.
012800 77  WS-LN-PAID                  PIC S9(9)V99 VALUE 0.
012900 77  WS-LN-OVERPAID              PIC S9(9)V99 VALUE 0.
013000 77  WS-LN-INTEREST              PIC S9(9)V99 VALUE 0.
013100 77  WS-PREV-BAL-AFTER           PIC 9(8)V99 VALUE 0.
013200
013300*****************************************************************
013400*  GL COMPARISON TABLE - ONE ENTRY PER BRANCH AND PRODUCT, WITH *
013500*  ONE BUCKET PER GL ENTRY CODE THE HISTORY CAN PROVE.  EACH    *
013600*  BUCKET CARRIES THE PERIOD'S HISTORY FIGURE AND THE SIGNED    *
013700*  FEED FIGURE (A FEED RECORD WHOSE DEBIT ACCOUNT IS NOT THE    *
013800*  CODE'S USUAL ONE IS A SWAPPED NET-NEGATIVE BUCKET).  NEW,    *
013900*  OFF AND THE SUSPENSE CODES HAVE NO HISTORY ROW BEHIND THEM   *
014000*  AND ARE PROVEN ONLY THROUGH THE TRAILER.  THE SAME           *
014100*  FIND-OR-ADD PATTERN AS THE GL TABLE IN LOAN-POSTING.         *
014200*****************************************************************
014300 01  WS-RC-CODE-VALUES.
014400     05  FILLER                  PIC X(07) VALUE "PRN1010".
014500     05  FILLER                  PIC X(07) VALUE "INT2020".
014600     05  FILLER                  PIC X(07) VALUE "OVP1010".
014700     05  FILLER                  PIC X(07) VALUE "STL1010".
014800     05  FILLER                  PIC X(07) VALUE "IOD1010".
014900     05  FILLER                  PIC X(07) VALUE "ICR1010".
015000     05  FILLER                  PIC X(07) VALUE "PEN2030".
015100     05  FILLER                  PIC X(07) VALUE "PCL1010".
015200     05  FILLER                  PIC X(07) VALUE "WOF8010".
015300     05  FILLER                  PIC X(07) VALUE "WOI8010".
015400     05  FILLER                  PIC X(07) VALUE "WOP8010".
015500     05  FILLER                  PIC X(07) VALUE "REC1010".
015600 01  WS-RC-CODE-TABLE REDEFINES WS-RC-CODE-VALUES.
015700     05  WS-RC-CODE-ENTRY        OCCURS 12 TIMES.
015800         10  WS-RC-CODE          PIC X(03).
015900         10  WS-RC-DR-ACCT       PIC X(04).
016000 77  WS-RC-CODES                 PIC 9(3) COMP VALUE 12.
016100 01  WS-RC-TABLE-AREA.
016200     05  WS-RC-COUNT             PIC 9(3) COMP VALUE 0.
016300     05  WS-RC-ENTRY             OCCURS 200 TIMES.
016400         10  WS-RC-BRANCH        PIC X(4).
016500         10  WS-RC-PRODUCT       PIC X(4).
016600         10  WS-RC-BUCKET        OCCURS 12 TIMES.
016700             15  WS-RC-HIST      PIC S9(11)V99.
016800             15  WS-RC-GL        PIC S9(11)V99.
016900 77  WS-RC-IDX                   PIC 9(3) COMP VALUE 0.
017000 77  WS-RC-HIT                   PIC 9(3) COMP VALUE 0.
017100 77  WS-CODE-IDX                 PIC 9(3) COMP VALUE 0.
017200 77  WS-CODE-HIT                 PIC 9(3) COMP VALUE 0.
017300 77  WS-RC-KEY-BRANCH            PIC X(4) VALUE SPACES.
017400 77  WS-RC-KEY-PRODUCT           PIC X(4) VALUE SPACES.
017500 77  WS-RC-OVERFLOW-SW           PIC X(01) VALUE 'N'.
017600     88  WS-RC-OVERFLOW              VALUE 'Y'.
017700 77  WS-WO-PRINCIPAL             PIC 9(8)V99 VALUE 0.
017800
017900*****************************************************************
018000*  GL FEED CONTROL - THE PERIOD IS TAKEN FROM THE FEED'S OWN    *
018100*  DETAIL RECORDS (TODAY'S MONTH WHEN IT HAS NONE); THE         *
018200*  DETAILS ARE COUNTED AND SUMMED AGAINST THE TRAILER, WHOSE    *
018300*  FIGURES ARE KEPT ASIDE AS SOON AS IT IS READ.                *
018400*****************************************************************
018500 77  WS-RECON-PERIOD             PIC 9(6) VALUE 0.
018600 77  WS-ROW-PERIOD               PIC 9(6) VALUE 0.
018700 77  WS-GL-PERIOD-SW             PIC X(01) VALUE 'N'.
018800     88  WS-GL-PERIOD-SET            VALUE 'Y'.
018900 77  WS-GL-TRAILER-SW            PIC X(01) VALUE 'N'.
019000     88  WS-GL-TRAILER-SEEN          VALUE 'Y'.
019100 77  WS-GL-DET-COUNT             PIC 9(9) COMP VALUE 0.
019200 77  WS-GL-DET-TOTAL             PIC 9(13)V99 VALUE 0.
019300 77  WS-TRL-COUNT                PIC 9(9) VALUE 0.
019400 77  WS-TRL-TOTAL                PIC 9(13)V99 VALUE 0.
019500 77  WS-GL-SIGNED                PIC S9(11)V99 VALUE 0.
019600
019700*****************************************************************
019800*  BREAK LINE - EVERY CHECK THAT FAILS FILLS THESE AND PERFORMS *
019900*  6100-WRITE-BREAK-LINE.                                       *
020000*****************************************************************
020100 77  WS-BRK-KEY                  PIC X(30) VALUE SPACES.
020200 77  WS-BRK-TEXT                 PIC X(40) VALUE SPACES.
020300 77  WS-BRK-LEFT                 PIC S9(13)V99 VALUE 0.
020400 77  WS-BRK-RIGHT                PIC S9(13)V99 VALUE 0.
020500
020600 77  WS-CNT-MASTERS              PIC 9(7) COMP VALUE 0.
020700 77  WS-CNT-ROWS                 PIC 9(7) COMP VALUE 0.
020800 77  WS-CNT-NO-HISTORY           PIC 9(7) COMP VALUE 0.
020900 77  WS-CNT-GL-RECORDS           PIC 9(7) COMP VALUE 0.
021000 77  WS-CNT-CHAIN-BREAKS         PIC 9(7) COMP VALUE 0.
021100 77  WS-CNT-BAL-BREAKS           PIC 9(7) COMP VALUE 0.
021200 77  WS-CNT-TOTAL-BREAKS         PIC 9(7) COMP VALUE 0.
021300 77  WS-CNT-ORPHAN-ROWS          PIC 9(7) COMP VALUE 0.
021400 77  WS-CNT-GL-BREAKS            PIC 9(7) COMP VALUE 0.
021500 77  WS-CNT-BREAKS               PIC 9(7) COMP VALUE 0.
021600
021700*****************************************************************
021800*  PRINTED REPORT WORK AREA                                     *
021900*****************************************************************
022000 77  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
022100 77  WS-RUN-DATE                 PIC 9(6) VALUE 0.
022200 77  WS-RUN-DATE-YMD             PIC 9(8) VALUE 0.
022300 77  WS-ED-RUN-DATE              PIC 99/99/99.
022400 77  WS-ED-LEFT                  PIC -Z(12)9.99.
022500 77  WS-ED-RIGHT                 PIC -Z(12)9.99.
022600 77  WS-ED-COUNT                 PIC Z(6)9.
022700
022800 PROCEDURE DIVISION.
022900*****************************************************************
023000*  0000-MAINLINE                                                *
023100*****************************************************************
023200 0000-MAINLINE.
023300*    PROBE THE HISTORY FILE FIRST - SORT ... USING FAILS
023400*    UNCONTROLLED ON A MISSING FILE.
023500     OPEN INPUT HISTORY-INPUT-FILE.
023600     IF WS-HISTORY-FILE-STATUS NOT = "00"
023700         DISPLAY "NIE MOZNA OTWORZYC HISTORY-INPUT-FILE, "
023800             "STATUS: " WS-HISTORY-FILE-STATUS
023900         MOVE 12 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     CLOSE HISTORY-INPUT-FILE.
024300*    SAME ORDER AS LOAN-STATEMENT: A REVERSAL AND ITS CORRECTED
024400*    RE-POSTING IN ONE RUN SHARE A LOAN-ID AND POSTING DATE, AND
024500*    APPEND ORDER MUST BREAK THE TIE OR THE CHAIN LOOKS BROKEN.
024600     SORT SORT-WORK-FILE
024700         ON ASCENDING KEY SR-LOAN-ID
024800         ON ASCENDING KEY SR-POST-DATE
024900         WITH DUPLICATES IN ORDER
025000         USING HISTORY-INPUT-FILE
025100         GIVING SORTED-HISTORY-FILE.
025200     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
025300     PERFORM 5000-WRITE-REPORT-TITLE THRU 5000-EXIT.
025400     PERFORM 2300-LOAD-GL-FEED THRU 2300-EXIT.
025500     PERFORM 2200-READ-HISTORY-ROW THRU 2200-EXIT.
025600     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
025700     PERFORM 3000-RECONCILE-ONE-LOAN THRU 3000-EXIT
025800         UNTIL WS-MASTER-EOF.
025900     PERFORM 3100-SKIP-ORPHAN-ROW THRU 3100-EXIT
026000         UNTIL WS-HISTORY-EOF.
026100     PERFORM 4500-COMPARE-GL-TABLE THRU 4500-EXIT.
026200     PERFORM 4600-CHECK-GL-TRAILER THRU 4600-EXIT.
026300     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
026400     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
026500     IF WS-CNT-BREAKS > 0
026600         MOVE 08 TO RETURN-CODE
026700     END-IF.
026800 0000-STOP.
026900     STOP RUN.
027000
027100*****************************************************************
027200*  1000-OPEN-FILES                                              *
027300*****************************************************************
027400 1000-OPEN-FILES.
027500     OPEN INPUT LOAN-MASTER-FILE.
027600     IF WS-MASTER-FILE-STATUS NOT = "00"
027700         DISPLAY "NIE MOZNA OTWORZYC LOAN-MASTER-FILE, STATUS: "
027800             WS-MASTER-FILE-STATUS
027900         MOVE 12 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     OPEN INPUT SORTED-HISTORY-FILE.
028300     IF WS-SORTED-FILE-STATUS NOT = "00"
028400         DISPLAY "NIE MOZNA OTWORZYC SORTED-HISTORY-FILE, "
028500             "STATUS: " WS-SORTED-FILE-STATUS
028600         CLOSE LOAN-MASTER-FILE
028700         MOVE 12 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000     OPEN INPUT GL-FEED-FILE.
029100     IF WS-GLFEED-FILE-STATUS NOT = "00"
029200         DISPLAY "NIE MOZNA OTWORZYC GL-FEED-FILE, STATUS: "
029300             WS-GLFEED-FILE-STATUS
029400         CLOSE SORTED-HISTORY-FILE
029500         CLOSE LOAN-MASTER-FILE
029600         MOVE 12 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029900     OPEN OUTPUT RECON-REPORT-FILE.
030000     IF WS-RECNRPT-FILE-STATUS NOT = "00"
030100         DISPLAY "NIE MOZNA OTWORZYC RECON-REPORT-FILE, "
030200             "STATUS: " WS-RECNRPT-FILE-STATUS
030300         CLOSE GL-FEED-FILE
030400         CLOSE SORTED-HISTORY-FILE
030500         CLOSE LOAN-MASTER-FILE
030600         MOVE 12 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900 1000-EXIT.
031000     EXIT.
031100
031200 2100-READ-MASTER-RECORD.
031300     READ LOAN-MASTER-FILE NEXT RECORD
031400         AT END
031500             SET WS-MASTER-EOF TO TRUE
031600         NOT AT END
031700             ADD 1 TO WS-CNT-MASTERS
031800     END-READ.
031900 2100-EXIT.
032000     EXIT.
032100
032200 2200-READ-HISTORY-ROW.
032300     READ SORTED-HISTORY-FILE INTO HISTORY-RECORD
032400         AT END
032500             SET WS-HISTORY-EOF TO TRUE
032600         NOT AT END
032700             ADD 1 TO WS-CNT-ROWS
032800     END-READ.
032900 2200-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300*  2300-LOAD-GL-FEED                                            *
033400*  READS THE WHOLE FEED UP FRONT: EVERY DETAIL RECORD IS        *
033500*  COUNTED AND SUMMED FOR THE TRAILER CHECK, AND THOSE WITH A   *
033600*  CODE THE HISTORY CAN PROVE ARE POSTED, SIGNED, INTO THE      *
033700*  COMPARISON TABLE.  THE FIRST DETAIL SETS THE PERIOD.         *
033800*****************************************************************
033900 2300-LOAD-GL-FEED.
034000     PERFORM 2310-READ-GL-RECORD THRU 2310-EXIT.
034100     PERFORM 2320-TAKE-GL-RECORD THRU 2320-EXIT
034200         UNTIL WS-GL-EOF.
034300     IF NOT WS-GL-PERIOD-SET
034400         COMPUTE WS-RECON-PERIOD = WS-RUN-DATE-YMD / 100
034500     END-IF.
034600 2300-EXIT.
034700     EXIT.
034800
034900 2310-READ-GL-RECORD.
035000     READ GL-FEED-FILE INTO WS-GL-IN-REC
035100         AT END
035200             SET WS-GL-EOF TO TRUE
035300         NOT AT END
035400             ADD 1 TO WS-CNT-GL-RECORDS
035500     END-READ.
035600 2310-EXIT.
035700     EXIT.
035800
035900 2320-TAKE-GL-RECORD.
036000     IF GL-REC-TRAILER
036100         SET WS-GL-TRAILER-SEEN TO TRUE
036200         MOVE GL-TRL-COUNT TO WS-TRL-COUNT
036300         MOVE GL-TRL-TOTAL TO WS-TRL-TOTAL
036400         GO TO 2320-NEXT
036500     END-IF.
036600     IF NOT GL-REC-DETAIL
036700         MOVE "GLFEED" TO WS-BRK-KEY
036800         MOVE "NIEZNANY TYP REKORDU GL" TO WS-BRK-TEXT
036900         MOVE 0 TO WS-BRK-LEFT
037000         MOVE 0 TO WS-BRK-RIGHT
037100         ADD 1 TO WS-CNT-GL-BREAKS
037200         PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT
037300         GO TO 2320-NEXT
037400     END-IF.
037500     IF WS-GL-TRAILER-SEEN
037600         MOVE "GLFEED" TO WS-BRK-KEY
037700         MOVE "REKORD GL PO REKORDZIE KONTROLNYM" TO WS-BRK-TEXT
037800         MOVE 0 TO WS-BRK-LEFT
037900         MOVE GL-AMOUNT TO WS-BRK-RIGHT
038000         ADD 1 TO WS-CNT-GL-BREAKS
038100         PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT
038200     END-IF.
038300     IF NOT WS-GL-PERIOD-SET
038400         SET WS-GL-PERIOD-SET TO TRUE
038500         MOVE GL-PERIOD TO WS-RECON-PERIOD
038600     END-IF.
038700     ADD 1 TO WS-GL-DET-COUNT.
038800     ADD GL-AMOUNT TO WS-GL-DET-TOTAL.
038900     MOVE 0 TO WS-CODE-HIT.
039000     PERFORM 2330-MATCH-ONE-CODE THRU 2330-EXIT
039100         VARYING WS-CODE-IDX FROM 1 BY 1
039200         UNTIL WS-CODE-IDX > WS-RC-CODES.
039300     IF WS-CODE-HIT = 0
039400         GO TO 2320-NEXT
039500     END-IF.
039600     IF GL-DEBIT-ACCT = WS-RC-DR-ACCT (WS-CODE-HIT)
039700         MOVE GL-AMOUNT TO WS-GL-SIGNED
039800     ELSE
039900         COMPUTE WS-GL-SIGNED = 0 - GL-AMOUNT
040000     END-IF.
040100     MOVE GL-BRANCH TO WS-RC-KEY-BRANCH.
040200     MOVE GL-PRODUCT TO WS-RC-KEY-PRODUCT.
040300     PERFORM 4000-FIND-RC-ENTRY THRU 4000-EXIT.
040400     IF WS-RC-HIT > 0
040500         ADD WS-GL-SIGNED TO WS-RC-GL (WS-RC-HIT, WS-CODE-HIT)
040600     END-IF.
040700 2320-NEXT.
040800     PERFORM 2310-READ-GL-RECORD THRU 2310-EXIT.
040900 2320-EXIT.
041000     EXIT.
041100
041200 2330-MATCH-ONE-CODE.
041300     IF WS-RC-CODE (WS-CODE-IDX) = GL-ENTRY-CODE
041400         MOVE WS-CODE-IDX TO WS-CODE-HIT
041500     END-IF.
041600 2330-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*  3000-RECONCILE-ONE-LOAN                                      *
042100*  SKIPS ANY HISTORY FOR LOANS NOT ON THE MASTER, ROLLS THIS    *
042200*  LOAN'S ROWS FORWARD, THEN CHECKS THE LAST BALANCE-AFTER AND  *
042300*  THE SUMMED AMOUNTS AGAINST THE MASTER.  A LOAN WITH NO ROWS  *
042400*  IS A BREAK ONLY IF THE MASTER SAYS SOMETHING WAS POSTED.     *
042500*****************************************************************
042600 3000-RECONCILE-ONE-LOAN.
042700     PERFORM 3100-SKIP-ORPHAN-ROW THRU 3100-EXIT
042800         UNTIL WS-HISTORY-EOF
042900            OR PH-LOAN-ID NOT < MS-LOAN-ID.
043000     MOVE 0 TO WS-LN-ROWS.
043100     MOVE 0 TO WS-LN-PAID.
043200     MOVE 0 TO WS-LN-OVERPAID.
043300     MOVE 0 TO WS-LN-INTEREST.
043400     MOVE 0 TO WS-PREV-BAL-AFTER.
043500     PERFORM 3200-ROLL-ONE-ROW THRU 3200-EXIT
043600         UNTIL WS-HISTORY-EOF
043700            OR PH-LOAN-ID NOT = MS-LOAN-ID.
043800     IF WS-LN-ROWS = 0
043900         ADD 1 TO WS-CNT-NO-HISTORY
044000         IF MS-LAST-POSTED-PERIOD > 0
044100             MOVE "BRAK HISTORII DLA ZAKSIEGOWANEGO KREDYTU"
044200                 TO WS-BRK-TEXT
044300             MOVE 0 TO WS-BRK-LEFT
044400             MOVE MS-CUR-BALANCE TO WS-BRK-RIGHT
044500             ADD 1 TO WS-CNT-BAL-BREAKS
044600             PERFORM 6110-WRITE-LOAN-BREAK THRU 6110-EXIT
044700         END-IF
044800         GO TO 3000-NEXT
044900     END-IF.
045000     PERFORM 3400-CHECK-LOAN-TOTALS THRU 3400-EXIT.
045100 3000-NEXT.
045200     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
045300 3000-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*  3100-SKIP-ORPHAN-ROW                                         *
045800*  A HISTORY ROW WHOSE LOAN IS NOT ON THE MASTER CANNOT BE      *
045900*  PROVEN AGAINST ANYTHING - IT IS LISTED AND PASSED OVER.      *
046000*****************************************************************
046100 3100-SKIP-ORPHAN-ROW.
046200     MOVE SPACES TO WS-BRK-KEY.
046300     STRING "KREDYT " PH-LOAN-ID " OKRES " PH-PERIOD
046400         INTO WS-BRK-KEY.
046500     MOVE "HISTORIA BEZ KREDYTU NA KARTOTECE" TO WS-BRK-TEXT.
046600     MOVE PH-BALANCE-AFTER TO WS-BRK-LEFT.
046700     MOVE 0 TO WS-BRK-RIGHT.
046800     ADD 1 TO WS-CNT-ORPHAN-ROWS.
046900     PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT.
047000     PERFORM 2200-READ-HISTORY-ROW THRU 2200-EXIT.
047100 3100-EXIT.
047200     EXIT.
047300
047400*****************************************************************
047500*  3200-ROLL-ONE-ROW                                            *
047600*  EACH ROW MUST START FROM THE BALANCE THE ROW BEFORE IT LEFT. *
047700*  PAYMENT AND SETTLEMENT ROWS ADD TO THE LOAN'S TOTALS,        *
047800*  REVERSAL ROWS TAKE THEIRS BACK OUT.  ROWS POSTED IN THE      *
047900*  RECONCILED PERIOD ARE ALSO ROLLED INTO THE GL TABLE.         *
048000*****************************************************************
048100 3200-ROLL-ONE-ROW.
048200     ADD 1 TO WS-LN-ROWS.
048300     IF WS-LN-ROWS > 1
048400       AND PH-BALANCE-BEFORE NOT = WS-PREV-BAL-AFTER
048500         MOVE "LANCUCH SALD PRZERWANY (PRZED / PO)"
048600             TO WS-BRK-TEXT
048700         MOVE PH-BALANCE-BEFORE TO WS-BRK-LEFT
048800         MOVE WS-PREV-BAL-AFTER TO WS-BRK-RIGHT
048900         ADD 1 TO WS-CNT-CHAIN-BREAKS
049000         PERFORM 6120-WRITE-ROW-BREAK THRU 6120-EXIT
049100     END-IF.
049200     MOVE PH-BALANCE-AFTER TO WS-PREV-BAL-AFTER.
049300     EVALUATE TRUE
049400         WHEN PH-TYPE-PAYMENT
049500         WHEN PH-TYPE-SETTLEMENT
049600             ADD PH-PAYMENT TO WS-LN-PAID
049700             ADD PH-OVERPAYMENT TO WS-LN-OVERPAID
049800             ADD PH-INTEREST TO WS-LN-INTEREST
049900         WHEN PH-TYPE-REVERSAL
050000             SUBTRACT PH-PAYMENT FROM WS-LN-PAID
050100             SUBTRACT PH-OVERPAYMENT FROM WS-LN-OVERPAID
050200             SUBTRACT PH-INTEREST FROM WS-LN-INTEREST
050300     END-EVALUATE.
050400     COMPUTE WS-ROW-PERIOD = PH-POST-DATE / 100.
050500     IF WS-ROW-PERIOD = WS-RECON-PERIOD
050600         PERFORM 3300-NOTE-PERIOD-ROW THRU 3300-EXIT
050700     END-IF.
050800     PERFORM 2200-READ-HISTORY-ROW THRU 2200-EXIT.
050900 3200-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*  3300-NOTE-PERIOD-ROW                                         *
051400*  ROLLS ONE OF THE PERIOD'S HISTORY ROWS INTO THE GL TABLE     *
051500*  UNDER THE MASTER'S BRANCH AND PRODUCT, THE WAY LOAN-POSTING  *
051600*  FED ITS OWN BUCKETS FOR THE SAME TRANSACTION.  BUCKETS IN    *
051700*  WS-RC-CODE-VALUES ORDER: 1 PRN, 2 INT, 3 OVP, 4 STL, 5 IOD,  *
051800*  6 ICR, 7 PEN, 8 PCL, 9 WOF, 10 WOI, 11 WOP, 12 REC.          *
051900*****************************************************************
052000 3300-NOTE-PERIOD-ROW.
052100     MOVE MS-BRANCH-CODE TO WS-RC-KEY-BRANCH.
052200     MOVE MS-PRODUCT-CODE TO WS-RC-KEY-PRODUCT.
052300     PERFORM 4000-FIND-RC-ENTRY THRU 4000-EXIT.
052400     IF WS-RC-HIT = 0
052500         GO TO 3300-EXIT
052600     END-IF.
052700     EVALUATE TRUE
052800         WHEN PH-TYPE-PAYMENT
052900             ADD PH-PAYMENT TO WS-RC-HIST (WS-RC-HIT, 1)
053000             ADD PH-INTEREST TO WS-RC-HIST (WS-RC-HIT, 2)
053100             ADD PH-OVERPAYMENT TO WS-RC-HIST (WS-RC-HIT, 3)
053200             ADD PH-INT-OVERDUE-PAID
053300                 TO WS-RC-HIST (WS-RC-HIT, 5)
053400             ADD PH-INT-CURRENT-PAID
053500                 TO WS-RC-HIST (WS-RC-HIT, 6)
053600             ADD PH-PENALTY-CHARGED
053700                 TO WS-RC-HIST (WS-RC-HIT, 7)
053800             ADD PH-PENALTY-PAID TO WS-RC-HIST (WS-RC-HIT, 8)
053900         WHEN PH-TYPE-REVERSAL
054000             SUBTRACT PH-PAYMENT FROM WS-RC-HIST (WS-RC-HIT, 1)
054100             SUBTRACT PH-INTEREST FROM WS-RC-HIST (WS-RC-HIT, 2)
054200             SUBTRACT PH-OVERPAYMENT
054300                 FROM WS-RC-HIST (WS-RC-HIT, 3)
054400             SUBTRACT PH-INT-OVERDUE-PAID
054500                 FROM WS-RC-HIST (WS-RC-HIT, 5)
054600             SUBTRACT PH-INT-CURRENT-PAID
054700                 FROM WS-RC-HIST (WS-RC-HIT, 6)
054800             SUBTRACT PH-PENALTY-CHARGED
054900                 FROM WS-RC-HIST (WS-RC-HIT, 7)
055000             SUBTRACT PH-PENALTY-PAID
055100                 FROM WS-RC-HIST (WS-RC-HIT, 8)
055200*        A SETTLEMENT'S INTEREST IS SETTLEMENT INTEREST (STL)
055300*        AND ONLY ITS OVERDUE INTEREST GOES TO IOD.
055400         WHEN PH-TYPE-SETTLEMENT
055500             ADD PH-PAYMENT TO WS-RC-HIST (WS-RC-HIT, 1)
055600             ADD PH-INTEREST TO WS-RC-HIST (WS-RC-HIT, 4)
055700             ADD PH-INT-OVERDUE-PAID
055800                 TO WS-RC-HIST (WS-RC-HIT, 5)
055900             ADD PH-PENALTY-PAID TO WS-RC-HIST (WS-RC-HIT, 8)
056000         WHEN PH-TYPE-WRITE-OFF
056100             COMPUTE WS-WO-PRINCIPAL =
056200                 PH-BALANCE-BEFORE - PH-BALANCE-AFTER
056300             ADD WS-WO-PRINCIPAL TO WS-RC-HIST (WS-RC-HIT, 9)
056400             ADD PH-WO-INTEREST TO WS-RC-HIST (WS-RC-HIT, 10)
056500             ADD PH-WO-PENALTY TO WS-RC-HIST (WS-RC-HIT, 11)
056600         WHEN PH-TYPE-RECOVERY
056700             ADD PH-RECOVERED TO WS-RC-HIST (WS-RC-HIT, 12)
056800     END-EVALUATE.
056900 3300-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300*  3400-CHECK-LOAN-TOTALS                                       *
057400*  THE CHAIN MUST END ON THE MASTER BALANCE, AND THE ROLLED-UP  *
057500*  PAYMENTS, OVERPAYMENTS AND INTEREST MUST EQUAL THE MASTER'S  *
057600*  LIFETIME TOTALS.                                             *
057700*****************************************************************
057800 3400-CHECK-LOAN-TOTALS.
057900     IF WS-PREV-BAL-AFTER NOT = MS-CUR-BALANCE
058000         MOVE "SALDO HISTORII / SALDO KARTOTEKI" TO WS-BRK-TEXT
058100         MOVE WS-PREV-BAL-AFTER TO WS-BRK-LEFT
058200         MOVE MS-CUR-BALANCE TO WS-BRK-RIGHT
058300         ADD 1 TO WS-CNT-BAL-BREAKS
058400         PERFORM 6110-WRITE-LOAN-BREAK THRU 6110-EXIT
058500     END-IF.
058600     IF WS-LN-PAID NOT = MS-TOTAL-PAID
058700         MOVE "SPLATY HISTORII / SUMA SPLAT KARTOTEKI"
058800             TO WS-BRK-TEXT
058900         MOVE WS-LN-PAID TO WS-BRK-LEFT
059000         MOVE MS-TOTAL-PAID TO WS-BRK-RIGHT
059100         ADD 1 TO WS-CNT-TOTAL-BREAKS
059200         PERFORM 6110-WRITE-LOAN-BREAK THRU 6110-EXIT
059300     END-IF.
059400     IF WS-LN-OVERPAID NOT = MS-TOTAL-OVERPAID
059500         MOVE "NADPLATY HISTORII / SUMA KARTOTEKI"
059600             TO WS-BRK-TEXT
059700         MOVE WS-LN-OVERPAID TO WS-BRK-LEFT
059800         MOVE MS-TOTAL-OVERPAID TO WS-BRK-RIGHT
059900         ADD 1 TO WS-CNT-TOTAL-BREAKS
060000         PERFORM 6110-WRITE-LOAN-BREAK THRU 6110-EXIT
060100     END-IF.
060200     IF WS-LN-INTEREST NOT = MS-TOTAL-INTEREST
060300         MOVE "ODSETKI HISTORII / SUMA KARTOTEKI"
060400             TO WS-BRK-TEXT
060500         MOVE WS-LN-INTEREST TO WS-BRK-LEFT
060600         MOVE MS-TOTAL-INTEREST TO WS-BRK-RIGHT
060700         ADD 1 TO WS-CNT-TOTAL-BREAKS
060800         PERFORM 6110-WRITE-LOAN-BREAK THRU 6110-EXIT
060900     END-IF.
061000 3400-EXIT.
061100     EXIT.
061200
061300*****************************************************************
061400*  4000-FIND-RC-ENTRY                                           *
061500*  FINDS (OR ADDS) THE GL TABLE ENTRY FOR WS-RC-KEY-BRANCH AND  *
061600*  WS-RC-KEY-PRODUCT, LEAVING ITS SLOT IN WS-RC-HIT (ZERO WHEN  *
061700*  THE TABLE IS FULL - FLAGGED ONCE AND COUNTED AS A BREAK,     *
061800*  SINCE THE COMPARISON IS THEN INCOMPLETE).                    *
061900*****************************************************************
062000 4000-FIND-RC-ENTRY.
062100     MOVE 0 TO WS-RC-HIT.
062200     PERFORM 4010-MATCH-ONE-RC-ENTRY THRU 4010-EXIT
062300         VARYING WS-RC-IDX FROM 1 BY 1
062400         UNTIL WS-RC-IDX > WS-RC-COUNT.
062500     IF WS-RC-HIT > 0
062600         GO TO 4000-EXIT
062700     END-IF.
062800     IF WS-RC-COUNT >= 200
062900         IF NOT WS-RC-OVERFLOW
063000             SET WS-RC-OVERFLOW TO TRUE
063100             DISPLAY "TABELA UZGODNIENIA PELNA - "
063200                 "UZGODNIENIE GL NIEPELNE"
063300             MOVE "TABELA" TO WS-BRK-KEY
063400             MOVE "TABELA UZGODNIENIA GL PELNA" TO WS-BRK-TEXT
063500             MOVE 0 TO WS-BRK-LEFT
063600             MOVE 0 TO WS-BRK-RIGHT
063700             ADD 1 TO WS-CNT-GL-BREAKS
063800             PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT
063900         END-IF
064000         GO TO 4000-EXIT
064100     END-IF.
064200     ADD 1 TO WS-RC-COUNT.
064300     MOVE WS-RC-COUNT TO WS-RC-HIT.
064400     MOVE WS-RC-KEY-BRANCH TO WS-RC-BRANCH (WS-RC-HIT).
064500     MOVE WS-RC-KEY-PRODUCT TO WS-RC-PRODUCT (WS-RC-HIT).
064600     PERFORM 4020-CLEAR-ONE-BUCKET THRU 4020-EXIT
064700         VARYING WS-CODE-IDX FROM 1 BY 1
064800         UNTIL WS-CODE-IDX > WS-RC-CODES.
064900 4000-EXIT.
065000     EXIT.
065100
065200 4010-MATCH-ONE-RC-ENTRY.
065300     IF WS-RC-BRANCH (WS-RC-IDX) = WS-RC-KEY-BRANCH
065400       AND WS-RC-PRODUCT (WS-RC-IDX) = WS-RC-KEY-PRODUCT
065500         MOVE WS-RC-IDX TO WS-RC-HIT
065600     END-IF.
065700 4010-EXIT.
065800     EXIT.
065900
066000 4020-CLEAR-ONE-BUCKET.
066100     MOVE 0 TO WS-RC-HIST (WS-RC-HIT, WS-CODE-IDX).
066200     MOVE 0 TO WS-RC-GL (WS-RC-HIT, WS-CODE-IDX).
066300 4020-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*  4500-COMPARE-GL-TABLE                                        *
066800*  EVERY BRANCH / PRODUCT / CODE BUCKET MUST CARRY THE SAME     *
066900*  FIGURE FROM THE HISTORY AS FROM THE FEED.                    *
067000*****************************************************************
067100 4500-COMPARE-GL-TABLE.
067200     PERFORM 4510-COMPARE-ONE-ENTRY THRU 4510-EXIT
067300         VARYING WS-RC-IDX FROM 1 BY 1
067400         UNTIL WS-RC-IDX > WS-RC-COUNT.
067500 4500-EXIT.
067600     EXIT.
067700
067800 4510-COMPARE-ONE-ENTRY.
067900     PERFORM 4520-COMPARE-ONE-BUCKET THRU 4520-EXIT
068000         VARYING WS-CODE-IDX FROM 1 BY 1
068100         UNTIL WS-CODE-IDX > WS-RC-CODES.
068200 4510-EXIT.
068300     EXIT.
068400
068500 4520-COMPARE-ONE-BUCKET.
068600     IF WS-RC-HIST (WS-RC-IDX, WS-CODE-IDX)
068700       = WS-RC-GL (WS-RC-IDX, WS-CODE-IDX)
068800         GO TO 4520-EXIT
068900     END-IF.
069000     MOVE SPACES TO WS-BRK-KEY.
069100     STRING "ODDZ " WS-RC-BRANCH (WS-RC-IDX)
069200         " PROD " WS-RC-PRODUCT (WS-RC-IDX)
069300         " KOD " WS-RC-CODE (WS-CODE-IDX)
069400         INTO WS-BRK-KEY.
069500     MOVE "HISTORIA OKRESU / PLIK GL" TO WS-BRK-TEXT.
069600     MOVE WS-RC-HIST (WS-RC-IDX, WS-CODE-IDX) TO WS-BRK-LEFT.
069700     MOVE WS-RC-GL (WS-RC-IDX, WS-CODE-IDX) TO WS-BRK-RIGHT.
069800     ADD 1 TO WS-CNT-GL-BREAKS.
069900     PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT.
070000 4520-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*  4600-CHECK-GL-TRAILER                                        *
070500*  THE FEED MUST END IN A TRAILER WHOSE RECORD COUNT AND        *
070600*  CONTROL TOTAL ARE THOSE OF THE DETAIL RECORDS BEFORE IT.     *
070700*****************************************************************
070800 4600-CHECK-GL-TRAILER.
070900     MOVE "GLFEED" TO WS-BRK-KEY.
071000     IF NOT WS-GL-TRAILER-SEEN
071100         MOVE "BRAK REKORDU KONTROLNEGO GL" TO WS-BRK-TEXT
071200         MOVE WS-GL-DET-TOTAL TO WS-BRK-LEFT
071300         MOVE 0 TO WS-BRK-RIGHT
071400         ADD 1 TO WS-CNT-GL-BREAKS
071500         PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT
071600         GO TO 4600-EXIT
071700     END-IF.
071800     IF WS-TRL-TOTAL NOT = WS-GL-DET-TOTAL
071900         MOVE "SUMA REKORDOW GL / SUMA KONTROLNA" TO WS-BRK-TEXT
072000         MOVE WS-GL-DET-TOTAL TO WS-BRK-LEFT
072100         MOVE WS-TRL-TOTAL TO WS-BRK-RIGHT
072200         ADD 1 TO WS-CNT-GL-BREAKS
072300         PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT
072400     END-IF.
072500     IF WS-TRL-COUNT NOT = WS-GL-DET-COUNT
072600         MOVE "LICZBA REKORDOW GL / LICZBA KONTROLNA"
072700             TO WS-BRK-TEXT
072800         MOVE WS-GL-DET-COUNT TO WS-BRK-LEFT
072900         MOVE WS-TRL-COUNT TO WS-BRK-RIGHT
073000         ADD 1 TO WS-CNT-GL-BREAKS
073100         PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT
073200     END-IF.
073300 4600-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*  5000-WRITE-REPORT-TITLE                                      *
073800*****************************************************************
073900 5000-WRITE-REPORT-TITLE.
074000     ACCEPT WS-RUN-DATE FROM DATE.
074100     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
074200     MOVE WS-RUN-DATE TO WS-ED-RUN-DATE.
074300     MOVE SPACES TO WS-PRINT-LINE.
074400     STRING "UZGODNIENIE KARTOTEKA - HISTORIA SPLAT - PLIK GL"
074500         INTO WS-PRINT-LINE.
074600     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
074700     MOVE SPACES TO WS-PRINT-LINE.
074800     STRING "DATA URUCHOMIENIA: " WS-ED-RUN-DATE
074900         INTO WS-PRINT-LINE.
075000     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
075100     MOVE SPACES TO WS-PRINT-LINE.
075200     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
075300 5000-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700*  6100-WRITE-BREAK-LINE                                        *
075800*  ONE EXCEPTION LINE: WHAT BROKE (WS-BRK-KEY), WHICH CHECK     *
075900*  (WS-BRK-TEXT) AND THE TWO FIGURES THAT DISAGREE.  6110 AND   *
076000*  6120 BUILD THE KEY FOR A LOAN AND FOR A HISTORY ROW.         *
076100*****************************************************************
076200 6100-WRITE-BREAK-LINE.
076300     MOVE WS-BRK-LEFT TO WS-ED-LEFT.
076400     MOVE WS-BRK-RIGHT TO WS-ED-RIGHT.
076500     MOVE SPACES TO WS-PRINT-LINE.
076600     STRING "*** ROZBIEZNOSC " WS-BRK-KEY
076700         " " WS-BRK-TEXT
076800         " " WS-ED-LEFT
076900         " " WS-ED-RIGHT
077000         INTO WS-PRINT-LINE.
077100     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
077200     ADD 1 TO WS-CNT-BREAKS.
077300 6100-EXIT.
077400     EXIT.
077500
077600 6110-WRITE-LOAN-BREAK.
077700     MOVE SPACES TO WS-BRK-KEY.
077800     STRING "KREDYT " MS-LOAN-ID INTO WS-BRK-KEY.
077900     PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT.
078000 6110-EXIT.
078100     EXIT.
078200
078300 6120-WRITE-ROW-BREAK.
078400     MOVE SPACES TO WS-BRK-KEY.
078500     STRING "KREDYT " PH-LOAN-ID " OKRES " PH-PERIOD
078600         INTO WS-BRK-KEY.
078700     PERFORM 6100-WRITE-BREAK-LINE THRU 6100-EXIT.
078800 6120-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*  6300-WRITE-TOTALS-LINES                                      *
079300*****************************************************************
079400 6300-WRITE-TOTALS-LINES.
079500     MOVE SPACES TO WS-PRINT-LINE.
079600     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
079700     MOVE SPACES TO WS-PRINT-LINE.
079800     STRING "UZGADNIANY OKRES:      " WS-RECON-PERIOD
079900         INTO WS-PRINT-LINE.
080000     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
080100     MOVE WS-CNT-MASTERS TO WS-ED-COUNT.
080200     MOVE SPACES TO WS-PRINT-LINE.
080300     STRING "KREDYTY NA KARTOTECE:  " WS-ED-COUNT
080400         INTO WS-PRINT-LINE.
080500     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
080600     MOVE WS-CNT-NO-HISTORY TO WS-ED-COUNT.
080700     MOVE SPACES TO WS-PRINT-LINE.
080800     STRING "KREDYTY BEZ HISTORII:  " WS-ED-COUNT
080900         INTO WS-PRINT-LINE.
081000     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
081100     MOVE WS-CNT-ROWS TO WS-ED-COUNT.
081200     MOVE SPACES TO WS-PRINT-LINE.
081300     STRING "WIERSZE HISTORII:      " WS-ED-COUNT
081400         INTO WS-PRINT-LINE.
081500     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
081600     MOVE WS-CNT-GL-RECORDS TO WS-ED-COUNT.
081700     MOVE SPACES TO WS-PRINT-LINE.
081800     STRING "REKORDY PLIKU GL:      " WS-ED-COUNT
081900         INTO WS-PRINT-LINE.
082000     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
082100     MOVE WS-CNT-CHAIN-BREAKS TO WS-ED-COUNT.
082200     MOVE SPACES TO WS-PRINT-LINE.
082300     STRING "PRZERWANE LANCUCHY:    " WS-ED-COUNT
082400         INTO WS-PRINT-LINE.
082500     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
082600     MOVE WS-CNT-BAL-BREAKS TO WS-ED-COUNT.
082700     MOVE SPACES TO WS-PRINT-LINE.
082800     STRING "NIEZGODNE SALDA:       " WS-ED-COUNT
082900         INTO WS-PRINT-LINE.
083000     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
083100     MOVE WS-CNT-TOTAL-BREAKS TO WS-ED-COUNT.
083200     MOVE SPACES TO WS-PRINT-LINE.
083300     STRING "NIEZGODNE SUMY:        " WS-ED-COUNT
083400         INTO WS-PRINT-LINE.
083500     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
083600     MOVE WS-CNT-ORPHAN-ROWS TO WS-ED-COUNT.
083700     MOVE SPACES TO WS-PRINT-LINE.
083800     STRING "HISTORIA BEZ KREDYTU:  " WS-ED-COUNT
083900         INTO WS-PRINT-LINE.
084000     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
084100     MOVE WS-CNT-GL-BREAKS TO WS-ED-COUNT.
084200     MOVE SPACES TO WS-PRINT-LINE.
084300     STRING "ROZBIEZNOSCI GL:       " WS-ED-COUNT
084400         INTO WS-PRINT-LINE.
084500     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
084600     MOVE WS-CNT-BREAKS TO WS-ED-COUNT.
084700     MOVE SPACES TO WS-PRINT-LINE.
084800     IF WS-CNT-BREAKS = 0
084900         STRING "EWIDENCJA UZGODNIONA - BRAK ROZBIEZNOSCI"
085000             INTO WS-PRINT-LINE
085100     ELSE
085200         STRING "*** ROZBIEZNOSCI RAZEM: " WS-ED-COUNT
085300             " - ZAMKNIECIE MIESIACA WSTRZYMANE"
085400             INTO WS-PRINT-LINE
085500     END-IF.
085600     WRITE RCN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
085700 6300-EXIT.
085800     EXIT.
085900
086000*****************************************************************
086100*  9000-CLOSE-FILES                                             *
086200*****************************************************************
086300 9000-CLOSE-FILES.
086400     CLOSE LOAN-MASTER-FILE.
086500     CLOSE SORTED-HISTORY-FILE.
086600     CLOSE GL-FEED-FILE.
086700     CLOSE RECON-REPORT-FILE.
086800 9000-EXIT.
086900     EXIT.
