000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOAN-DUNNING.
000300 AUTHOR.        D. LEWANDOWSKA.
000400 INSTALLATION.  CONSUMER LENDING - MONTH-END CLOSE UNIT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION                                  *
001100*  2026-10-15 DL    ORIGINAL MONTHLY DUNNING RUN, AFTER THE      *
001200*                   POSTING RUN.  WALKS THE LOAN MASTER, PICKS A *
001300*                   LETTER STAGE FROM MS-MONTHS-ARREARS (1 -     *
001400*                   FRIENDLY REMINDER, 2 - FORMAL DEMAND, 3 AND  *
001500*                   OVER - PRE-TERMINATION NOTICE), PRINTS THE   *
001600*                   LETTER WITH THE BORRADDR MAILING BLOCK       *
001700*                   (DUNLTR), RECORDS EVERY LETTER SENT ON THE   *
001800*                   DUNNING HISTORY FILE (DUNHIST) SO NO STAGE   *
001900*                   GOES OUT TWICE IN ONE ARREARS EPISODE, AND   *
002000*                   PRINTS THE LETTER REGISTER WITH COUNTS BY    *
002100*                   STAGE AND BRANCH (DUNRPT).  REPLACES THE     *
002200*                   REMINDERS TYPED BY HAND FROM DELQRPT.        *
002210*  2026-10-15 DL    BORROWER RECORD LENGTH FOLLOWS BORRREC.CPY   *
002220*                   (PESEL APPENDED).                            *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. LINUX-BATCH.
002700 OBJECT-COMPUTER. LINUX-BATCH.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS MS-LOAN-ID
003400         FILE STATUS IS WS-MASTER-FILE-STATUS.
003500     SELECT BORROWER-FILE ASSIGN TO "BORRADDR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS BA-LOAN-ID
003900         FILE STATUS IS WS-BORROWER-FILE-STATUS.
004000     SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DH-KEY
004400         FILE STATUS IS WS-DUNHIST-FILE-STATUS.
004500     SELECT LETTER-FILE ASSIGN TO "DUNLTR"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-LETTER-FILE-STATUS.
004800     SELECT REGISTER-FILE ASSIGN TO "DUNRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-REGISTER-FILE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  LOAN-MASTER-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 240 CHARACTERS.
005700 COPY LOANMST.
005800
005900 FD  BORROWER-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 137 CHARACTERS.
006200 COPY BORRREC.
006300
006400 FD  DUNNING-HISTORY-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS.
006700 COPY DUNHIST.
006800
006900 FD  LETTER-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 132 CHARACTERS.
007200 01  LTR-LINE                   PIC X(132).
007300
007400 FD  REGISTER-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 132 CHARACTERS.
007700 01  REG-LINE                   PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
008100     88  WS-MASTER-EOF               VALUE 'Y'.
008200 77  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
008300     88  WS-HIST-EOF                 VALUE 'Y'.
008400 77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE "00".
008500 77  WS-BORROWER-FILE-STATUS     PIC X(02) VALUE "00".
008600 77  WS-DUNHIST-FILE-STATUS      PIC X(02) VALUE "00".
008700 77  WS-LETTER-FILE-STATUS       PIC X(02) VALUE "00".
008800 77  WS-REGISTER-FILE-STATUS     PIC X(02) VALUE "00".
008900
009000*****************************************************************
009100*  LETTER STAGE WORK AREA.  THE STAGE FOLLOWS THE MONTHS-IN-    *
009200*  ARREARS COUNTER THE POSTING RUN KEEPS ON THE MASTER.  THE    *
009300*  EPISODE STAGE IS THE HIGHEST STAGE ALREADY SENT SINCE THE    *
009400*  LOAN'S LAST STAGE 0 (CURED) HISTORY RECORD - A STAGE AT OR   *
009500*  BELOW IT IS NOT SENT AGAIN, SO A PARTLY CURED LOAN IS NOT    *
009600*  STEPPED BACK DOWN TO A MILDER LETTER EITHER.                 *
009700*****************************************************************
009800 77  WS-STAGE                    PIC 9(1) VALUE 0.
009900     88  WS-STAGE-FRIENDLY           VALUE 1.
010000     88  WS-STAGE-FORMAL             VALUE 2.
010100     88  WS-STAGE-PRE-TERM           VALUE 3.
010200 77  WS-EPISODE-STAGE            PIC 9(1) VALUE 0.
010300 77  WS-AMOUNT-DUE               PIC 9(9)V99 VALUE 0.
010400 77  WS-ERROR-TEXT               PIC X(50) VALUE SPACES.
010500
010600*****************************************************************
010700*  PAY-BY DATE - THE RUN DATE PLUS WS-PAY-BY-DAYS CALENDAR      *
010800*  DAYS, ROLLED INTO THE NEXT MONTH (AND YEAR) WHERE NEEDED,    *
010900*  LEAP-YEAR FEBRUARIES INCLUDED.                               *
011000*****************************************************************
011100 77  WS-PAY-BY-DAYS              PIC 9(2) VALUE 14.
011200 77  WS-RUN-DATE-YMD             PIC 9(08) VALUE 0.
011400 01  WS-PAY-BY-AREA.
011500     05  WS-PB-DATE              PIC 9(08) VALUE 0.
011600     05  WS-PB-PARTS REDEFINES WS-PB-DATE.
011700         10  WS-PB-YEAR          PIC 9(04).
011800         10  WS-PB-MONTH         PIC 9(02).
011900         10  WS-PB-DAY           PIC 9(02).
012000 77  WS-MONTH-DAYS               PIC 9(02) VALUE 0.
012100 77  WS-LEAP-QUOT                PIC 9(04) VALUE 0.
012200 77  WS-LEAP-REM                 PIC 9(04) VALUE 0.
012300
012400*****************************************************************
012500*  BRANCH TOTALS TABLE - LETTERS SENT PER BRANCH AND STAGE,     *
012600*  PRINTED AFTER THE REGISTER.  THE SAME FIND-OR-ADD PATTERN AS *
012700*  THE BRANCH TABLE IN LOAN-VARIANCE.                           *
012800*****************************************************************
012900 01  WS-BRANCH-TABLE-AREA.
013000     05  WS-BR-COUNT             PIC 9(3) COMP VALUE 0.
013100     05  WS-BR-ENTRY             OCCURS 200 TIMES.
013200         10  WS-BR-BRANCH        PIC X(4).
013300         10  WS-BR-STAGE-CNT     PIC 9(7) COMP OCCURS 3 TIMES.
013400 77  WS-BR-IDX                   PIC 9(3) COMP VALUE 0.
013500 77  WS-BR-HIT                   PIC 9(3) COMP VALUE 0.
013600 77  WS-BR-OVERFLOW-SW           PIC X(01) VALUE 'N'.
013700     88  WS-BR-OVERFLOW              VALUE 'Y'.
013800 77  WS-BR-TOTAL                 PIC 9(7) COMP VALUE 0.
013900
014000 77  WS-CNT-MASTERS              PIC 9(7) COMP VALUE 0.
014100 77  WS-CNT-INACTIVE             PIC 9(7) COMP VALUE 0.
014200 77  WS-CNT-CURRENT              PIC 9(7) COMP VALUE 0.
014300 77  WS-CNT-ALREADY-SENT         PIC 9(7) COMP VALUE 0.
014400 77  WS-CNT-CURED                PIC 9(7) COMP VALUE 0.
014500 77  WS-CNT-NO-ADDRESS           PIC 9(7) COMP VALUE 0.
014600 77  WS-CNT-ERRORS               PIC 9(7) COMP VALUE 0.
014700 01  WS-STAGE-TOTALS.
014800     05  WS-CNT-STAGE            PIC 9(7) COMP OCCURS 3 TIMES.
014900 77  WS-AMOUNT-TOTAL             PIC 9(13)V99 VALUE 0.
015000
015100*****************************************************************
015200*  PRINTED REPORT AND LETTER WORK AREA                          *
015300*****************************************************************
015400 77  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
015500 77  WS-PRINT-PTR                PIC 9(3) COMP VALUE 1.
015600 77  WS-RUN-DATE                 PIC 9(6) VALUE 0.
015700 77  WS-ED-RUN-DATE              PIC 99/99/99.
015800 77  WS-ED-AMOUNT                PIC Z(8)9.99.
015900 77  WS-ED-TOTAL                 PIC Z(12)9.99.
016000 77  WS-ED-MONTHS                PIC ZZ9.
016100 77  WS-ED-COUNT                 PIC Z(6)9.
016200 01  WS-ED-PAY-BY-DATE.
016300     05  WS-ED-PB-YYYY           PIC 9(4).
016400     05  FILLER                  PIC X(01) VALUE '-'.
016500     05  WS-ED-PB-MM             PIC 9(2).
016600     05  FILLER                  PIC X(01) VALUE '-'.
016700     05  WS-ED-PB-DD             PIC 9(2).
016800
016900 PROCEDURE DIVISION.
017000*****************************************************************
017100*  0000-MAINLINE                                                *
017200*****************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
017500     PERFORM 5000-WRITE-REPORT-TITLE THRU 5000-EXIT.
017600     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
017700     PERFORM 3000-DUN-ONE-LOAN THRU 3000-EXIT
017800         UNTIL WS-MASTER-EOF.
017900     PERFORM 7500-WRITE-BRANCH-TOTALS THRU 7500-EXIT.
018000     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
018100     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
018200     IF WS-CNT-ERRORS > 0
018300       OR WS-CNT-NO-ADDRESS > 0
018400         MOVE 04 TO RETURN-CODE
018500     END-IF.
018600 0000-STOP.
018700     STOP RUN.
018800
018900*****************************************************************
019000*  1000-OPEN-FILES                                              *
019100*  THE HISTORY FILE IS CREATED EMPTY ON THE VERY FIRST RUN      *
019200*  (FILE STATUS 35 = FILE NOT FOUND), AS THE SUSPENSE FILE IS   *
019300*  IN LOAN-POSTING.                                             *
019400*****************************************************************
019500 1000-OPEN-FILES.
019600     OPEN INPUT LOAN-MASTER-FILE.
019700     IF WS-MASTER-FILE-STATUS NOT = "00"
019800         DISPLAY "NIE MOZNA OTWORZYC LOAN-MASTER-FILE, STATUS: "
019900             WS-MASTER-FILE-STATUS
020000         MOVE 12 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     OPEN INPUT BORROWER-FILE.
020400     IF WS-BORROWER-FILE-STATUS NOT = "00"
020500         DISPLAY "NIE MOZNA OTWORZYC BORROWER-FILE, STATUS: "
020600             WS-BORROWER-FILE-STATUS
020700         CLOSE LOAN-MASTER-FILE
020800         MOVE 12 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021100     OPEN I-O DUNNING-HISTORY-FILE.
021200     IF WS-DUNHIST-FILE-STATUS = "35"
021300         OPEN OUTPUT DUNNING-HISTORY-FILE
021400         CLOSE DUNNING-HISTORY-FILE
021500         OPEN I-O DUNNING-HISTORY-FILE
021600     END-IF.
021700     IF WS-DUNHIST-FILE-STATUS NOT = "00"
021800         DISPLAY "NIE MOZNA OTWORZYC DUNNING-HISTORY-FILE, "
021900             "STATUS: " WS-DUNHIST-FILE-STATUS
022000         CLOSE BORROWER-FILE
022100         CLOSE LOAN-MASTER-FILE
022200         MOVE 12 TO RETURN-CODE
022300         STOP RUN
022400     END-IF.
022500     OPEN OUTPUT LETTER-FILE.
022600     IF WS-LETTER-FILE-STATUS NOT = "00"
022700         DISPLAY "NIE MOZNA OTWORZYC LETTER-FILE, STATUS: "
022800             WS-LETTER-FILE-STATUS
022900         CLOSE DUNNING-HISTORY-FILE
023000         CLOSE BORROWER-FILE
023100         CLOSE LOAN-MASTER-FILE
023200         MOVE 12 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500     OPEN OUTPUT REGISTER-FILE.
023600     IF WS-REGISTER-FILE-STATUS NOT = "00"
023700         DISPLAY "NIE MOZNA OTWORZYC REGISTER-FILE, STATUS: "
023800             WS-REGISTER-FILE-STATUS
023900         CLOSE LETTER-FILE
024000         CLOSE DUNNING-HISTORY-FILE
024100         CLOSE BORROWER-FILE
024200         CLOSE LOAN-MASTER-FILE
024300         MOVE 12 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600 1000-EXIT.
024700     EXIT.
024800
024900 2100-READ-MASTER-RECORD.
025000     READ LOAN-MASTER-FILE NEXT RECORD
025100         AT END
025200             SET WS-MASTER-EOF TO TRUE
025300         NOT AT END
025400             ADD 1 TO WS-CNT-MASTERS
025500     END-READ.
025600 2100-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000*  3000-DUN-ONE-LOAN                                            *
026100*  ONLY ACTIVE LOANS ARE DUNNED - A CHARGED-OFF LOAN IS WITH    *
026200*  RECOVERIES.  A CURRENT LOAN WITH AN OPEN EPISODE ON THE      *
026300*  HISTORY GETS ITS STAGE 0 RECORD; A LOAN IN ARREARS GETS THE  *
026400*  LETTER FOR ITS STAGE UNLESS THAT STAGE (OR A HARDER ONE) HAS *
026500*  ALREADY GONE OUT IN THIS EPISODE.  A LOAN WITH NO ADDRESS    *
026600*  GETS NO LETTER AND NO HISTORY RECORD - IT IS FLAGGED, AND    *
026700*  COMES UP AGAIN NEXT RUN ONCE THE ADDRESS IS ON FILE.         *
026800*****************************************************************
026900 3000-DUN-ONE-LOAN.
027000     IF NOT MS-STATUS-ACTIVE
027100         ADD 1 TO WS-CNT-INACTIVE
027200         GO TO 3000-NEXT
027300     END-IF.
027400     PERFORM 3100-FIND-EPISODE-STAGE THRU 3100-EXIT.
027500     IF MS-MONTHS-ARREARS = 0
027600         ADD 1 TO WS-CNT-CURRENT
027700         IF WS-EPISODE-STAGE > 0
027800             PERFORM 3200-CLOSE-EPISODE THRU 3200-EXIT
027900         END-IF
028000         GO TO 3000-NEXT
028100     END-IF.
028200     IF MS-MONTHS-ARREARS >= 3
028300         MOVE 3 TO WS-STAGE
028400     ELSE
028500         MOVE MS-MONTHS-ARREARS TO WS-STAGE
028600     END-IF.
028700     IF WS-STAGE NOT > WS-EPISODE-STAGE
028800         ADD 1 TO WS-CNT-ALREADY-SENT
028900         GO TO 3000-NEXT
029000     END-IF.
029100     COMPUTE WS-AMOUNT-DUE = MS-PAST-DUE-AMOUNT
029200         + MS-INT-RECEIVABLE + MS-PEN-RECEIVABLE.
029300     MOVE MS-LOAN-ID TO BA-LOAN-ID.
029400     READ BORROWER-FILE
029500         INVALID KEY
029600             ADD 1 TO WS-CNT-NO-ADDRESS
029700             MOVE "BRAK ADRESU - PISMO NIE WYSLANE"
029800                 TO WS-ERROR-TEXT
029900             PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT
030000             GO TO 3000-NEXT
030100     END-READ.
030200     PERFORM 3400-RECORD-LETTER THRU 3400-EXIT.
030300     IF WS-ERROR-TEXT NOT = SPACES
030400         ADD 1 TO WS-CNT-ERRORS
030500         PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT
030600         GO TO 3000-NEXT
030700     END-IF.
030800     PERFORM 7000-WRITE-LETTER THRU 7000-EXIT.
030900     PERFORM 6000-WRITE-LETTER-LINE THRU 6000-EXIT.
031000     PERFORM 4000-NOTE-BRANCH-TOTALS THRU 4000-EXIT.
031100     ADD 1 TO WS-CNT-STAGE (WS-STAGE).
031200     ADD WS-AMOUNT-DUE TO WS-AMOUNT-TOTAL.
031300 3000-NEXT.
031400     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
031500 3000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*  3100-FIND-EPISODE-STAGE                                      *
032000*  READS THE LOAN'S HISTORY IN KEY (DATE) ORDER.  A STAGE 0     *
032100*  RECORD CLOSES AN EPISODE AND RESETS THE EPISODE STAGE; ANY   *
032200*  LATER LETTER RAISES IT TO ITS OWN STAGE.                     *
032300*****************************************************************
032400 3100-FIND-EPISODE-STAGE.
032500     MOVE 0 TO WS-EPISODE-STAGE.
032600     MOVE 'N' TO WS-HIST-EOF-SW.
032700     MOVE MS-LOAN-ID TO DH-LOAN-ID.
032800     MOVE 0 TO DH-SEND-DATE.
032900     MOVE 0 TO DH-STAGE.
033000     START DUNNING-HISTORY-FILE KEY NOT < DH-KEY
033100         INVALID KEY
033200             GO TO 3100-EXIT
033300     END-START.
033400     PERFORM 3110-READ-ONE-HISTORY THRU 3110-EXIT
033500         UNTIL WS-HIST-EOF.
033600 3100-EXIT.
033700     EXIT.
033800
033900 3110-READ-ONE-HISTORY.
034000     READ DUNNING-HISTORY-FILE NEXT RECORD
034100         AT END
034200             SET WS-HIST-EOF TO TRUE
034300             GO TO 3110-EXIT
034400     END-READ.
034500     IF DH-LOAN-ID NOT = MS-LOAN-ID
034600         SET WS-HIST-EOF TO TRUE
034700         GO TO 3110-EXIT
034800     END-IF.
034900     IF DH-STAGE-CURED
035000         MOVE 0 TO WS-EPISODE-STAGE
035100     ELSE
035200         IF DH-STAGE > WS-EPISODE-STAGE
035300             MOVE DH-STAGE TO WS-EPISODE-STAGE
035400         END-IF
035500     END-IF.
035600 3110-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000*  3200-CLOSE-EPISODE                                           *
036100*  THE LOAN IS CURRENT AGAIN: A STAGE 0 RECORD ENDS THE         *
036200*  EPISODE, SO A LATER ARREARS STARTS OVER AT THE FRIENDLY      *
036300*  REMINDER.                                                    *
036400*****************************************************************
036500 3200-CLOSE-EPISODE.
036600     MOVE SPACES TO DUNNING-HISTORY-RECORD.
036700     MOVE MS-LOAN-ID TO DH-LOAN-ID.
036800     MOVE WS-RUN-DATE-YMD TO DH-SEND-DATE.
036900     MOVE 0 TO DH-STAGE.
037000     MOVE MS-LAST-POSTED-PERIOD TO DH-PERIOD.
037100     MOVE 0 TO DH-MONTHS-ARREARS.
037200     MOVE 0 TO DH-PAST-DUE.
037300     MOVE 0 TO DH-PENALTY.
037400     MOVE 0 TO DH-AMOUNT-DUE.
037500     MOVE 0 TO DH-PAY-BY-DATE.
037600     MOVE MS-BRANCH-CODE TO DH-BRANCH-CODE.
037700     WRITE DUNNING-HISTORY-RECORD
037800         INVALID KEY
037900             ADD 1 TO WS-CNT-ERRORS
038000             MOVE "BLAD ZAPISU HISTORII (ZAMKNIECIE)"
038100                 TO WS-ERROR-TEXT
038200             PERFORM 6200-WRITE-ERROR-LINE THRU 6200-EXIT
038300             GO TO 3200-EXIT
038400     END-WRITE.
038500     ADD 1 TO WS-CNT-CURED.
038600     PERFORM 6100-WRITE-CURED-LINE THRU 6100-EXIT.
038700 3200-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*  3300-SET-PAY-BY-DATE                                         *
039200*  ONE PAY-BY DATE FOR THE WHOLE RUN.                           *
039300*****************************************************************
039400 3300-SET-PAY-BY-DATE.
039500     MOVE WS-RUN-DATE-YMD TO WS-PB-DATE.
039600     ADD WS-PAY-BY-DAYS TO WS-PB-DAY.
039700     PERFORM 3310-MONTH-DAYS THRU 3310-EXIT.
039800     IF WS-PB-DAY > WS-MONTH-DAYS
039900         SUBTRACT WS-MONTH-DAYS FROM WS-PB-DAY
040000         ADD 1 TO WS-PB-MONTH
040100         IF WS-PB-MONTH > 12
040200             MOVE 1 TO WS-PB-MONTH
040300             ADD 1 TO WS-PB-YEAR
040400         END-IF
040500     END-IF.
040600     MOVE WS-PB-YEAR TO WS-ED-PB-YYYY.
040700     MOVE WS-PB-MONTH TO WS-ED-PB-MM.
040800     MOVE WS-PB-DAY TO WS-ED-PB-DD.
040900 3300-EXIT.
041000     EXIT.
041100
041200*****************************************************************
041300*  3310-MONTH-DAYS                                              *
041400*  DAYS IN THE PAY-BY MONTH - THE SAME MONTH-END CONVENTION AS  *
041500*  THE DUE DATE IN LOAN-DIRDEB.                                 *
041600*****************************************************************
041700 3310-MONTH-DAYS.
041800     EVALUATE WS-PB-MONTH
041900         WHEN 01 WHEN 03 WHEN 05 WHEN 07
042000         WHEN 08 WHEN 10 WHEN 12
042100             MOVE 31 TO WS-MONTH-DAYS
042200         WHEN 04 WHEN 06 WHEN 09 WHEN 11
042300             MOVE 30 TO WS-MONTH-DAYS
042400         WHEN 02
042500             PERFORM 3320-FEBRUARY-DAYS THRU 3320-EXIT
042600     END-EVALUATE.
042700 3310-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  3320-FEBRUARY-DAYS                                           *
043200*  29 DAYS WHEN THE YEAR IS DIVISIBLE BY 4 BUT NOT BY 100, OR   *
043300*  DIVISIBLE BY 400; OTHERWISE 28.                              *
043400*****************************************************************
043500 3320-FEBRUARY-DAYS.
043600     MOVE 28 TO WS-MONTH-DAYS.
043700     DIVIDE WS-PB-YEAR BY 4
043800         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
043900     IF WS-LEAP-REM NOT = 0
044000         GO TO 3320-EXIT
044100     END-IF.
044200     DIVIDE WS-PB-YEAR BY 100
044300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
044400     IF WS-LEAP-REM NOT = 0
044500         MOVE 29 TO WS-MONTH-DAYS
044600         GO TO 3320-EXIT
044700     END-IF.
044800     DIVIDE WS-PB-YEAR BY 400
044900         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
045000     IF WS-LEAP-REM = 0
045100         MOVE 29 TO WS-MONTH-DAYS
045200     END-IF.
045300 3320-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*  3400-RECORD-LETTER                                           *
045800*  THE HISTORY RECORD IS WRITTEN BEFORE THE LETTER IS PRINTED - *
045900*  A LETTER THAT CANNOT BE RECORDED IS NOT SENT.                *
046000*****************************************************************
046100 3400-RECORD-LETTER.
046200     MOVE SPACES TO WS-ERROR-TEXT.
046300     MOVE SPACES TO DUNNING-HISTORY-RECORD.
046400     MOVE MS-LOAN-ID TO DH-LOAN-ID.
046500     MOVE WS-RUN-DATE-YMD TO DH-SEND-DATE.
046600     MOVE WS-STAGE TO DH-STAGE.
046700     MOVE MS-LAST-POSTED-PERIOD TO DH-PERIOD.
046800     MOVE MS-MONTHS-ARREARS TO DH-MONTHS-ARREARS.
046900     MOVE MS-PAST-DUE-AMOUNT TO DH-PAST-DUE.
047000     MOVE MS-PENALTY-ACCRUED TO DH-PENALTY.
047100     MOVE WS-AMOUNT-DUE TO DH-AMOUNT-DUE.
047200     MOVE WS-PB-DATE TO DH-PAY-BY-DATE.
047300     MOVE MS-BRANCH-CODE TO DH-BRANCH-CODE.
047400     WRITE DUNNING-HISTORY-RECORD
047500         INVALID KEY
047600             MOVE "BLAD ZAPISU HISTORII - PISMO NIE WYSLANE"
047700                 TO WS-ERROR-TEXT
047800     END-WRITE.
047900 3400-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*  4000-NOTE-BRANCH-TOTALS                                      *
048400*  FINDS (OR ADDS) THE BRANCH ENTRY FOR THE LOAN'S BRANCH AND   *
048500*  COUNTS THE LETTER UNDER ITS STAGE.                           *
048600*****************************************************************
048700 4000-NOTE-BRANCH-TOTALS.
048800     MOVE 0 TO WS-BR-HIT.
048900     PERFORM 4100-MATCH-ONE-BRANCH THRU 4100-EXIT
049000         VARYING WS-BR-IDX FROM 1 BY 1
049100         UNTIL WS-BR-IDX > WS-BR-COUNT.
049200     IF WS-BR-HIT = 0
049300         IF WS-BR-COUNT >= 200
049400             IF NOT WS-BR-OVERFLOW
049500                 SET WS-BR-OVERFLOW TO TRUE
049600                 DISPLAY "TABELA ODDZIALOW PELNA - "
049700                     "SUMY ODDZIALOWE NIEPELNE"
049800             END-IF
049900             GO TO 4000-EXIT
050000         END-IF
050100         ADD 1 TO WS-BR-COUNT
050200         MOVE WS-BR-COUNT TO WS-BR-HIT
050300         MOVE MS-BRANCH-CODE TO WS-BR-BRANCH (WS-BR-HIT)
050400         MOVE 0 TO WS-BR-STAGE-CNT (WS-BR-HIT, 1)
050500         MOVE 0 TO WS-BR-STAGE-CNT (WS-BR-HIT, 2)
050600         MOVE 0 TO WS-BR-STAGE-CNT (WS-BR-HIT, 3)
050700     END-IF.
050800     ADD 1 TO WS-BR-STAGE-CNT (WS-BR-HIT, WS-STAGE).
050900 4000-EXIT.
051000     EXIT.
051100
051200 4100-MATCH-ONE-BRANCH.
051300     IF WS-BR-BRANCH (WS-BR-IDX) = MS-BRANCH-CODE
051400         MOVE WS-BR-IDX TO WS-BR-HIT
051500     END-IF.
051600 4100-EXIT.
051700     EXIT.
051800
051900*****************************************************************
052000*  5000-WRITE-REPORT-TITLE                                      *
052100*****************************************************************
052200 5000-WRITE-REPORT-TITLE.
052300     ACCEPT WS-RUN-DATE FROM DATE.
052400     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
052500     MOVE WS-RUN-DATE TO WS-ED-RUN-DATE.
052600     PERFORM 3300-SET-PAY-BY-DATE THRU 3300-EXIT.
052700     MOVE 0 TO WS-CNT-STAGE (1).
052800     MOVE 0 TO WS-CNT-STAGE (2).
052900     MOVE 0 TO WS-CNT-STAGE (3).
053000     MOVE SPACES TO WS-PRINT-LINE.
053100     STRING "REJESTR PISM WINDYKACYJNYCH"
053200         INTO WS-PRINT-LINE.
053300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
053400     MOVE SPACES TO WS-PRINT-LINE.
053500     STRING "DATA URUCHOMIENIA: " WS-ED-RUN-DATE
053600         "   TERMIN ZAPLATY: " WS-ED-PAY-BY-DATE
053700         INTO WS-PRINT-LINE.
053800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
053900     MOVE SPACES TO WS-PRINT-LINE.
054000     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
054100 5000-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500*  6000-WRITE-LETTER-LINE                                       *
054600*  ONE REGISTER LINE PER LETTER SENT: STAGE, BRANCH, MONTHS IN  *
054700*  ARREARS AND THE AMOUNT DEMANDED.                             *
054800*****************************************************************
054900 6000-WRITE-LETTER-LINE.
055000     MOVE SPACES TO WS-PRINT-LINE.
055100     MOVE 1 TO WS-PRINT-PTR.
055200     STRING "KREDYT " MS-LOAN-ID " ODDZ " MS-BRANCH-CODE
055300         " ETAP " WS-STAGE " " BA-NAME
055400         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
055500     MOVE MS-MONTHS-ARREARS TO WS-ED-MONTHS.
055600     STRING " MIES ZAL " WS-ED-MONTHS
055700         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
055800     MOVE WS-AMOUNT-DUE TO WS-ED-AMOUNT.
055900     STRING " DO ZAPLATY " WS-ED-AMOUNT
056000         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
056100     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
056200 6000-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*  6100-WRITE-CURED-LINE                                        *
056700*****************************************************************
056800 6100-WRITE-CURED-LINE.
056900     MOVE SPACES TO WS-PRINT-LINE.
057000     STRING "KREDYT " MS-LOAN-ID " ODDZ " MS-BRANCH-CODE
057100         " ZALEGLOSC USUNIETA - EPIZOD WINDYKACJI ZAMKNIETY"
057200         INTO WS-PRINT-LINE.
057300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
057400 6100-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800*  6200-WRITE-ERROR-LINE                                        *
057900*****************************************************************
058000 6200-WRITE-ERROR-LINE.
058100     MOVE SPACES TO WS-PRINT-LINE.
058200     STRING "*** KREDYT " MS-LOAN-ID ": "
058300         WS-ERROR-TEXT INTO WS-PRINT-LINE.
058400     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
058500 6200-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900*  6300-WRITE-TOTALS-LINES                                      *
059000*****************************************************************
059100 6300-WRITE-TOTALS-LINES.
059200     MOVE SPACES TO WS-PRINT-LINE.
059300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
059400     MOVE WS-CNT-MASTERS TO WS-ED-COUNT.
059500     MOVE SPACES TO WS-PRINT-LINE.
059600     STRING "KREDYTY NA KARTOTECE:     " WS-ED-COUNT
059700         INTO WS-PRINT-LINE.
059800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
059900     MOVE WS-CNT-INACTIVE TO WS-ED-COUNT.
060000     MOVE SPACES TO WS-PRINT-LINE.
060100     STRING "POMINIETE NIEAKTYWNE:     " WS-ED-COUNT
060200         INTO WS-PRINT-LINE.
060300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060400     MOVE WS-CNT-CURRENT TO WS-ED-COUNT.
060500     MOVE SPACES TO WS-PRINT-LINE.
060600     STRING "BEZ ZALEGLOSCI:           " WS-ED-COUNT
060700         INTO WS-PRINT-LINE.
060800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
060900     MOVE WS-CNT-CURED TO WS-ED-COUNT.
061000     MOVE SPACES TO WS-PRINT-LINE.
061100     STRING "  W TYM EPIZODY ZAMKNIETE:" WS-ED-COUNT
061200         INTO WS-PRINT-LINE.
061300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
061400     MOVE WS-CNT-STAGE (1) TO WS-ED-COUNT.
061500     MOVE SPACES TO WS-PRINT-LINE.
061600     STRING "PRZYPOMNIENIA (ETAP 1):   " WS-ED-COUNT
061700         INTO WS-PRINT-LINE.
061800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
061900     MOVE WS-CNT-STAGE (2) TO WS-ED-COUNT.
062000     MOVE SPACES TO WS-PRINT-LINE.
062100     STRING "WEZWANIA (ETAP 2):        " WS-ED-COUNT
062200         INTO WS-PRINT-LINE.
062300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
062400     MOVE WS-CNT-STAGE (3) TO WS-ED-COUNT.
062500     MOVE SPACES TO WS-PRINT-LINE.
062600     STRING "PRZEDSADOWE (ETAP 3):     " WS-ED-COUNT
062700         INTO WS-PRINT-LINE.
062800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
062900     MOVE WS-AMOUNT-TOTAL TO WS-ED-TOTAL.
063000     MOVE SPACES TO WS-PRINT-LINE.
063100     STRING "KWOTA WEZWAN RAZEM:   " WS-ED-TOTAL
063200         INTO WS-PRINT-LINE.
063300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
063400     MOVE WS-CNT-ALREADY-SENT TO WS-ED-COUNT.
063500     MOVE SPACES TO WS-PRINT-LINE.
063600     STRING "ETAP JUZ WYSLANY:         " WS-ED-COUNT
063700         INTO WS-PRINT-LINE.
063800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
063900     MOVE WS-CNT-NO-ADDRESS TO WS-ED-COUNT.
064000     MOVE SPACES TO WS-PRINT-LINE.
064100     STRING "BRAKUJACE ADRESY:         " WS-ED-COUNT
064200         INTO WS-PRINT-LINE.
064300     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
064400     MOVE WS-CNT-ERRORS TO WS-ED-COUNT.
064500     MOVE SPACES TO WS-PRINT-LINE.
064600     STRING "BLEDY:                    " WS-ED-COUNT
064700         INTO WS-PRINT-LINE.
064800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
064900 6300-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300*  7000-WRITE-LETTER                                            *
065400*  ONE LETTER PAGE PER LOAN: THE MAILING BLOCK, THE TITLE AND   *
065500*  WORDING OF THE STAGE, WHAT IS OWED AND THE PAY-BY DATE.  THE *
065600*  AMOUNT DEMANDED IS WHAT IS ACTUALLY OUTSTANDING - THE PAST-  *
065700*  DUE PRINCIPAL AND THE INTEREST AND PENALTY RECEIVABLES; THE  *
065800*  PENALTY ACCRUED TO DATE IS SHOWN FOR INFORMATION.            *
065900*****************************************************************
066000 7000-WRITE-LETTER.
066100     PERFORM 7100-WRITE-MAILING-BLOCK THRU 7100-EXIT.
066200     MOVE SPACES TO WS-PRINT-LINE.
066300     EVALUATE TRUE
066400         WHEN WS-STAGE-FRIENDLY
066500             STRING "PRZYPOMNIENIE O ZALEGLEJ PLATNOSCI"
066600                 INTO WS-PRINT-LINE
066700         WHEN WS-STAGE-FORMAL
066800             STRING "WEZWANIE DO ZAPLATY"
066900                 INTO WS-PRINT-LINE
067000         WHEN WS-STAGE-PRE-TERM
067100             STRING "PRZEDSADOWE WEZWANIE DO ZAPLATY - "
067200                 "UPRZEDZENIE O WYPOWIEDZENIU UMOWY"
067300                 INTO WS-PRINT-LINE
067400     END-EVALUATE.
067500     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
067600     MOVE SPACES TO WS-PRINT-LINE.
067700     STRING "KREDYT NR: " MS-LOAN-ID
067800         "   SPORZADZONO: " WS-ED-RUN-DATE INTO WS-PRINT-LINE.
067900     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
068000     MOVE SPACES TO WS-PRINT-LINE.
068100     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
068200     MOVE MS-MONTHS-ARREARS TO WS-ED-MONTHS.
068300     MOVE SPACES TO WS-PRINT-LINE.
068400     STRING "LICZBA MIESIECY ZALEGLOSCI:          "
068500         WS-ED-MONTHS INTO WS-PRINT-LINE.
068600     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
068700     MOVE MS-PAST-DUE-AMOUNT TO WS-ED-AMOUNT.
068800     MOVE SPACES TO WS-PRINT-LINE.
068900     STRING "ZALEGLE RATY KAPITALOWE:       " WS-ED-AMOUNT
069000         INTO WS-PRINT-LINE.
069100     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
069200     MOVE MS-INT-RECEIVABLE TO WS-ED-AMOUNT.
069300     MOVE SPACES TO WS-PRINT-LINE.
069400     STRING "ZALEGLE ODSETKI:               " WS-ED-AMOUNT
069500         INTO WS-PRINT-LINE.
069600     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
069700     MOVE MS-PENALTY-ACCRUED TO WS-ED-AMOUNT.
069800     MOVE SPACES TO WS-PRINT-LINE.
069900     STRING "ODSETKI KARNE NALICZONE:       " WS-ED-AMOUNT
070000         INTO WS-PRINT-LINE.
070100     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
070200     MOVE MS-PEN-RECEIVABLE TO WS-ED-AMOUNT.
070300     MOVE SPACES TO WS-PRINT-LINE.
070400     STRING "  W TYM NIEZAPLACONE:          " WS-ED-AMOUNT
070500         INTO WS-PRINT-LINE.
070600     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
070700     MOVE WS-AMOUNT-DUE TO WS-ED-AMOUNT.
070800     MOVE SPACES TO WS-PRINT-LINE.
070900     STRING "RAZEM DO ZAPLATY:              " WS-ED-AMOUNT
071000         INTO WS-PRINT-LINE.
071100     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
071200     MOVE SPACES TO WS-PRINT-LINE.
071300     STRING "TERMIN ZAPLATY:                  " WS-ED-PAY-BY-DATE
071400         INTO WS-PRINT-LINE.
071500     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
071600     MOVE SPACES TO WS-PRINT-LINE.
071700     EVALUATE TRUE
071800         WHEN WS-STAGE-FRIENDLY
071900             STRING "JEZELI WPLATA ZOSTALA JUZ DOKONANA, "
072000                 "PROSIMY UZNAC PISMO ZA NIEAKTUALNE."
072100                 INTO WS-PRINT-LINE
072200         WHEN WS-STAGE-FORMAL
072300             STRING "WZYWAMY DO ZAPLATY CALEJ ZALEGLOSCI "
072400                 "W PODANYM TERMINIE."
072500                 INTO WS-PRINT-LINE
072600         WHEN WS-STAGE-PRE-TERM
072700             STRING "BRAK ZAPLATY W PODANYM TERMINIE "
072800                 "SPOWODUJE WYPOWIEDZENIE UMOWY KREDYTU "
072900                 "I SKIEROWANIE SPRAWY NA DROGE SADOWA."
073000                 INTO WS-PRINT-LINE
073100     END-EVALUATE.
073200     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
073300 7000-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*  7100-WRITE-MAILING-BLOCK                                     *
073800*  THE BORROWER RECORD WAS READ BY 3000-DUN-ONE-LOAN.           *
073900*****************************************************************
074000 7100-WRITE-MAILING-BLOCK.
074100     WRITE LTR-LINE FROM BA-NAME AFTER ADVANCING PAGE.
074200     WRITE LTR-LINE FROM BA-ADDR-LINE-1 AFTER ADVANCING 1 LINE.
074300     WRITE LTR-LINE FROM BA-ADDR-LINE-2 AFTER ADVANCING 1 LINE.
074400     MOVE SPACES TO WS-PRINT-LINE.
074500     STRING BA-POSTAL-CODE " " BA-CITY INTO WS-PRINT-LINE.
074600     WRITE LTR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
074700 7100-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100*  7500-WRITE-BRANCH-TOTALS                                     *
075200*****************************************************************
075300 7500-WRITE-BRANCH-TOTALS.
075400     IF WS-BR-COUNT = 0
075500         GO TO 7500-EXIT
075600     END-IF.
075700     MOVE SPACES TO WS-PRINT-LINE.
075800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
075900     MOVE SPACES TO WS-PRINT-LINE.
076000     STRING "PISMA WG ODDZIALOW I ETAPOW" INTO WS-PRINT-LINE.
076100     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
076200     PERFORM 7600-WRITE-ONE-BRANCH THRU 7600-EXIT
076300         VARYING WS-BR-IDX FROM 1 BY 1
076400         UNTIL WS-BR-IDX > WS-BR-COUNT.
076500 7500-EXIT.
076600     EXIT.
076700
076800 7600-WRITE-ONE-BRANCH.
076900     MOVE SPACES TO WS-PRINT-LINE.
077000     MOVE 1 TO WS-PRINT-PTR.
077100     STRING "ODDZ " WS-BR-BRANCH (WS-BR-IDX)
077200         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
077300     MOVE WS-BR-STAGE-CNT (WS-BR-IDX, 1) TO WS-ED-COUNT.
077400     STRING "  PRZYPOMNIENIA: " WS-ED-COUNT
077500         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
077600     MOVE WS-BR-STAGE-CNT (WS-BR-IDX, 2) TO WS-ED-COUNT.
077700     STRING "  WEZWANIA: " WS-ED-COUNT
077800         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
077900     MOVE WS-BR-STAGE-CNT (WS-BR-IDX, 3) TO WS-ED-COUNT.
078000     STRING "  PRZEDSADOWE: " WS-ED-COUNT
078100         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
078200     COMPUTE WS-BR-TOTAL = WS-BR-STAGE-CNT (WS-BR-IDX, 1)
078300         + WS-BR-STAGE-CNT (WS-BR-IDX, 2)
078400         + WS-BR-STAGE-CNT (WS-BR-IDX, 3).
078500     MOVE WS-BR-TOTAL TO WS-ED-COUNT.
078600     STRING "  RAZEM: " WS-ED-COUNT
078700         INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR.
078800     WRITE REG-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
078900 7600-EXIT.
079000     EXIT.
079100
079200*****************************************************************
079300*  9000-CLOSE-FILES                                             *
079400*****************************************************************
079500 9000-CLOSE-FILES.
079600     CLOSE LOAN-MASTER-FILE.
079700     CLOSE BORROWER-FILE.
079800     CLOSE DUNNING-HISTORY-FILE.
079900     CLOSE LETTER-FILE.
080000     CLOSE REGISTER-FILE.
080100 9000-EXIT.
080200     EXIT.
