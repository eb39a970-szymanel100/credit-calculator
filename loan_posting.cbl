006400*                   MASTER TOTALS, AND THE LOAN IS MARKED PAID   *
006500*                   OFF WITH A SETTLEMENT DATE.  SHORT OR LATE   *
006600*                   SETTLEMENTS ARE REJECTED WITH ERROR LINES.   *
006605*  2026-10-15 DL    ADDED THE INTEREST AND PENALTY RECEIVABLES   *
006610*                   AND THE PAYMENT ALLOCATION WATERFALL.  THE   *
006615*                   MONTH'S INTEREST AND PENALTY NOW ACCRUE TO   *
006620*                   RECEIVABLES ON THE MASTER, AND ALL CASH ON   *
006625*                   A 'P' (INCLUDING THE INTEREST SIDE OF AN     *
006630*                   HONORED DIRECT DEBIT) IS APPLIED IN A FIXED  *
006635*                   ORDER: PENALTY, OVERDUE INTEREST, CURRENT    *
006640*                   INTEREST, PAST-DUE PRINCIPAL, THE CURRENT    *
006645*                   INSTALLMENT, THEN OVERPAYMENT.  THE SPLIT    *
006650*                   PRINTS ON POSTRPT, IS KEPT ON PAYHIST, AND   *
006655*                   FEEDS NEW GL ENTRIES (IOD/ICR INTEREST       *
006660*                   COLLECTED, PEN/PCL PENALTY ACCRUED AND       *
006665*                   COLLECTED).  REVERSALS AND SETTLEMENTS       *
006670*                   CARRY THE RECEIVABLES THE SAME WAY, AND      *
006675*                   CASH BEYOND EVERYTHING OWED IS FLAGGED ON    *
006680*                   THE REPORT INSTEAD OF DROPPED SILENTLY.      *
006681*  2026-10-15 DL    ADDED THE UNAPPLIED-CASH SUSPENSE FILE       *
006682*                   (SUSPREC.CPY).  A 'P' OR 'S' REJECTED FOR NO *
006683*                   MASTER RECORD, AN ALREADY PAID-OFF LOAN OR A *
006684*                   PERIOD ALREADY POSTED, AND ANY SURPLUS LEFT  *
006685*                   AFTER A PAYMENT OR SETTLEMENT CLEARS A LOAN, *
006686*                   NOW GOES TO SUSPENSE WITH A REASON CODE.     *
006687*                   THE SETTLEMENT SURPLUS NO LONGER POSTS AS AN *
006688*                   OVERPAYMENT.  THE NEW 'U' TRANSACTION        *
006689*                   APPLIES A SUSPENSE ITEM TO A LOAN OR MARKS   *
006690*                   IT REFUNDED.  EACH RUN PRINTS THE SUSPENSE   *
006691*                   AGING REPORT (SUSPRPT) AND FEEDS SUS/SUA/SUR *
006692*                   ENTRIES AGAINST THE SUSPENSE ACCOUNT TO THE  *
006693*                   GL FEED.                                     *
006694*  2026-10-15 DL    ADDED THE 'W' CHARGE-OFF: BALANCE AND        *
006695*                   RECEIVABLES MOVE TO THE WRITTEN-OFF TOTALS,  *
006696*                   STATUS 'C', GL WOF/WOI/WOP. LATER CASH POSTS *
006697*                   AS A RECOVERY (GL REC, RECVRPT REPORT) AND   *
006698*                   THE LOAN STAYS CHARGED OFF.                  *
006699*  2026-10-15 DL    MASTER AND PAYIN RECORD LENGTHS FOLLOW       *
006700*                   LOANMST.CPY AND PAYTRAN.CPY (VARIABLE-RATE   *
006701*                   TERMS APPENDED). AN 'N' COPIES THE INDEX     *
006702*                   CODE, MARGIN, RESET FREQUENCY AND TERM ONTO  *
006703*                   THE NEW MASTER AND SCHEDULES ITS FIRST RATE  *
006704*                   RESET; THE CHARGE-OFF FIELDS OF A NEW MASTER *
006705*                   ARE NOW CLEARED TOO.                         *
006706*  2026-10-15 DL    A 'U' APPLYING SUSPENSE CASH NO LONGER RUNS  *
006707*                   AS A NEW MONTH'S 'P': THE NEW 3530 APPLIES   *
006708*                   IT INSIDE THE PERIOD ALREADY POSTED (NO      *
006709*                   PERIOD CHECK, ACCRUAL, MONTHS-ELAPSED STEP   *
006710*                   OR PERIOD MOVE), SO ITEMS FILED FOR A        *
006711*                   DUPLICATE PERIOD CAN BE APPLIED. THE GL KEY  *
006712*                   LOOKUP (4505) IS NOW A PARAGRAPH OF ITS OWN. *
006713*  2026-10-15 DL    THE SUA ENTRY FOR AN APPLIED SUSPENSE ITEM   *
006714*                   IS BOOKED UNDER THE ITEM'S OWN BRANCH AND    *
006715*                   PRODUCT, LIKE ITS SUS AND SUR ENTRIES. AN    *
006716*                   ERROR LINE RAISED WHILE A 'U' IS APPLYING    *
006717*                   NOW SHOWS TYPE 'U'. A 'P' WHOSE PRINCIPAL OR *
006718*                   INTEREST PART OVERFLOWS THE TRANSACTION      *
006719*                   FIELD IS REJECTED INSTEAD OF TRUNCATED.      *
006720*  2026-10-15 DL    A POSTED MONTH NO LONGER CLEARS THE PAST-DUE *
006721*                   AMOUNT AND ARREARS JUST BECAUSE NOTHING WAS  *
006722*                   DUE: THE ARREARS RESET ONLY ONCE NOTHING IS  *
006723*                   PAST DUE, AND A MONTH WITH NOTHING TO BILL   *
006724*                   THAT LEAVES PAST-DUE PRINCIPAL OR A          *
006725*                   RECEIVABLE OWING ADDS A MONTH OF ARREARS (AN *
006726*                   'R' STEPS IT BACK).                          *
006727*****************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER. LINUX-BATCH.
009400     SELECT QUOTE-INPUT-FILE ASSIGN TO "QUOTEOUT"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-QUOTEIN-FILE-STATUS.
009610     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
009620         ORGANIZATION IS INDEXED
009630         ACCESS MODE IS DYNAMIC
009640         RECORD KEY IS SU-ITEM-KEY
009650         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
009660     SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT"
009670         ORGANIZATION IS SEQUENTIAL
009680         FILE STATUS IS WS-SUSPRPT-FILE-STATUS.
009685     SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECVRPT"
009690         ORGANIZATION IS SEQUENTIAL
009695         FILE STATUS IS WS-RECVRPT-FILE-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  LOAN-MASTER-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 240 CHARACTERS.
010300 COPY LOANMST.
010400
010500 FD  PAYMENT-INPUT-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 121 CHARACTERS.
010800 01  PAYMENT-RECORD             PIC X(121).
010900
011000 FD  POSTING-REPORT-FILE
011100     LABEL RECORDS ARE STANDARD
013500*****************************************************************
013600 FD  HISTORY-FILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 146 CHARACTERS.
013900 COPY PAYHIST.
014000
014100*****************************************************************
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 51 CHARACTERS.
014900 01  QUOTE-INPUT-RECORD         PIC X(51).
014905
014910*****************************************************************
014915*  UNAPPLIED-CASH SUSPENSE - RECEIPTS THAT COULD NOT BE POSTED  *
014920*  AND SURPLUSES LEFT AFTER A LOAN WAS CLEARED, HELD UNTIL A    *
014925*  'U' TRANSACTION APPLIES OR REFUNDS THEM.  OPENED I-O AND     *
014930*  CREATED ON ITS VERY FIRST RUN, LIKE THE MASTER.              *
014935*****************************************************************
014940 FD  SUSPENSE-FILE
014945     LABEL RECORDS ARE STANDARD
014950     RECORD CONTAINS 72 CHARACTERS.
014955 COPY SUSPREC.
014960
014965 FD  SUSPENSE-REPORT-FILE
014970     LABEL RECORDS ARE STANDARD
014975     RECORD CONTAINS 132 CHARACTERS.
014980 01  SUS-LINE                   PIC X(132).
014982
014984 FD  RECOVERY-REPORT-FILE
014986     LABEL RECORDS ARE STANDARD
014988     RECORD CONTAINS 132 CHARACTERS.
014990 01  RCV-LINE                   PIC X(132).
015000
015100 WORKING-STORAGE SECTION.
015200*****************************************************************
015600*  FROM HONORED DEBITS.  TR-NEW-RATE ON A 'P' TRANSACTION,      *
015700*  WHEN NONZERO, RESETS THE RATE CARRIED ON THE MASTER FROM     *
015800*  THAT MONTH ON.  THE AMOUNTS ON A REVERSAL MUST BE THE ONES   *
015900*  ACTUALLY POSTED, AS PRINTED ON POSTRPT (THE PRINCIPAL,       *
015910*  OVERPAYMENT, INTEREST AND PENALTY COLLECTED).                *
016000*****************************************************************
016100 COPY PAYTRAN REPLACING PAYMENT-TRANSACTION BY WS-PAYMENT-AREA.
016200
016900
017000 77  WS-CUR-INTEREST             PIC 9(7)V99 VALUE 0.
017100 77  WS-CUR-CASH                 PIC 9(8)V99 VALUE 0.
017105
017110*****************************************************************
017115*  PAYMENT ALLOCATION WORK AREA - ALL CASH ON A TRANSACTION IS  *
017120*  POOLED IN WS-ALLOC-CASH AND HANDED OUT IN WATERFALL ORDER:   *
017125*  PENALTY RECEIVABLE, OVERDUE INTEREST (THE RECEIVABLE CARRIED *
017130*  INTO THE MONTH), THE MONTH'S CURRENT INTEREST, PAST-DUE      *
017135*  PRINCIPAL, THE CURRENT INSTALLMENT, THEN OVERPAYMENT UP TO   *
017140*  THE BALANCE.  WHATEVER IS LEFT IS UNAPPLIED SURPLUS.         *
017145*****************************************************************
017150 77  WS-ALLOC-CASH               PIC 9(9)V99 VALUE 0.
017155 77  WS-ALLOC-PENALTY            PIC 9(7)V99 VALUE 0.
017160 77  WS-ALLOC-INT-OVERDUE        PIC 9(7)V99 VALUE 0.
017165 77  WS-ALLOC-INT-CURRENT        PIC 9(7)V99 VALUE 0.
017170 77  WS-ALLOC-PAST-DUE           PIC 9(8)V99 VALUE 0.
017175 77  WS-ALLOC-INSTALLMENT        PIC 9(7)V99 VALUE 0.
017180 77  WS-ALLOC-OVERPAY            PIC 9(8)V99 VALUE 0.
017185 77  WS-ALLOC-SURPLUS            PIC 9(9)V99 VALUE 0.
017190 77  WS-INT-OVERDUE-OWED         PIC 9(7)V99 VALUE 0.
017195 77  WS-PRINCIPAL-ROOM           PIC 9(8)V99 VALUE 0.
017200
017300*****************************************************************
017400*  DELINQUENCY WORK AREA - THE PENALTY RATE ON THE OVERDUE      *
019800
019900*****************************************************************
020000*  POSTING-PERIOD WORK AREA - 3350-PRIOR-PERIOD STEPS AN        *
020100*  RRRRMM PERIOD BACK ONE MONTH (YEAR ROLLOVER INCLUDED); 3100  *
020110*  STEPS IT FORWARD BY A RESET FREQUENCY VIA WS-PER-MONTHS.     *
020200*****************************************************************
020300 01  WS-PERIOD-AREA.
020400     05  WS-PER-YYYY             PIC 9(4).
020500     05  WS-PER-MM               PIC 9(2).
020600 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-AREA
020700                                 PIC 9(6).
020710 77  WS-PER-MONTHS               PIC 9(6) VALUE 0.
020720 77  WS-PER-REM                  PIC 9(2) VALUE 0.
020800 77  WS-ERROR-TEXT               PIC X(40) VALUE SPACES.
020802
020804*****************************************************************
020806*  SUSPENSE WORK AREA - 3600-WRITE-SUSPENSE-ITEM FILES THE      *
020808*  AMOUNT, REASON AND GL CODES SET HERE UNDER TODAY'S DATE AND  *
020810*  THE NEXT SEQUENCE NUMBER (PICKED UP FROM THE FILE AT START   *
020812*  SO A SECOND RUN THE SAME DAY CANNOT COLLIDE).  WHILE A 'U'   *
020814*  IS APPLYING AN ITEM THROUGH THE PAYMENT LOGIC, A REJECTION   *
020816*  LEAVES THE ITEM OPEN INSTEAD OF FILING A NEW ONE, AND THE    *
020817*  'U' ITSELF IS KEPT IN WS-SUSP-TXN-TYPE.  THE AGING           *
020818*  REPORT BUCKETS OPEN ITEMS BY WHOLE MONTHS SINCE RECEIPT.     *
020820*****************************************************************
020822 77  WS-SUSPENSE-FILE-STATUS     PIC X(02) VALUE "00".
020824 77  WS-SUSPRPT-FILE-STATUS      PIC X(02) VALUE "00".
020826 77  WS-SUSP-EOF-SW              PIC X(01) VALUE 'N'.
020828     88  WS-SUSP-EOF                 VALUE 'Y'.
020830 77  WS-APPLYING-SUSP-SW         PIC X(01) VALUE 'N'.
020832     88  WS-APPLYING-SUSPENSE        VALUE 'Y'.
020833 77  WS-SUSP-TXN-TYPE            PIC X(01) VALUE SPACES.
020834 77  WS-SUSP-AMOUNT              PIC 9(9)V99 VALUE 0.
020836 77  WS-SUSP-REASON              PIC X(04) VALUE SPACES.
020838 77  WS-SUSP-BRANCH              PIC X(4) VALUE SPACES.
020840 77  WS-SUSP-PRODUCT             PIC X(4) VALUE SPACES.
020842 77  WS-SUSP-NEXT-SEQ            PIC 9(5) VALUE 0.
020844 77  WS-POSTED-BEFORE            PIC 9(7) COMP VALUE 0.
020846 01  WS-SUSP-DATE-AREA.
020848     05  WS-SD-YYYY              PIC 9(4).
020850     05  WS-SD-MM                PIC 9(2).
020852     05  WS-SD-DD                PIC 9(2).
020854 01  WS-SUSP-DATE-NUM REDEFINES WS-SUSP-DATE-AREA
020856                                 PIC 9(8).
020858 77  WS-SUSP-AGE                 PIC S9(5) COMP VALUE 0.
020860 77  WS-SUSP-AGE-IDX             PIC 9(1) VALUE 0.
020862 01  WS-SUSP-AGING-AREA.
020864     05  WS-SUSP-AGE-BUCKET      OCCURS 4 TIMES.
020866         10  WS-SAG-ITEMS        PIC 9(7) COMP.
020868         10  WS-SAG-AMOUNT       PIC 9(11)V99.
020870 77  WS-SUSP-OPEN-ITEMS          PIC 9(7) COMP VALUE 0.
020872 77  WS-SUSP-OPEN-TOTAL          PIC 9(11)V99 VALUE 0.
020874
020876*****************************************************************
020878*  CHARGE-OFF AND RECOVERY WORK AREA - A 'W' IS REFUSED UNTIL   *
020880*  THE LOAN IS AT LEAST WS-CHARGE-OFF-ARREARS INSTALLMENTS      *
020882*  BEHIND (THE 3+ AGING BUCKET).  CASH FOR A CHARGED-OFF LOAN   *
020884*  RECOVERS NO MORE THAN IS STILL WRITTEN OFF.                  *
020886*****************************************************************
020888 77  WS-RECVRPT-FILE-STATUS      PIC X(02) VALUE "00".
020890 77  WS-CHARGE-OFF-ARREARS       PIC 9(3) VALUE 3.
020892 77  WS-WO-INTEREST              PIC 9(7)V99 VALUE 0.
020894 77  WS-WO-PENALTY               PIC 9(7)V99 VALUE 0.
020896 77  WS-RECOVERY-CASH            PIC 9(9)V99 VALUE 0.
020898 77  WS-RECOVERY-OWED            PIC 9(9)V99 VALUE 0.
020900
021000*****************************************************************
021100*  GL FEED WORK AREA - THE POSTING LOOP ROLLS EVERY BOOKED      *
022700         10  WS-GL-NEW-LOANS     PIC S9(11)V99.
022800         10  WS-GL-PAID-OFF      PIC S9(11)V99.
022900         10  WS-GL-SETTLE-INT    PIC S9(11)V99.
022910         10  WS-GL-INT-OVERDUE   PIC S9(11)V99.
022920         10  WS-GL-INT-CURRENT   PIC S9(11)V99.
022930         10  WS-GL-PEN-ACCRUED   PIC S9(11)V99.
022940         10  WS-GL-PEN-PAID      PIC S9(11)V99.
022950         10  WS-GL-SUSP-IN       PIC S9(11)V99.
022960         10  WS-GL-SUSP-APPLIED  PIC S9(11)V99.
022970         10  WS-GL-SUSP-REFUND   PIC S9(11)V99.
022975         10  WS-GL-WO-PRINCIPAL  PIC S9(11)V99.
022980         10  WS-GL-WO-INTEREST   PIC S9(11)V99.
022985         10  WS-GL-WO-PENALTY    PIC S9(11)V99.
022990         10  WS-GL-RECOVERED     PIC S9(11)V99.
023000 77  WS-GL-IDX                   PIC 9(3) COMP VALUE 0.
023100 77  WS-GL-HIT                   PIC 9(3) COMP VALUE 0.
023110 77  WS-GL-KEY-BRANCH            PIC X(4) VALUE SPACES.
023120 77  WS-GL-KEY-PRODUCT           PIC X(4) VALUE SPACES.
023200 77  WS-GL-OVERFLOW-SW           PIC X(01) VALUE 'N'.
023300     88  WS-GL-OVERFLOW              VALUE 'Y'.
023400 77  WS-GLFEED-FILE-STATUS       PIC X(02) VALUE "00".
027000 77  WS-SETTLE-PRINCIPAL         PIC 9(8)V99 VALUE 0.
027100 77  WS-SETTLE-INTEREST          PIC 9(7)V99 VALUE 0.
027200 77  WS-SETTLE-SURPLUS           PIC 9(7)V99 VALUE 0.
027210 77  WS-SETTLE-EXPECTED          PIC 9(9)V99 VALUE 0.
027300 77  WS-QT-VALID-PERIOD          PIC 9(6) VALUE 0.
027400 77  WS-GL-ENTRY-CODE            PIC X(03) VALUE SPACES.
027500 77  WS-GL-DR-ACCT               PIC X(04) VALUE SPACES.
028100 77  WS-RUN-DATE-YMD             PIC 9(8) VALUE 0.
028200*    CHART-OF-ACCOUNT CONSTANTS AGREED WITH FINANCE: CASH,
028300*    LOANS RECEIVABLE, INTEREST RECEIVABLE, INTEREST INCOME,
028400*    THE MEMO PAIR FOR PRINCIPAL EXTINGUISHED AT PAYOFF,
028410*    PENALTY INTEREST RECEIVABLE AND PENALTY INCOME, THE
028420*    UNAPPLIED-CASH SUSPENSE LIABILITY, THE LOAN-LOSS EXPENSE
028430*    CHARGED BY A WRITE-OFF AND THE RECOVERIES INCOME.
028500 77  WS-ACCT-CASH                PIC X(04) VALUE "1010".
028600 77  WS-ACCT-LOANS               PIC X(04) VALUE "2010".
028700 77  WS-ACCT-INT-RECV            PIC X(04) VALUE "2020".
028800 77  WS-ACCT-INT-INCOME          PIC X(04) VALUE "7010".
028900 77  WS-ACCT-MEMO-DR             PIC X(04) VALUE "9010".
029000 77  WS-ACCT-MEMO-CR             PIC X(04) VALUE "9020".
029010 77  WS-ACCT-PEN-RECV            PIC X(04) VALUE "2030".
029020 77  WS-ACCT-PEN-INCOME          PIC X(04) VALUE "7020".
029030 77  WS-ACCT-SUSPENSE            PIC X(04) VALUE "2900".
029040 77  WS-ACCT-LOAN-LOSS           PIC X(04) VALUE "8010".
029050 77  WS-ACCT-RECOVERY            PIC X(04) VALUE "7090".
029100 01  WS-GL-OUT-REC.
029200     05  GL-REC-TYPE             PIC X(01).
029300     05  GL-ENTRY-CODE           PIC X(03).
031000 77  WS-CNT-PAID-OFF             PIC 9(7) COMP VALUE 0.
031100 77  WS-CNT-REVERSED             PIC 9(7) COMP VALUE 0.
031200 77  WS-CNT-SETTLED              PIC 9(7) COMP VALUE 0.
031210 77  WS-TOT-INT-PAID             PIC S9(11)V99 VALUE 0.
031220 77  WS-TOT-PEN-PAID             PIC S9(11)V99 VALUE 0.
031230 77  WS-CNT-SUSPENDED            PIC 9(7) COMP VALUE 0.
031240 77  WS-CNT-SUSP-APPLIED         PIC 9(7) COMP VALUE 0.
031250 77  WS-CNT-SUSP-REFUNDED        PIC 9(7) COMP VALUE 0.
031260 77  WS-TOT-SUSPENDED            PIC 9(11)V99 VALUE 0.
031270 77  WS-TOT-SUSP-APPLIED         PIC 9(11)V99 VALUE 0.
031280 77  WS-TOT-SUSP-REFUNDED        PIC 9(11)V99 VALUE 0.
031282 77  WS-CNT-CHARGED-OFF          PIC 9(7) COMP VALUE 0.
031284 77  WS-CNT-RECOVERED            PIC 9(7) COMP VALUE 0.
031286 77  WS-TOT-CHARGED-OFF          PIC 9(11)V99 VALUE 0.
031288 77  WS-TOT-RECOVERED            PIC 9(11)V99 VALUE 0.
031300
031400*****************************************************************
031500*  PRINTED REPORT WORK AREA                                     *
032300 77  WS-ED-OVERPAY               PIC Z(6)9.99.
032400 77  WS-ED-MONTHS                PIC ZZ9.
032500 77  WS-ED-COUNT                 PIC Z(6)9.
032510 77  WS-ED-PEN-PAID              PIC Z(6)9.99.
032520 77  WS-ED-INT-OVERDUE           PIC Z(6)9.99.
032530 77  WS-ED-INT-CURRENT           PIC Z(6)9.99.
032540 77  WS-ED-INSTALLMENT           PIC Z(6)9.99.
032550 77  WS-ED-SURPLUS               PIC Z(8)9.99.
032560 77  WS-ED-TOTAL                 PIC -Z(10)9.99.
032570 77  WS-ED-SUSP-TOTAL            PIC Z(10)9.99.
032580 77  WS-ED-SUSP-AGE              PIC ZZZ9.
032585 77  WS-ED-RECOVERY              PIC Z(8)9.99.
032590 77  WS-ED-RECOV-TOTAL           PIC Z(8)9.99.
032595 77  WS-ED-WO-OWED               PIC Z(8)9.99.
032600
032700 PROCEDURE DIVISION.
032800*****************************************************************
033200     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
033300     PERFORM 1100-LOAD-QUOTES THRU 1100-EXIT.
033400     PERFORM 5000-WRITE-REPORT-TITLE THRU 5000-EXIT.
033410     PERFORM 1200-SET-SUSPENSE-SEQ THRU 1200-EXIT.
033500     PERFORM 2100-READ-PAYMENT-RECORD THRU 2100-EXIT.
033600     PERFORM 3000-POST-ONE-TRANSACTION THRU 3000-EXIT
033700         UNTIL WS-EOF.
033800     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
033900     PERFORM 4000-WRITE-AGING-REPORT THRU 4000-EXIT.
033910     PERFORM 4700-WRITE-SUSPENSE-REPORT THRU 4700-EXIT.
033920     PERFORM 4900-WRITE-RECOVERY-TOTALS THRU 4900-EXIT.
034000     PERFORM 7000-WRITE-GL-FEED THRU 7000-EXIT.
034100     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
034200     IF WS-CNT-ERRORS > 0
042000         MOVE 12 TO RETURN-CODE
042100         STOP RUN
042200     END-IF.
042202*    THE SUSPENSE FILE IS PERMANENT LIKE THE MASTER - OPEN I-O,
042204*    CREATING IT EMPTY ON ITS VERY FIRST RUN (STATUS 35).
042206     OPEN I-O SUSPENSE-FILE.
042208     IF WS-SUSPENSE-FILE-STATUS = "35"
042210         OPEN OUTPUT SUSPENSE-FILE
042212         CLOSE SUSPENSE-FILE
042214         OPEN I-O SUSPENSE-FILE
042216     END-IF.
042218     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
042220         DISPLAY "NIE MOZNA OTWORZYC SUSPENSE-FILE, "
042222             "STATUS: " WS-SUSPENSE-FILE-STATUS
042224         CLOSE HISTORY-FILE
042226         CLOSE GL-FEED-FILE
042228         CLOSE AGING-REPORT-FILE
042230         CLOSE POSTING-REPORT-FILE
042232         CLOSE PAYMENT-INPUT-FILE
042234         CLOSE LOAN-MASTER-FILE
042236         MOVE 12 TO RETURN-CODE
042238         STOP RUN
042240     END-IF.
042242     OPEN OUTPUT SUSPENSE-REPORT-FILE.
042244     IF WS-SUSPRPT-FILE-STATUS NOT = "00"
042246         DISPLAY "NIE MOZNA OTWORZYC SUSPENSE-REPORT-FILE, "
042248             "STATUS: " WS-SUSPRPT-FILE-STATUS
042250         CLOSE SUSPENSE-FILE
042252         CLOSE HISTORY-FILE
042254         CLOSE GL-FEED-FILE
042256         CLOSE AGING-REPORT-FILE
042258         CLOSE POSTING-REPORT-FILE
042260         CLOSE PAYMENT-INPUT-FILE
042262         CLOSE LOAN-MASTER-FILE
042264         MOVE 12 TO RETURN-CODE
042266         STOP RUN
042268     END-IF.
042270     OPEN OUTPUT RECOVERY-REPORT-FILE.
042272     IF WS-RECVRPT-FILE-STATUS NOT = "00"
042274         DISPLAY "NIE MOZNA OTWORZYC RECOVERY-REPORT-FILE, "
042276             "STATUS: " WS-RECVRPT-FILE-STATUS
042278         CLOSE SUSPENSE-REPORT-FILE
042280         CLOSE SUSPENSE-FILE
042282         CLOSE HISTORY-FILE
042284         CLOSE GL-FEED-FILE
042286         CLOSE AGING-REPORT-FILE
042288         CLOSE POSTING-REPORT-FILE
042290         CLOSE PAYMENT-INPUT-FILE
042292         CLOSE LOAN-MASTER-FILE
042294         MOVE 12 TO RETURN-CODE
042296         STOP RUN
042298     END-IF.
042300 1000-EXIT.
042400     EXIT.
042500
046600 1150-EXIT.
046700     EXIT.
046800
046802*****************************************************************
046804*  1200-SET-SUSPENSE-SEQ                                        *
046806*  FINDS THE HIGHEST SEQUENCE NUMBER ALREADY FILED UNDER        *
046808*  TODAY'S DATE SO NEW SUSPENSE ITEMS CONTINUE FROM IT - A      *
046810*  RERUN THE SAME DAY MUST NOT COLLIDE WITH THE FIRST RUN'S.    *
046812*****************************************************************
046814 1200-SET-SUSPENSE-SEQ.
046816     MOVE 0 TO WS-SUSP-NEXT-SEQ.
046818     MOVE 'N' TO WS-SUSP-EOF-SW.
046820     MOVE WS-RUN-DATE-YMD TO SU-RECV-DATE.
046822     MOVE 0 TO SU-SEQ-NO.
046824     START SUSPENSE-FILE KEY NOT < SU-ITEM-KEY
046826         INVALID KEY
046828             GO TO 1200-EXIT
046830     END-START.
046832     PERFORM 1250-READ-ONE-SEQ THRU 1250-EXIT
046834         UNTIL WS-SUSP-EOF.
046836 1200-EXIT.
046838     EXIT.
046840
046842 1250-READ-ONE-SEQ.
046844     READ SUSPENSE-FILE NEXT RECORD
046846         AT END
046848             SET WS-SUSP-EOF TO TRUE
046850             GO TO 1250-EXIT
046852     END-READ.
046854     IF SU-RECV-DATE NOT = WS-RUN-DATE-YMD
046856         SET WS-SUSP-EOF TO TRUE
046858         GO TO 1250-EXIT
046860     END-IF.
046862     MOVE SU-SEQ-NO TO WS-SUSP-NEXT-SEQ.
046864 1250-EXIT.
046866     EXIT.
046868
046900 2100-READ-PAYMENT-RECORD.
047000     READ PAYMENT-INPUT-FILE INTO WS-PAYMENT-AREA
047100         AT END
048900             PERFORM 3300-REVERSE-PAYMENT THRU 3300-EXIT
049000         WHEN TR-TYPE-SETTLEMENT
049100             PERFORM 3400-POST-SETTLEMENT THRU 3400-EXIT
049110         WHEN TR-TYPE-SUSPENSE
049120             PERFORM 3500-POST-SUSPENSE-ACTION THRU 3500-EXIT
049130         WHEN TR-TYPE-WRITE-OFF
049140             PERFORM 3150-CHARGE-OFF-LOAN THRU 3150-EXIT
049200         WHEN OTHER
049300             MOVE "NIEZNANY TYP TRANSAKCJI" TO WS-ERROR-TEXT
049400             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
050100*  3100-ADD-NEW-MASTER                                          *
050200*  OPENS A MASTER RECORD FOR A NEWLY BOOKED LOAN FROM THE 'N'   *
050300*  TRANSACTION'S OPENING BALANCE, INSTALLMENT AND RATE.          *
050310*  AN INDEX-LINKED LOAN HAS ITS FIRST RATE RESET SCHEDULED ONE  *
050320*  RESET FREQUENCY AFTER THE RUN PERIOD; LOAN-REPRICE TAKES IT  *
050330*  FROM THERE.                                                  *
050400*****************************************************************
050500 3100-ADD-NEW-MASTER.
050600     MOVE 0 TO WS-CUR-INTEREST.
052100     MOVE TR-BRANCH-CODE TO MS-BRANCH-CODE.
052200     MOVE TR-PRODUCT-CODE TO MS-PRODUCT-CODE.
052300     MOVE 0 TO MS-SETTLEMENT-DATE.
052310     MOVE 0 TO MS-INT-RECEIVABLE.
052320     MOVE 0 TO MS-PEN-RECEIVABLE.
052330     MOVE 0 TO MS-TOTAL-INT-PAID.
052340     MOVE 0 TO MS-TOTAL-PEN-PAID.
052342     MOVE 0 TO MS-CHARGE-OFF-DATE.
052344     MOVE 0 TO MS-WO-PRINCIPAL.
052346     MOVE 0 TO MS-WO-INTEREST.
052348     MOVE 0 TO MS-WO-PENALTY.
052350     MOVE 0 TO MS-TOTAL-RECOVERED.
052352     MOVE TR-INDEX-CODE TO MS-INDEX-CODE.
052354     MOVE TR-MARGIN TO MS-MARGIN.
052356     MOVE TR-RESET-MONTHS TO MS-RESET-MONTHS.
052358     MOVE TR-TERM-MONTHS TO MS-TERM-MONTHS.
052360     MOVE 0 TO MS-NEXT-RESET-PERIOD.
052362     IF MS-INDEX-CODE NOT = SPACES
052364       AND MS-RESET-MONTHS > 0
052366         MOVE WS-RUN-PERIOD TO WS-PERIOD-NUM
052368         COMPUTE WS-PER-MONTHS =
052370             WS-PER-YYYY * 12 + WS-PER-MM - 1 + MS-RESET-MONTHS
052372         DIVIDE WS-PER-MONTHS BY 12
052374             GIVING WS-PER-YYYY REMAINDER WS-PER-REM
052376         COMPUTE WS-PER-MM = WS-PER-REM + 1
052378         MOVE WS-PERIOD-NUM TO MS-NEXT-RESET-PERIOD
052380     END-IF.
052400     SET MS-STATUS-ACTIVE TO TRUE.
052500     WRITE MASTER-RECORD
052600         INVALID KEY
053700 3100-EXIT.
053800     EXIT.
053900
053901*****************************************************************
053902*  3150-CHARGE-OFF-LOAN                                         *
053903*  TAKES A DEAD LOAN OFF THE BOOKS ON A 'W' TRANSACTION.  ONLY  *
053904*  AN ACTIVE LOAN AT LEAST WS-CHARGE-OFF-ARREARS INSTALLMENTS   *
053905*  BEHIND CAN BE CHARGED OFF.  THE BALANCE AND THE INTEREST AND *
053906*  PENALTY RECEIVABLES MOVE TO THE WRITTEN-OFF FIELDS AND ARE   *
053907*  ZEROED, THE LOAN IS MARKED 'C' WITH TODAY AS ITS CHARGE-OFF  *
053908*  DATE, AND THE WRITE-OFF PAIRS (GL WOF/WOI/WOP) ARE BOOKED    *
053909*  AGAINST LOAN-LOSS EXPENSE.  THE ARREARS COUNTER IS LEFT AS   *
053910*  IT STOOD AND THE PERIOD STAMP IS NOT MOVED.                  *
053911*****************************************************************
053912 3150-CHARGE-OFF-LOAN.
053913     MOVE TR-LOAN-ID TO MS-LOAN-ID.
053914     READ LOAN-MASTER-FILE
053915         INVALID KEY
053916             MOVE "BRAK KREDYTU NA KARTOTECE" TO WS-ERROR-TEXT
053917             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
053918             GO TO 3150-EXIT
053919     END-READ.
053920     IF MS-STATUS-CHARGED-OFF
053921         MOVE "KREDYT JUZ SPISANY" TO WS-ERROR-TEXT
053922         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
053923         GO TO 3150-EXIT
053924     END-IF.
053925     IF MS-STATUS-PAID-OFF
053926         MOVE "KREDYT JUZ SPLACONY" TO WS-ERROR-TEXT
053927         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
053928         GO TO 3150-EXIT
053929     END-IF.
053930     IF TR-PERIOD = 0
053931         MOVE "BRAK OKRESU KSIEGOWANIA NA TRANSAKCJI"
053932             TO WS-ERROR-TEXT
053933         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
053934         GO TO 3150-EXIT
053935     END-IF.
053936     IF MS-MONTHS-ARREARS < WS-CHARGE-OFF-ARREARS
053937         MOVE "ZA MALO RAT ZALEGLYCH DO SPISANIA" TO WS-ERROR-TEXT
053938         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
053939         GO TO 3150-EXIT
053940     END-IF.
053941     PERFORM 3240-CLEAR-ALLOCATION THRU 3240-EXIT.
053942     MOVE 0 TO WS-CUR-INTEREST.
053943     MOVE 0 TO TR-PAYMENT.
053944     MOVE 0 TO TR-OVERPAYMENT.
053945     MOVE 0 TO TR-INTEREST-PAID.
053946     MOVE 0 TO TR-PENALTY-PAID.
053947     MOVE MS-CUR-BALANCE TO WS-BAL-BEFORE.
053948     MOVE MS-INT-RECEIVABLE TO WS-WO-INTEREST.
053949     MOVE MS-PEN-RECEIVABLE TO WS-WO-PENALTY.
053950     MOVE MS-CUR-BALANCE TO MS-WO-PRINCIPAL.
053951     MOVE MS-INT-RECEIVABLE TO MS-WO-INTEREST.
053952     MOVE MS-PEN-RECEIVABLE TO MS-WO-PENALTY.
053953     MOVE 0 TO MS-TOTAL-RECOVERED.
053954     MOVE 0 TO MS-CUR-BALANCE.
053955     MOVE 0 TO MS-INT-RECEIVABLE.
053956     MOVE 0 TO MS-PEN-RECEIVABLE.
053957     MOVE 0 TO MS-PAST-DUE-AMOUNT.
053958     MOVE 0 TO MS-DUE-THIS-MONTH.
053959     MOVE 0 TO MS-PAID-THIS-MONTH.
053960     SET MS-STATUS-CHARGED-OFF TO TRUE.
053961     MOVE WS-RUN-DATE-YMD TO MS-CHARGE-OFF-DATE.
053962     REWRITE MASTER-RECORD
053963         INVALID KEY
053964             MOVE "BLAD ZAPISU KARTOTEKI" TO WS-ERROR-TEXT
053965             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
053966             GO TO 3150-EXIT
053967     END-REWRITE.
053968     ADD 1 TO WS-CNT-CHARGED-OFF.
053969     ADD WS-BAL-BEFORE WS-WO-INTEREST WS-WO-PENALTY
053970         TO WS-TOT-CHARGED-OFF.
053971     PERFORM 8800-WRITE-HISTORY-RECORD THRU 8800-EXIT.
053972     PERFORM 4500-FIND-GL-ENTRY THRU 4500-EXIT.
053973     IF WS-GL-HIT > 0
053974         ADD WS-BAL-BEFORE TO WS-GL-WO-PRINCIPAL (WS-GL-HIT)
053975         ADD WS-WO-INTEREST TO WS-GL-WO-INTEREST (WS-GL-HIT)
053976         ADD WS-WO-PENALTY TO WS-GL-WO-PENALTY (WS-GL-HIT)
053977     END-IF.
053978     PERFORM 6120-WRITE-CHARGE-OFF-LINE THRU 6120-EXIT.
053979 3150-EXIT.
053980     EXIT.
054000*****************************************************************
054100*  3200-POST-PAYMENT                                            *
054200*  APPLIES THE MONTH'S ACTUAL CASH TO THE MASTER AND ROLLS IT   *
054300*  FORWARD ONE MONTH.  THE MONTH'S PENALTY AND INTEREST ACCRUE  *
054400*  TO THE RECEIVABLES FIRST, THEN ALL CASH ON THE TRANSACTION   *
054500*  IS APPLIED BY THE ALLOCATION WATERFALL (3250).  AS IN THE    *
054600*  SCHEDULE ENGINE, THE PRINCIPAL PARTS REDUCE THE BALANCE      *
054700*  DIRECTLY; THE OVERPAYMENT IS CAPPED SO THE BALANCE CANNOT    *
054710*  WRAP PAST ZERO.  THE APPLIED SPLIT IS LEFT ON THE TR- FIELDS *
054720*  SO THE HISTORY ROW, GL FEED AND REPORT CARRY THE SAME        *
054730*  FIGURES.  CASH FOR A CHARGED-OFF LOAN IS A RECOVERY (3270).  *
054800*****************************************************************
054900 3200-POST-PAYMENT.
055000     MOVE TR-LOAN-ID TO MS-LOAN-ID.
055200         INVALID KEY
055300             MOVE "BRAK KREDYTU NA KARTOTECE" TO WS-ERROR-TEXT
055400             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
055410             MOVE "NOLN" TO WS-SUSP-REASON
055420             PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
055500             GO TO 3200-EXIT
055600     END-READ.
055700     IF MS-STATUS-PAID-OFF
055800         MOVE "KREDYT JUZ SPLACONY" TO WS-ERROR-TEXT
055900         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
055910         MOVE "PDOF" TO WS-SUSP-REASON
055920         PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
056000         GO TO 3200-EXIT
056100     END-IF.
056200*    POSTING-PERIOD CONTROL - A PAYIN FILE ACCIDENTALLY RUN A
057200         MOVE "OKRES JUZ ZAKSIEGOWANY NA KARTOTECE"
057300             TO WS-ERROR-TEXT
057400         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
057410         MOVE "DUPP" TO WS-SUSP-REASON
057420         PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
057500         GO TO 3200-EXIT
057600     END-IF.
057610*    CASH FOR A CHARGED-OFF LOAN NEVER REOPENS IT OR RUNS
057620*    THROUGH THE WATERFALL - IT IS POSTED AS A RECOVERY.
057630     IF MS-STATUS-CHARGED-OFF
057640         PERFORM 3270-POST-RECOVERY THRU 3270-EXIT
057650         GO TO 3200-EXIT
057660     END-IF.
057700     IF TR-NEW-RATE > 0
057800         MOVE TR-NEW-RATE TO MS-CUR-RATE
057900     END-IF.
057910*    PENALTY INTEREST ACCRUES ON THE OVERDUE PORTION CARRIED
057920*    INTO THIS MONTH, AT THE LOAN RATE TIMES THE PENALTY
057930*    FACTOR.  IT NEVER CAPITALIZES INTO THE BALANCE - IT IS
057940*    ADDED TO THE LIFETIME MEMO TOTAL AND TO THE PENALTY
057950*    RECEIVABLE, WHICH IS FIRST IN LINE FOR THE CASH.
057960     PERFORM 3240-CLEAR-ALLOCATION THRU 3240-EXIT.
057970     MOVE 0 TO WS-CUR-PENALTY.
057980     IF MS-PAST-DUE-AMOUNT > 0
057990         COMPUTE WS-CUR-PENALTY ROUNDED = MS-PAST-DUE-AMOUNT
058000             * MS-CUR-RATE * WS-PENALTY-FACTOR / 100
058010         ADD WS-CUR-PENALTY TO MS-PENALTY-ACCRUED
058020         ADD WS-CUR-PENALTY TO MS-PEN-RECEIVABLE
058030     END-IF.
058040*    WHAT WAS DUE THIS MONTH IS THE CONTRACTUAL INSTALLMENT,
058050*    CAPPED AT THE BALANCE STILL OWED BEYOND THE PAST-DUE
058060*    PRINCIPAL ALREADY CARRIED.
058070     MOVE MS-MONTHLY-PAYMENT TO WS-CUR-DUE.
058080     MOVE 0 TO WS-PRINCIPAL-ROOM.
058090     IF MS-PAST-DUE-AMOUNT < MS-CUR-BALANCE
058100         COMPUTE WS-PRINCIPAL-ROOM =
058110             MS-CUR-BALANCE - MS-PAST-DUE-AMOUNT
058120     END-IF.
058130     IF WS-CUR-DUE > WS-PRINCIPAL-ROOM
058140         MOVE WS-PRINCIPAL-ROOM TO WS-CUR-DUE
058150     END-IF.
058160     MOVE MS-CUR-BALANCE TO WS-BAL-BEFORE.
058170*    THE INTEREST RECEIVABLE CARRIED INTO THE MONTH IS OVERDUE;
058180*    THE MONTH'S OWN INTEREST ACCRUES ON TOP OF IT AS CURRENT.
058190     MOVE MS-INT-RECEIVABLE TO WS-INT-OVERDUE-OWED.
058200     COMPUTE WS-CUR-INTEREST ROUNDED =
058210         MS-CUR-BALANCE * MS-CUR-RATE / 100.
058220     ADD WS-CUR-INTEREST TO MS-TOTAL-INTEREST.
058230     ADD WS-CUR-INTEREST TO MS-INT-RECEIVABLE.
058240     COMPUTE WS-ALLOC-CASH = TR-PAYMENT + TR-OVERPAYMENT
058250         + TR-INTEREST-PAID + TR-PENALTY-PAID.
058260     PERFORM 3250-ALLOCATE-PAYMENT THRU 3250-EXIT.
058265     COMPUTE WS-CUR-CASH = WS-ALLOC-PAST-DUE
058270         + WS-ALLOC-INSTALLMENT + WS-ALLOC-OVERPAY.
058271*    THE PAST-DUE PRINCIPAL AND INSTALLMENT (OR THE TWO INTEREST
058272*    PARTS) TOGETHER CAN OUTGROW THE TRANSACTION FIELD.  SUCH A
058273*    PAYMENT IS REJECTED BEFORE THE MASTER IS REWRITTEN, SO
058274*    NOTHING OF IT IS POSTED.
058275     COMPUTE TR-PAYMENT =
058280         WS-ALLOC-PAST-DUE + WS-ALLOC-INSTALLMENT
058282         ON SIZE ERROR
058284             MOVE "KAPITAL WPLATY PONAD LIMIT POLA"
058286                 TO WS-ERROR-TEXT
058288             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
058290             GO TO 3200-EXIT
058292     END-COMPUTE.
058300     MOVE WS-ALLOC-OVERPAY TO TR-OVERPAYMENT.
058310     COMPUTE TR-INTEREST-PAID =
058320         WS-ALLOC-INT-OVERDUE + WS-ALLOC-INT-CURRENT
058321         ON SIZE ERROR
058322             MOVE "ODSETKI WPLATY PONAD LIMIT POLA"
058323                 TO WS-ERROR-TEXT
058324             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
058325             GO TO 3200-EXIT
058326     END-COMPUTE.
058330     MOVE WS-ALLOC-PENALTY TO TR-PENALTY-PAID.
058340     SUBTRACT WS-CUR-CASH FROM MS-CUR-BALANCE.
058350     SUBTRACT WS-ALLOC-PAST-DUE FROM MS-PAST-DUE-AMOUNT.
058360     SUBTRACT TR-INTEREST-PAID FROM MS-INT-RECEIVABLE.
058370     SUBTRACT TR-PENALTY-PAID FROM MS-PEN-RECEIVABLE.
058380     ADD TR-PAYMENT TO MS-TOTAL-PAID.
058390     ADD TR-OVERPAYMENT TO MS-TOTAL-OVERPAID.
058400     ADD TR-INTEREST-PAID TO MS-TOTAL-INT-PAID.
058410     ADD TR-PENALTY-PAID TO MS-TOTAL-PEN-PAID.
058420     ADD 1 TO MS-MONTHS-ELAPSED.
058430*    DUE VERSUS COLLECTED: AN INSTALLMENT THE WATERFALL COULD
058440*    NOT COVER IN FULL ROLLS ITS SHORTFALL INTO THE PAST-DUE
058450*    AMOUNT AND BUMPS THE ARREARS COUNTER.  PAST-DUE PRINCIPAL
058460*    IS PAID BEFORE THE INSTALLMENT, SO A FULLY COVERED
058470*    INSTALLMENT CLEARS THE ARREARS - BUT ONLY ONCE THE PAST-DUE
058472*    AMOUNT IS ACTUALLY GONE.  WITH NOTHING LEFT TO BILL (THE
058474*    BALANCE IS ALL PAST DUE, OR ONLY RECEIVABLES REMAIN) THERE
058476*    IS NO INSTALLMENT TO MISS, SO A MONTH THAT LEAVES PAST-DUE
058478*    PRINCIPAL OR A RECEIVABLE STILL OWING KEEPS THE LOAN AGEING.
058480     MOVE WS-CUR-DUE TO MS-DUE-THIS-MONTH.
058490     MOVE WS-ALLOC-INSTALLMENT TO MS-PAID-THIS-MONTH.
058500     IF WS-ALLOC-INSTALLMENT < WS-CUR-DUE
058505         COMPUTE WS-CUR-SHORTFALL =
058510             WS-CUR-DUE - WS-ALLOC-INSTALLMENT
058520         ADD WS-CUR-SHORTFALL TO MS-PAST-DUE-AMOUNT
058530         ADD 1 TO MS-MONTHS-ARREARS
058540     ELSE
058550         IF WS-CUR-DUE = 0
058560           AND (MS-PAST-DUE-AMOUNT > 0 OR MS-INT-RECEIVABLE > 0
058561                OR MS-PEN-RECEIVABLE > 0)
058562             ADD 1 TO MS-MONTHS-ARREARS
058563         ELSE
058564             IF MS-PAST-DUE-AMOUNT = 0
058565                 MOVE 0 TO MS-MONTHS-ARREARS
058566             END-IF
058567         END-IF
058570     END-IF.
058580*    THE LOAN IS PAID OFF ONLY WHEN THE PRINCIPAL AND BOTH
058590*    RECEIVABLES ARE CLEARED - A ZERO BALANCE WITH INTEREST OR
058600*    PENALTY STILL OWING STAYS ACTIVE AND KEEPS BEING BILLED.
058610     IF MS-CUR-BALANCE = 0
058620         MOVE 0 TO MS-PAST-DUE-AMOUNT
058630         IF MS-INT-RECEIVABLE = 0 AND MS-PEN-RECEIVABLE = 0
058640             SET MS-STATUS-PAID-OFF TO TRUE
058650             MOVE 0 TO MS-MONTHS-ARREARS
058660             ADD 1 TO WS-CNT-PAID-OFF
058670         END-IF
058680     END-IF.
063900     MOVE TR-PERIOD TO MS-LAST-POSTED-PERIOD.
064000     REWRITE MASTER-RECORD
064100         INVALID KEY
064900         ADD TR-PAYMENT TO WS-GL-PRINCIPAL (WS-GL-HIT)
065000         ADD TR-OVERPAYMENT TO WS-GL-OVERPAY (WS-GL-HIT)
065100         ADD WS-CUR-INTEREST TO WS-GL-INTEREST (WS-GL-HIT)
065110         ADD WS-ALLOC-INT-OVERDUE TO WS-GL-INT-OVERDUE (WS-GL-HIT)
065120         ADD WS-ALLOC-INT-CURRENT TO WS-GL-INT-CURRENT (WS-GL-HIT)
065130         ADD WS-CUR-PENALTY TO WS-GL-PEN-ACCRUED (WS-GL-HIT)
065140         ADD WS-ALLOC-PENALTY TO WS-GL-PEN-PAID (WS-GL-HIT)
065200         IF MS-STATUS-PAID-OFF
065300             ADD WS-CUR-CASH TO WS-GL-PAID-OFF (WS-GL-HIT)
065400         END-IF
065500     END-IF.
065600     PERFORM 6000-WRITE-POSTING-LINE THRU 6000-EXIT.
065610     PERFORM 6050-WRITE-SPLIT-LINE THRU 6050-EXIT.
065612*    CASH BEYOND EVERYTHING THE LOAN OWES IS NOT POSTED - IT
065614*    GOES TO SUSPENSE FOR THE CLOSE UNIT TO REFUND OR APPLY.
065620     IF WS-ALLOC-SURPLUS > 0
065630         PERFORM 6170-WRITE-EXCESS-LINE THRU 6170-EXIT
065631         MOVE WS-ALLOC-SURPLUS TO WS-SUSP-AMOUNT
065632         MOVE "SURP" TO WS-SUSP-REASON
065633         MOVE MS-BRANCH-CODE TO WS-SUSP-BRANCH
065634         MOVE MS-PRODUCT-CODE TO WS-SUSP-PRODUCT
065635         PERFORM 3600-WRITE-SUSPENSE-ITEM THRU 3600-EXIT
065640     END-IF.
065700 3200-EXIT.
065800     EXIT.
065801
065802*****************************************************************
065803*  3240-CLEAR-ALLOCATION                                        *
065804*****************************************************************
065805 3240-CLEAR-ALLOCATION.
065806     MOVE 0 TO WS-ALLOC-CASH.
065807     MOVE 0 TO WS-ALLOC-PENALTY.
065808     MOVE 0 TO WS-ALLOC-INT-OVERDUE.
065809     MOVE 0 TO WS-ALLOC-INT-CURRENT.
065810     MOVE 0 TO WS-ALLOC-PAST-DUE.
065811     MOVE 0 TO WS-ALLOC-INSTALLMENT.
065812     MOVE 0 TO WS-ALLOC-OVERPAY.
065813     MOVE 0 TO WS-ALLOC-SURPLUS.
065814     MOVE 0 TO WS-CUR-PENALTY.
065815 3240-EXIT.
065816     EXIT.
065817
065818*****************************************************************
065819*  3250-ALLOCATE-PAYMENT                                        *
065820*  HANDS THE POOLED CASH IN WS-ALLOC-CASH OUT IN WATERFALL      *
065821*  ORDER - PENALTY RECEIVABLE, OVERDUE INTEREST, CURRENT        *
065822*  INTEREST, PAST-DUE PRINCIPAL, THE CURRENT INSTALLMENT (DUE   *
065823*  IN WS-CUR-DUE), THEN OVERPAYMENT UP TO THE BALANCE LEFT.     *
065824*  EACH STEP TAKES THE SMALLER OF WHAT IS OWED AND WHAT CASH IS *
065825*  LEFT; THE REMAINDER ENDS IN WS-ALLOC-SURPLUS.  NOTHING ON    *
065826*  THE MASTER IS CHANGED HERE.                                  *
065827*****************************************************************
065828 3250-ALLOCATE-PAYMENT.
065829     MOVE MS-PEN-RECEIVABLE TO WS-ALLOC-PENALTY.
065830     IF WS-ALLOC-PENALTY > WS-ALLOC-CASH
065831         MOVE WS-ALLOC-CASH TO WS-ALLOC-PENALTY
065832     END-IF.
065833     SUBTRACT WS-ALLOC-PENALTY FROM WS-ALLOC-CASH.
065834     MOVE WS-INT-OVERDUE-OWED TO WS-ALLOC-INT-OVERDUE.
065835     IF WS-ALLOC-INT-OVERDUE > WS-ALLOC-CASH
065836         MOVE WS-ALLOC-CASH TO WS-ALLOC-INT-OVERDUE
065837     END-IF.
065838     SUBTRACT WS-ALLOC-INT-OVERDUE FROM WS-ALLOC-CASH.
065839     MOVE WS-CUR-INTEREST TO WS-ALLOC-INT-CURRENT.
065840     IF WS-ALLOC-INT-CURRENT > WS-ALLOC-CASH
065841         MOVE WS-ALLOC-CASH TO WS-ALLOC-INT-CURRENT
065842     END-IF.
065843     SUBTRACT WS-ALLOC-INT-CURRENT FROM WS-ALLOC-CASH.
065844     MOVE MS-PAST-DUE-AMOUNT TO WS-ALLOC-PAST-DUE.
065845     IF WS-ALLOC-PAST-DUE > MS-CUR-BALANCE
065846         MOVE MS-CUR-BALANCE TO WS-ALLOC-PAST-DUE
065847     END-IF.
065848     IF WS-ALLOC-PAST-DUE > WS-ALLOC-CASH
065849         MOVE WS-ALLOC-CASH TO WS-ALLOC-PAST-DUE
065850     END-IF.
065851     SUBTRACT WS-ALLOC-PAST-DUE FROM WS-ALLOC-CASH.
065852     MOVE WS-CUR-DUE TO WS-ALLOC-INSTALLMENT.
065853     IF WS-ALLOC-INSTALLMENT > WS-ALLOC-CASH
065854         MOVE WS-ALLOC-CASH TO WS-ALLOC-INSTALLMENT
065855     END-IF.
065856     SUBTRACT WS-ALLOC-INSTALLMENT FROM WS-ALLOC-CASH.
065857*    THE OVERPAYMENT CAN TAKE NO MORE THAN THE BALANCE LEFT
065858*    AFTER THE PAST-DUE AND INSTALLMENT PARTS, AND NO MORE
065859*    THAN THE TR-OVERPAYMENT PICTURE CARRIES.
065860     COMPUTE WS-ALLOC-OVERPAY = MS-CUR-BALANCE
065861         - WS-ALLOC-PAST-DUE - WS-ALLOC-INSTALLMENT.
065862     IF WS-ALLOC-OVERPAY > 9999999.99
065863         MOVE 9999999.99 TO WS-ALLOC-OVERPAY
065864     END-IF.
065865     IF WS-ALLOC-OVERPAY > WS-ALLOC-CASH
065866         MOVE WS-ALLOC-CASH TO WS-ALLOC-OVERPAY
065867     END-IF.
065868     SUBTRACT WS-ALLOC-OVERPAY FROM WS-ALLOC-CASH.
065869     MOVE WS-ALLOC-CASH TO WS-ALLOC-SURPLUS.
065870 3250-EXIT.
065871     EXIT.
065900
065901*****************************************************************
065902*  3270-POST-RECOVERY                                           *
065903*  POSTS CASH RECEIVED FOR A CHARGED-OFF LOAN AS A RECOVERY.    *
065904*  THE LOAN STAYS CHARGED OFF AND NOTHING GOES THROUGH THE      *
065905*  WATERFALL - THE CASH ONLY REDUCES WHAT IS STILL WRITTEN OFF  *
065906*  (PRINCIPAL, INTEREST AND PENALTY TAKEN OFF THE BOOKS LESS    *
065907*  WHAT HAS BEEN RECOVERED SINCE) AND IS BOOKED TO RECOVERIES   *
065908*  INCOME (GL REC).  CASH BEYOND THAT GOES TO SUSPENSE, AS DOES *
065909*  ALL CASH FOR A LOAN ALREADY RECOVERED IN FULL.  THE PERIOD   *
065910*  STAMP MOVES ON SO THE SAME FILE CANNOT RECOVER TWICE, BUT    *
065911*  NEVER BACK - SUSPENSE CASH APPLIED FOR AN EARLIER PERIOD     *
065912*  LEAVES IT WHERE IT IS.                                       *
065913*****************************************************************
065914 3270-POST-RECOVERY.
065915     MOVE 0 TO WS-RECOVERY-OWED.
065916     IF MS-WO-PRINCIPAL + MS-WO-INTEREST + MS-WO-PENALTY
065917       > MS-TOTAL-RECOVERED
065918         COMPUTE WS-RECOVERY-OWED = MS-WO-PRINCIPAL
065919             + MS-WO-INTEREST + MS-WO-PENALTY - MS-TOTAL-RECOVERED
065920     END-IF.
065921     IF WS-RECOVERY-OWED = 0
065922         MOVE "KREDYT SPISANY ODZYSKANY W CALOSCI"
065923             TO WS-ERROR-TEXT
065924         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
065925         MOVE "CHOF" TO WS-SUSP-REASON
065926         PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
065927         GO TO 3270-EXIT
065928     END-IF.
065929     PERFORM 3240-CLEAR-ALLOCATION THRU 3240-EXIT.
065930     MOVE 0 TO WS-CUR-INTEREST.
065931     MOVE MS-CUR-BALANCE TO WS-BAL-BEFORE.
065932     COMPUTE WS-ALLOC-CASH = TR-PAYMENT + TR-OVERPAYMENT
065933         + TR-INTEREST-PAID + TR-PENALTY-PAID.
065934     MOVE WS-ALLOC-CASH TO WS-RECOVERY-CASH.
065935     IF WS-RECOVERY-CASH > WS-RECOVERY-OWED
065936         MOVE WS-RECOVERY-OWED TO WS-RECOVERY-CASH
065937     END-IF.
065938     COMPUTE WS-ALLOC-SURPLUS = WS-ALLOC-CASH - WS-RECOVERY-CASH.
065939     MOVE 0 TO TR-PAYMENT.
065940     MOVE 0 TO TR-OVERPAYMENT.
065941     MOVE 0 TO TR-INTEREST-PAID.
065942     MOVE 0 TO TR-PENALTY-PAID.
065943     ADD WS-RECOVERY-CASH TO MS-TOTAL-RECOVERED.
065944     SUBTRACT WS-RECOVERY-CASH FROM WS-RECOVERY-OWED.
065945     IF TR-PERIOD > MS-LAST-POSTED-PERIOD
065946         MOVE TR-PERIOD TO MS-LAST-POSTED-PERIOD
065947     END-IF.
065948     REWRITE MASTER-RECORD
065949         INVALID KEY
065950             MOVE "BLAD ZAPISU KARTOTEKI" TO WS-ERROR-TEXT
065951             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
065952             GO TO 3270-EXIT
065953     END-REWRITE.
065954     ADD 1 TO WS-CNT-RECOVERED.
065955     ADD WS-RECOVERY-CASH TO WS-TOT-RECOVERED.
065956     PERFORM 8800-WRITE-HISTORY-RECORD THRU 8800-EXIT.
065957     PERFORM 4500-FIND-GL-ENTRY THRU 4500-EXIT.
065958     IF WS-GL-HIT > 0
065959         ADD WS-RECOVERY-CASH TO WS-GL-RECOVERED (WS-GL-HIT)
065960     END-IF.
065961     PERFORM 6190-WRITE-RECOVERY-LINE THRU 6190-EXIT.
065962     IF WS-ALLOC-SURPLUS > 0
065963         PERFORM 6170-WRITE-EXCESS-LINE THRU 6170-EXIT
065964         MOVE WS-ALLOC-SURPLUS TO WS-SUSP-AMOUNT
065965         MOVE "SURP" TO WS-SUSP-REASON
065966         MOVE MS-BRANCH-CODE TO WS-SUSP-BRANCH
065967         MOVE MS-PRODUCT-CODE TO WS-SUSP-PRODUCT
065968         PERFORM 3600-WRITE-SUSPENSE-ITEM THRU 3600-EXIT
065969     END-IF.
065970 3270-EXIT.
065971     EXIT.
066000*****************************************************************
066100*  3300-REVERSE-PAYMENT                                         *
066200*  BACKS A PRIOR POSTING OUT OF THE MASTER.  ONLY THE LAST      *
066400*  POSTINGS STACKED ON TOP OF IT.  THE BALANCE, THE RUNNING     *
066500*  TOTALS, THE MONTHS-ELAPSED COUNTER AND THE PAID-OFF FLAG     *
066600*  ARE RESTORED AND THE PERIOD STAMP STEPS BACK A MONTH SO THE  *
066700*  CORRECTED PAYMENT CAN BE POSTED AGAIN.  THE MONTH'S          *
066800*  INTEREST AND PENALTY ACCRUALS ARE RECOMPUTED FROM THE        *
066900*  RESTORED BALANCE AND PAST-DUE AND BACKED OUT OF THE TOTALS   *
066902*  AND RECEIVABLES, AND THE INTEREST AND PENALTY THE REVERSED   *
066904*  MONTH COLLECTED GO BACK ON THE RECEIVABLES (THE OVERDUE PART *
066906*  FIRST, AS THE WATERFALL TOOK IT).  A RATE CHANGE CARRIED ON  *
066910*  REVERSED 'P' (TR-NEW-RATE) IS NOT RESTORED AND STAYS IN      *
066920*  EFFECT ON THE MASTER - THE RE-POSTED TRANSACTION MUST        *
066930*  CARRY THE CORRECT RATE.                                      *
067600             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
067700             GO TO 3300-EXIT
067800     END-READ.
067810*    A CHARGED-OFF LOAN HAS NO MONTH TO BACK OUT - ITS LAST
067820*    POSTING IS THE WRITE-OFF OR A RECOVERY.
067830     IF MS-STATUS-CHARGED-OFF
067840         MOVE "KREDYT SPISANY - STORNO NIEDOZWOLONE"
067850             TO WS-ERROR-TEXT
067860         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
067870         GO TO 3300-EXIT
067880     END-IF.
067900*    A SETTLED LOAN CANNOT BE REVERSED HERE - ITS LAST POSTING
068000*    CARRIES SETTLEMENT INTEREST, NOT A REGULAR MONTH'S, AND
068100*    BACKING THAT OUT IS A MANUAL CORRECTION FOR THE CLOSE
069600         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
069700         GO TO 3300-EXIT
069800     END-IF.
069810     IF TR-PAYMENT > MS-TOTAL-PAID
069820         MOVE "KWOTA STORNA WIEKSZA OD SUMY WPLAT"
069830             TO WS-ERROR-TEXT
069840         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
069850         GO TO 3300-EXIT
069860     END-IF.
069870     IF TR-OVERPAYMENT > MS-TOTAL-OVERPAID
069880         MOVE "NADPLATA STORNA WIEKSZA OD SUMY NADPLAT"
069890             TO WS-ERROR-TEXT
069900         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
069910         GO TO 3300-EXIT
069920     END-IF.
069930     IF TR-INTEREST-PAID > MS-TOTAL-INT-PAID
069940         MOVE "ODSETKI STORNA WIEKSZE OD SUMY POBRANYCH"
069950             TO WS-ERROR-TEXT
069960         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
069970         GO TO 3300-EXIT
069980     END-IF.
069990     IF TR-PENALTY-PAID > MS-TOTAL-PEN-PAID
070000         MOVE "KARNE STORNA WIEKSZE OD SUMY POBRANYCH"
070010             TO WS-ERROR-TEXT
070020         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
070030         GO TO 3300-EXIT
070040     END-IF.
070050     PERFORM 3240-CLEAR-ALLOCATION THRU 3240-EXIT.
070060     MOVE MS-CUR-BALANCE TO WS-BAL-BEFORE.
070070     COMPUTE WS-CUR-CASH = TR-PAYMENT + TR-OVERPAYMENT.
070080     ADD WS-CUR-CASH TO MS-CUR-BALANCE.
070090*    INTEREST BACK-OUT: THE COLLECTED INTEREST GOES BACK ON THE
070100*    RECEIVABLE AND THE MONTH'S ACCRUAL COMES OFF IT, LEAVING
070110*    THE RECEIVABLE THE MONTH STARTED WITH.  THE WATERFALL TOOK
070120*    THE OVERDUE PART FIRST, SO THAT IS HOW THE SPLIT IS REBUILT.
070130     ADD TR-INTEREST-PAID TO MS-INT-RECEIVABLE.
070140     COMPUTE WS-CUR-INTEREST ROUNDED =
070150         MS-CUR-BALANCE * MS-CUR-RATE / 100.
070160     IF WS-CUR-INTEREST > MS-TOTAL-INTEREST
070170         MOVE MS-TOTAL-INTEREST TO WS-CUR-INTEREST
070180     END-IF.
070190     IF WS-CUR-INTEREST > MS-INT-RECEIVABLE
070200         MOVE MS-INT-RECEIVABLE TO WS-CUR-INTEREST
070210     END-IF.
070220     SUBTRACT WS-CUR-INTEREST FROM MS-TOTAL-INTEREST.
070230     SUBTRACT WS-CUR-INTEREST FROM MS-INT-RECEIVABLE.
070240     MOVE TR-INTEREST-PAID TO WS-ALLOC-INT-OVERDUE.
070250     IF WS-ALLOC-INT-OVERDUE > MS-INT-RECEIVABLE
070260         MOVE MS-INT-RECEIVABLE TO WS-ALLOC-INT-OVERDUE
070270     END-IF.
070280     COMPUTE WS-ALLOC-INT-CURRENT =
070290         TR-INTEREST-PAID - WS-ALLOC-INT-OVERDUE.
070300     SUBTRACT TR-PAYMENT FROM MS-TOTAL-PAID.
070310     SUBTRACT TR-OVERPAYMENT FROM MS-TOTAL-OVERPAID.
070320     SUBTRACT TR-INTEREST-PAID FROM MS-TOTAL-INT-PAID.
070330     SUBTRACT TR-PENALTY-PAID FROM MS-TOTAL-PEN-PAID.
070340     SUBTRACT 1 FROM MS-MONTHS-ELAPSED.
070350     MOVE 'N' TO WS-WAS-PAID-OFF-SW.
070360     IF MS-STATUS-PAID-OFF
070370         SET WS-WAS-PAID-OFF TO TRUE
070380         SET MS-STATUS-ACTIVE TO TRUE
070390     END-IF.
070400*    DELINQUENCY BACK-OUT: THE REVERSED MONTH'S DUE AND PAID
070410*    ARE STILL ON THE MASTER.  A SHORTFALL IT ADDED COMES BACK
070420*    OUT, AND THE PAST-DUE PRINCIPAL IT COLLECTED (THE PART OF
070430*    TR-PAYMENT ABOVE THE INSTALLMENT PAID) GOES BACK ON, WHICH
070440*    RESTORES THE PAST-DUE THE MONTH STARTED WITH.  AN ARREARS
070450*    COUNTER RESET BY A FULL PAYMENT CANNOT BE RECONSTRUCTED
070460*    AND IS LEFT FOR THE NEXT POSTING TO SETTLE.  A MONTH WITH
070462*    NOTHING DUE ONLY EVER RAISED THE COUNTER (A MONTH THAT
070464*    CLEARED EVERYTHING LEFT IT AT ZERO), SO IT STEPS BACK ONE.
070470     IF TR-PAYMENT > MS-PAID-THIS-MONTH
070475         COMPUTE WS-ALLOC-PAST-DUE =
070480             TR-PAYMENT - MS-PAID-THIS-MONTH
070490     END-IF.
070500     MOVE MS-PAID-THIS-MONTH TO WS-ALLOC-INSTALLMENT.
070510     IF MS-PAID-THIS-MONTH < MS-DUE-THIS-MONTH
070520         COMPUTE WS-CUR-SHORTFALL =
070530             MS-DUE-THIS-MONTH - MS-PAID-THIS-MONTH
070540         IF WS-CUR-SHORTFALL > MS-PAST-DUE-AMOUNT
070550             MOVE MS-PAST-DUE-AMOUNT TO WS-CUR-SHORTFALL
070560         END-IF
070570         SUBTRACT WS-CUR-SHORTFALL FROM MS-PAST-DUE-AMOUNT
070580         IF MS-MONTHS-ARREARS > 0
070590             SUBTRACT 1 FROM MS-MONTHS-ARREARS
070600         END-IF
070610     END-IF.
070612     IF MS-DUE-THIS-MONTH = 0 AND MS-MONTHS-ARREARS > 0
070614         SUBTRACT 1 FROM MS-MONTHS-ARREARS
070616     END-IF.
070620     ADD WS-ALLOC-PAST-DUE TO MS-PAST-DUE-AMOUNT.
070630*    PENALTY BACK-OUT: THE COLLECTED PENALTY GOES BACK ON THE
070640*    RECEIVABLE, AND THE PENALTY THE MONTH ACCRUED ON THE
070650*    RESTORED PAST-DUE COMES OFF THE RECEIVABLE AND THE TOTAL.
070660     ADD TR-PENALTY-PAID TO MS-PEN-RECEIVABLE.
070670     MOVE TR-PENALTY-PAID TO WS-ALLOC-PENALTY.
070680     IF MS-PAST-DUE-AMOUNT > 0
070690         COMPUTE WS-CUR-PENALTY ROUNDED = MS-PAST-DUE-AMOUNT
070700             * MS-CUR-RATE * WS-PENALTY-FACTOR / 100
070710     END-IF.
070720     IF WS-CUR-PENALTY > MS-PENALTY-ACCRUED
070730         MOVE MS-PENALTY-ACCRUED TO WS-CUR-PENALTY
070740     END-IF.
070750     IF WS-CUR-PENALTY > MS-PEN-RECEIVABLE
070760         MOVE MS-PEN-RECEIVABLE TO WS-CUR-PENALTY
070770     END-IF.
070780     SUBTRACT WS-CUR-PENALTY FROM MS-PENALTY-ACCRUED.
070790     SUBTRACT WS-CUR-PENALTY FROM MS-PEN-RECEIVABLE.
074400     MOVE 0 TO MS-DUE-THIS-MONTH.
074500     MOVE 0 TO MS-PAID-THIS-MONTH.
074600     MOVE TR-PERIOD TO WS-PERIOD-NUM.
075900         SUBTRACT TR-PAYMENT FROM WS-GL-PRINCIPAL (WS-GL-HIT)
076000         SUBTRACT TR-OVERPAYMENT FROM WS-GL-OVERPAY (WS-GL-HIT)
076100         SUBTRACT WS-CUR-INTEREST FROM WS-GL-INTEREST (WS-GL-HIT)
076110         SUBTRACT WS-ALLOC-INT-OVERDUE
076120             FROM WS-GL-INT-OVERDUE (WS-GL-HIT)
076130         SUBTRACT WS-ALLOC-INT-CURRENT
076140             FROM WS-GL-INT-CURRENT (WS-GL-HIT)
076145         SUBTRACT WS-CUR-PENALTY
076150             FROM WS-GL-PEN-ACCRUED (WS-GL-HIT)
076160         SUBTRACT WS-ALLOC-PENALTY FROM WS-GL-PEN-PAID (WS-GL-HIT)
076200         IF WS-WAS-PAID-OFF
076300             SUBTRACT WS-CUR-CASH
076400                 FROM WS-GL-PAID-OFF (WS-GL-HIT)
076500         END-IF
076600     END-IF.
076700     PERFORM 6100-WRITE-REVERSAL-LINE THRU 6100-EXIT.
076710     PERFORM 6050-WRITE-SPLIT-LINE THRU 6050-EXIT.
076800 3300-EXIT.
076900     EXIT.
077000
078600*  3400-POST-SETTLEMENT                                         *
078700*  SETTLES AN ACCEPTED EARLY-PAYOFF QUOTE.  THE 'S' CARRIES     *
078800*  THE CASH RECEIVED IN TR-PAYMENT AND THE QUOTE REFERENCE IN   *
078810*  TR-QUOTE-MONTH.  THE CASH MUST MATCH THE QUOTED PAYOFF PLUS  *
078820*  THE INTEREST AND PENALTY RECEIVABLES STILL OWED, WITHIN THE  *
078830*  TOLERANCE, AND ARRIVE NO LATER THAN THE QUOTE'S DUE-DATE     *
078840*  MONTH; IT IS THEN SPLIT INTO THE RECEIVABLES, THE SETTLEMENT *
078850*  INTEREST AND THE REMAINING PRINCIPAL, THE LOAN IS MARKED     *
078860*  PAID OFF WITH TODAY AS ITS SETTLEMENT DATE, AND THE ARREARS  *
078870*  FIELDS AND RECEIVABLES ARE CLEARED.                          *
079500*****************************************************************
079600 3400-POST-SETTLEMENT.
079700     MOVE TR-LOAN-ID TO MS-LOAN-ID.
079900         INVALID KEY
080000             MOVE "BRAK KREDYTU NA KARTOTECE" TO WS-ERROR-TEXT
080100             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
080110             MOVE "NOLN" TO WS-SUSP-REASON
080120             PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
080200             GO TO 3400-EXIT
080300     END-READ.
080400     IF MS-STATUS-PAID-OFF
080500         MOVE "KREDYT JUZ SPLACONY" TO WS-ERROR-TEXT
080600         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
080610         MOVE "PDOF" TO WS-SUSP-REASON
080620         PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
080700         GO TO 3400-EXIT
080800     END-IF.
080810     IF MS-STATUS-CHARGED-OFF
080820         MOVE "KREDYT SPISANY" TO WS-ERROR-TEXT
080830         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
080840         MOVE "CHOF" TO WS-SUSP-REASON
080850         PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
080860         GO TO 3400-EXIT
080870     END-IF.
080900     IF TR-PERIOD = 0
081000         MOVE "BRAK OKRESU KSIEGOWANIA NA TRANSAKCJI"
081100             TO WS-ERROR-TEXT
081600         MOVE "OKRES JUZ ZAKSIEGOWANY NA KARTOTECE"
081700             TO WS-ERROR-TEXT
081800         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
081810         MOVE "DUPP" TO WS-SUSP-REASON
081820         PERFORM 3610-SUSPEND-REJECTED-CASH THRU 3610-EXIT
081900         GO TO 3400-EXIT
082000     END-IF.
082100     PERFORM 3450-FIND-QUOTE THRU 3450-EXIT.
083400         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
083500         GO TO 3400-EXIT
083600     END-IF.
083610     COMPUTE WS-SETTLE-CASH = TR-PAYMENT + TR-OVERPAYMENT
083620         + TR-INTEREST-PAID + TR-PENALTY-PAID.
083630     COMPUTE WS-SETTLE-EXPECTED = WS-QT-PAYOFF (WS-QT-HIT)
083640         + MS-INT-RECEIVABLE + MS-PEN-RECEIVABLE.
083800     IF WS-SETTLE-CASH + WS-SETTLE-TOLERANCE
083810       < WS-SETTLE-EXPECTED
084000         MOVE "NIEDOPLATA WOBEC WYCENY" TO WS-ERROR-TEXT
084100         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
084200         GO TO 3400-EXIT
084300     END-IF.
084400     IF WS-SETTLE-CASH
084410       > WS-SETTLE-EXPECTED + WS-SETTLE-TOLERANCE
084600         MOVE "KWOTA NIEZGODNA Z WYCENA" TO WS-ERROR-TEXT
084700         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
084800         GO TO 3400-EXIT
084900     END-IF.
084910*    SPLIT: THE PENALTY AND INTEREST RECEIVABLES ARE CLEARED
084920*    FIRST, AS IN THE PAYMENT WATERFALL; THEN THE SETTLEMENT
084930*    INTEREST IS THE QUOTE'S ACCRUED INTEREST AND THE REST OF
084940*    THE CASH IS PRINCIPAL.  THE
085200*    PRINCIPAL MUST CLEAR THE MASTER'S ACTUAL BALANCE - WHEN
085300*    ACTUALS HAVE DRIFTED BEHIND PLAN THE QUOTED PAYOFF NO
085400*    LONGER COVERS IT AND THE SETTLEMENT IS REJECTED FOR A
085500*    FRESH QUOTE INSTEAD OF WRITING THE RESIDUAL OFF SILENTLY.
085600*    A LOAN AHEAD OF PLAN LEAVES A SURPLUS, WHICH GOES TO THE
085700*    SUSPENSE FILE FOR THE CLOSE UNIT TO REFUND AND IS FLAGGED
085800*    ON THE REPORT - IT IS NOT LOAN MONEY AND DOES NOT POST AS
085805*    AN OVERPAYMENT.  THE SPLIT RIDES ON TR-PAYMENT /
085810*    TR-INTEREST-PAID / TR-PENALTY-PAID / WS-CUR-INTEREST SO
085820*    THE HISTORY ROW, THE GL FEED AND THE REPORT LINE ALL
085830*    CARRY THE SAME FIGURES.
085840     PERFORM 3240-CLEAR-ALLOCATION THRU 3240-EXIT.
086100     MOVE MS-CUR-BALANCE TO WS-BAL-BEFORE.
086105     MOVE MS-PEN-RECEIVABLE TO WS-ALLOC-PENALTY.
086110     IF WS-ALLOC-PENALTY > WS-SETTLE-CASH
086115         MOVE WS-SETTLE-CASH TO WS-ALLOC-PENALTY
086120     END-IF.
086125     SUBTRACT WS-ALLOC-PENALTY FROM WS-SETTLE-CASH.
086130     MOVE MS-INT-RECEIVABLE TO WS-ALLOC-INT-OVERDUE.
086135     IF WS-ALLOC-INT-OVERDUE > WS-SETTLE-CASH
086140         MOVE WS-SETTLE-CASH TO WS-ALLOC-INT-OVERDUE
086145     END-IF.
086150     SUBTRACT WS-ALLOC-INT-OVERDUE FROM WS-SETTLE-CASH.
086200     MOVE WS-QT-INTEREST (WS-QT-HIT) TO WS-SETTLE-INTEREST.
086300     IF WS-SETTLE-INTEREST > WS-SETTLE-CASH
086400         MOVE WS-SETTLE-CASH TO WS-SETTLE-INTEREST
087600         COMPUTE WS-SETTLE-SURPLUS =
087700             WS-SETTLE-PRINCIPAL - MS-CUR-BALANCE
087800         MOVE MS-CUR-BALANCE TO WS-SETTLE-PRINCIPAL
088000     END-IF.
088100     MOVE WS-SETTLE-PRINCIPAL TO TR-PAYMENT.
088200     MOVE 0 TO TR-OVERPAYMENT.
088300     MOVE WS-SETTLE-INTEREST TO WS-CUR-INTEREST.
088310     MOVE WS-SETTLE-INTEREST TO WS-ALLOC-INT-CURRENT.
088320     COMPUTE TR-INTEREST-PAID =
088330         WS-ALLOC-INT-OVERDUE + WS-SETTLE-INTEREST.
088340     MOVE WS-ALLOC-PENALTY TO TR-PENALTY-PAID.
088400     ADD WS-SETTLE-PRINCIPAL TO MS-TOTAL-PAID.
088500     ADD WS-SETTLE-INTEREST TO MS-TOTAL-INTEREST.
088610     ADD TR-INTEREST-PAID TO MS-TOTAL-INT-PAID.
088620     ADD TR-PENALTY-PAID TO MS-TOTAL-PEN-PAID.
088630     MOVE 0 TO MS-INT-RECEIVABLE.
088640     MOVE 0 TO MS-PEN-RECEIVABLE.
088700     SUBTRACT WS-SETTLE-PRINCIPAL FROM MS-CUR-BALANCE.
088800     ADD 1 TO MS-MONTHS-ELAPSED.
088900     MOVE 0 TO MS-DUE-THIS-MONTH.
090600     IF WS-GL-HIT > 0
090700         ADD WS-SETTLE-PRINCIPAL TO WS-GL-PRINCIPAL (WS-GL-HIT)
090800         ADD WS-SETTLE-INTEREST TO WS-GL-SETTLE-INT (WS-GL-HIT)
091000         ADD WS-SETTLE-PRINCIPAL TO WS-GL-PAID-OFF (WS-GL-HIT)
091010         ADD WS-ALLOC-INT-OVERDUE TO WS-GL-INT-OVERDUE (WS-GL-HIT)
091020         ADD WS-ALLOC-PENALTY TO WS-GL-PEN-PAID (WS-GL-HIT)
091100     END-IF.
091200     PERFORM 6150-WRITE-SETTLEMENT-LINE THRU 6150-EXIT.
091210     PERFORM 6050-WRITE-SPLIT-LINE THRU 6050-EXIT.
091220     IF WS-SETTLE-SURPLUS > 0
091230         PERFORM 6160-WRITE-SURPLUS-LINE THRU 6160-EXIT
091240         MOVE WS-SETTLE-SURPLUS TO WS-SUSP-AMOUNT
091250         MOVE "SURP" TO WS-SUSP-REASON
091260         MOVE MS-BRANCH-CODE TO WS-SUSP-BRANCH
091270         MOVE MS-PRODUCT-CODE TO WS-SUSP-PRODUCT
091280         PERFORM 3600-WRITE-SUSPENSE-ITEM THRU 3600-EXIT
091290     END-IF.
091300 3400-EXIT.
091400     EXIT.
091500
093300     END-IF.
093400 3460-EXIT.
093500     EXIT.
093502
093504*****************************************************************
093506*  3500-POST-SUSPENSE-ACTION                                    *
093508*  CLEARS ONE OPEN SUSPENSE ITEM NAMED BY TR-SUSP-ITEM-KEY.     *
093510*  ACTION 'A' APPLIES THE ITEM'S CASH TO THE LOAN IN TR-LOAN-ID *
093512*  (THE ITEM'S OWN LOAN WHEN LEFT BLANK) AGAINST WHAT THE LOAN  *
093514*  OWES NOW; ACTION 'F' MARKS IT REFUNDED TO THE PAYER.         *
093516*  AN ITEM ALREADY CLEARED CANNOT BE CLEARED AGAIN.             *
093518*****************************************************************
093520 3500-POST-SUSPENSE-ACTION.
093522     MOVE TR-SUSP-ITEM-KEY TO SU-ITEM-KEY.
093524     READ SUSPENSE-FILE
093526         INVALID KEY
093528             MOVE "BRAK POZYCJI W PLIKU ZAWIESZONYCH"
093530                 TO WS-ERROR-TEXT
093532             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093534             GO TO 3500-EXIT
093536     END-READ.
093538     IF NOT SU-STATUS-OPEN
093540         MOVE "POZYCJA ZAWIESZONA JUZ ROZLICZONA" TO WS-ERROR-TEXT
093542         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093544         GO TO 3500-EXIT
093546     END-IF.
093548     EVALUATE TRUE
093550         WHEN TR-SUSP-APPLY
093552             PERFORM 3510-APPLY-SUSPENSE-ITEM THRU 3510-EXIT
093554         WHEN TR-SUSP-REFUND
093556             PERFORM 3520-REFUND-SUSPENSE-ITEM THRU 3520-EXIT
093558         WHEN OTHER
093560             MOVE "NIEZNANA AKCJA DLA POZYCJI ZAWIESZONEJ"
093562                 TO WS-ERROR-TEXT
093564             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093566     END-EVALUATE.
093568 3500-EXIT.
093570     EXIT.
093572
093574*****************************************************************
093576*  3510-APPLY-SUSPENSE-ITEM                                     *
093578*  TURNS THE 'U' INTO A 'P' CARRYING THE ITEM'S CASH AND        *
093580*  APPLIES IT INSIDE THE PERIOD ALREADY POSTED (3530 - A        *
093582*  RECOVERY ON A CHARGED-OFF LOAN), SO ITS ENTRIES ARE THOSE OF *
093584*  A PAYMENT.  IF THE PAYMENT IS REJECTED THE ITEM STAYS OPEN   *
093586*  (NO NEW ITEM IS FILED FOR CASH ALREADY IN SUSPENSE).  ON     *
093588*  SUCCESS THE ITEM IS RE-READ - A SURPLUS FROM THE PAYMENT MAY *
093590*  HAVE FILED A NEW ITEM THROUGH THE SAME RECORD AREA - AND     *
093592*  MARKED APPLIED.                                              *
093594*****************************************************************
093595 3510-APPLY-SUSPENSE-ITEM.
093596     IF SU-AMOUNT > 9999999.99
093597         MOVE "KWOTA POZYCJI PONAD LIMIT WPLATY" TO WS-ERROR-TEXT
093598         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093599         GO TO 3510-EXIT
093600     END-IF.
093601     IF TR-LOAN-ID = SPACES
093602         MOVE SU-LOAN-ID TO TR-LOAN-ID
093603     END-IF.
093604     MOVE TR-TYPE TO WS-SUSP-TXN-TYPE.
093605     SET TR-TYPE-PAYMENT TO TRUE.
093606     MOVE SU-AMOUNT TO TR-PAYMENT.
093607     MOVE 0 TO TR-OVERPAYMENT.
093608     MOVE 0 TO TR-NEW-RATE.
093609     MOVE 0 TO TR-INTEREST-PAID.
093610     MOVE 0 TO TR-PENALTY-PAID.
093611     COMPUTE WS-POSTED-BEFORE = WS-CNT-POSTED + WS-CNT-RECOVERED.
093612     SET WS-APPLYING-SUSPENSE TO TRUE.
093613     PERFORM 3530-APPLY-IN-PERIOD THRU 3530-EXIT.
093614     MOVE 'N' TO WS-APPLYING-SUSP-SW.
093615     MOVE WS-SUSP-TXN-TYPE TO TR-TYPE.
093616     IF WS-CNT-POSTED + WS-CNT-RECOVERED = WS-POSTED-BEFORE
093617         GO TO 3510-EXIT
093618     END-IF.
093619     MOVE TR-SUSP-ITEM-KEY TO SU-ITEM-KEY.
093620     READ SUSPENSE-FILE
093621         INVALID KEY
093622             MOVE "BLAD ODCZYTU ZAWIESZONYCH" TO WS-ERROR-TEXT
093623             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093624             GO TO 3510-EXIT
093625     END-READ.
093626     SET SU-STATUS-APPLIED TO TRUE.
093627     MOVE WS-RUN-DATE-YMD TO SU-CLEARED-DATE.
093628     MOVE TR-LOAN-ID TO SU-APPLIED-LOAN-ID.
093629     REWRITE SUSPENSE-RECORD
093630         INVALID KEY
093631             MOVE "BLAD ZAPISU ZAWIESZONYCH" TO WS-ERROR-TEXT
093632             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093633             GO TO 3510-EXIT
093634     END-REWRITE.
093635     ADD 1 TO WS-CNT-SUSP-APPLIED.
093636     ADD SU-AMOUNT TO WS-TOT-SUSP-APPLIED.
093637*    THE PAYMENT BOOKED DEBIT CASH; THE CASH WAS ALREADY BOOKED
093638*    INTO SUSPENSE WHEN RECEIVED, SO SUA MOVES IT BACK OUT -
093639*    UNDER THE BRANCH AND PRODUCT THE ITEM WAS FILED UNDER, NOT
093640*    THOSE OF THE LOAN IT WAS APPLIED TO.
093641     MOVE SU-BRANCH-CODE TO WS-GL-KEY-BRANCH.
093642     MOVE SU-PRODUCT-CODE TO WS-GL-KEY-PRODUCT.
093643     PERFORM 4505-FIND-GL-KEY THRU 4505-EXIT.
093644     IF WS-GL-HIT > 0
093645         ADD SU-AMOUNT TO WS-GL-SUSP-APPLIED (WS-GL-HIT)
093646     END-IF.
093647     PERFORM 6180-WRITE-SUSPENSE-LINE THRU 6180-EXIT.
093648 3510-EXIT.
093649     EXIT.
093694
093696*****************************************************************
093698*  3530-APPLY-IN-PERIOD                                         *
093700*  APPLIES SUSPENSE CASH (IN TR-PAYMENT) TO THE LOAN WITHOUT    *
093702*  ROLLING A MONTH.  THE CASH WAS RECEIVED FOR A PERIOD THE     *
093704*  MASTER HAS USUALLY ALREADY SEEN, SO THERE IS NO PERIOD       *
093706*  CHECK, NO INTEREST OR PENALTY ACCRUAL, NO NEW INSTALLMENT    *
093708*  DUE AND THE MONTHS-ELAPSED COUNTER AND PERIOD STAMP STAY     *
093710*  PUT.  THE WATERFALL (3250) TAKES THE RECEIVABLES, THE PAST-  *
093712*  DUE PRINCIPAL AND THEN THE BALANCE; CLEARING THE PAST-DUE    *
093714*  AMOUNT CLEARS THE ARREARS.  A CHARGED-OFF LOAN TAKES THE     *
093716*  CASH AS A RECOVERY (3270).  THE HISTORY ROW CARRIES          *
093718*  TR-PERIOD, OR THE LAST POSTED PERIOD WHEN THE 'U' HAS NONE.  *
093720*****************************************************************
093722 3530-APPLY-IN-PERIOD.
093724     MOVE TR-LOAN-ID TO MS-LOAN-ID.
093726     READ LOAN-MASTER-FILE
093728         INVALID KEY
093730             MOVE "BRAK KREDYTU NA KARTOTECE" TO WS-ERROR-TEXT
093732             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093734             GO TO 3530-EXIT
093736     END-READ.
093738     IF MS-STATUS-PAID-OFF
093740         MOVE "KREDYT JUZ SPLACONY" TO WS-ERROR-TEXT
093742         PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093744         GO TO 3530-EXIT
093746     END-IF.
093748     IF TR-PERIOD = 0
093750         MOVE MS-LAST-POSTED-PERIOD TO TR-PERIOD
093752     END-IF.
093754     IF MS-STATUS-CHARGED-OFF
093756         PERFORM 3270-POST-RECOVERY THRU 3270-EXIT
093758         GO TO 3530-EXIT
093760     END-IF.
093762     PERFORM 3240-CLEAR-ALLOCATION THRU 3240-EXIT.
093764     MOVE 0 TO WS-CUR-INTEREST.
093766     MOVE 0 TO WS-CUR-DUE.
093768     MOVE MS-CUR-BALANCE TO WS-BAL-BEFORE.
093770     MOVE MS-INT-RECEIVABLE TO WS-INT-OVERDUE-OWED.
093772     MOVE TR-PAYMENT TO WS-ALLOC-CASH.
093774     PERFORM 3250-ALLOCATE-PAYMENT THRU 3250-EXIT.
093776     COMPUTE WS-CUR-CASH = WS-ALLOC-PAST-DUE + WS-ALLOC-OVERPAY.
093778     MOVE WS-ALLOC-PAST-DUE TO TR-PAYMENT.
093780     MOVE WS-ALLOC-OVERPAY TO TR-OVERPAYMENT.
093782     MOVE WS-ALLOC-INT-OVERDUE TO TR-INTEREST-PAID.
093784     MOVE WS-ALLOC-PENALTY TO TR-PENALTY-PAID.
093786     SUBTRACT WS-CUR-CASH FROM MS-CUR-BALANCE.
093788     SUBTRACT WS-ALLOC-PAST-DUE FROM MS-PAST-DUE-AMOUNT.
093790     SUBTRACT TR-INTEREST-PAID FROM MS-INT-RECEIVABLE.
093792     SUBTRACT TR-PENALTY-PAID FROM MS-PEN-RECEIVABLE.
093794     ADD TR-PAYMENT TO MS-TOTAL-PAID.
093796     ADD TR-OVERPAYMENT TO MS-TOTAL-OVERPAID.
093798     ADD TR-INTEREST-PAID TO MS-TOTAL-INT-PAID.
093800     ADD TR-PENALTY-PAID TO MS-TOTAL-PEN-PAID.
093802     IF MS-PAST-DUE-AMOUNT = 0
093804         MOVE 0 TO MS-MONTHS-ARREARS
093806     END-IF.
093808     IF MS-CUR-BALANCE = 0
093810         MOVE 0 TO MS-PAST-DUE-AMOUNT
093812         IF MS-INT-RECEIVABLE = 0 AND MS-PEN-RECEIVABLE = 0
093814             SET MS-STATUS-PAID-OFF TO TRUE
093816             MOVE 0 TO MS-MONTHS-ARREARS
093818             ADD 1 TO WS-CNT-PAID-OFF
093820         END-IF
093822     END-IF.
093824     REWRITE MASTER-RECORD
093826         INVALID KEY
093828             MOVE "BLAD ZAPISU KARTOTEKI" TO WS-ERROR-TEXT
093830             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093832             GO TO 3530-EXIT
093834     END-REWRITE.
093836     ADD 1 TO WS-CNT-POSTED.
093838     PERFORM 8800-WRITE-HISTORY-RECORD THRU 8800-EXIT.
093840     PERFORM 4500-FIND-GL-ENTRY THRU 4500-EXIT.
093842     IF WS-GL-HIT > 0
093844         ADD TR-PAYMENT TO WS-GL-PRINCIPAL (WS-GL-HIT)
093846         ADD TR-OVERPAYMENT TO WS-GL-OVERPAY (WS-GL-HIT)
093848         ADD WS-ALLOC-INT-OVERDUE TO WS-GL-INT-OVERDUE (WS-GL-HIT)
093850         ADD WS-ALLOC-PENALTY TO WS-GL-PEN-PAID (WS-GL-HIT)
093852         IF MS-STATUS-PAID-OFF
093854             ADD WS-CUR-CASH TO WS-GL-PAID-OFF (WS-GL-HIT)
093856         END-IF
093858     END-IF.
093860     PERFORM 6000-WRITE-POSTING-LINE THRU 6000-EXIT.
093862     PERFORM 6050-WRITE-SPLIT-LINE THRU 6050-EXIT.
093864     IF WS-ALLOC-SURPLUS > 0
093866         PERFORM 6170-WRITE-EXCESS-LINE THRU 6170-EXIT
093868         MOVE WS-ALLOC-SURPLUS TO WS-SUSP-AMOUNT
093870         MOVE "SURP" TO WS-SUSP-REASON
093872         MOVE MS-BRANCH-CODE TO WS-SUSP-BRANCH
093874         MOVE MS-PRODUCT-CODE TO WS-SUSP-PRODUCT
093876         PERFORM 3600-WRITE-SUSPENSE-ITEM THRU 3600-EXIT
093878     END-IF.
093880 3530-EXIT.
093882     EXIT.
093884
093886*****************************************************************
093888*  3520-REFUND-SUSPENSE-ITEM                                    *
093890*  MARKS THE ITEM REFUNDED - THE CASH HAS GONE BACK TO THE      *
093892*  PAYER AND LEAVES THE SUSPENSE ACCOUNT (GL SUR), BOOKED TO    *
093894*  THE BRANCH AND PRODUCT THE ITEM WAS FILED UNDER.             *
093896*****************************************************************
093898 3520-REFUND-SUSPENSE-ITEM.
093900     SET SU-STATUS-REFUNDED TO TRUE.
093902     MOVE WS-RUN-DATE-YMD TO SU-CLEARED-DATE.
093904     MOVE SPACES TO SU-APPLIED-LOAN-ID.
093906     REWRITE SUSPENSE-RECORD
093908         INVALID KEY
093910             MOVE "BLAD ZAPISU ZAWIESZONYCH" TO WS-ERROR-TEXT
093912             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
093914             GO TO 3520-EXIT
093916     END-REWRITE.
093918     ADD 1 TO WS-CNT-SUSP-REFUNDED.
093920     ADD SU-AMOUNT TO WS-TOT-SUSP-REFUNDED.
093922     MOVE SU-BRANCH-CODE TO WS-GL-KEY-BRANCH.
093924     MOVE SU-PRODUCT-CODE TO WS-GL-KEY-PRODUCT.
093926     PERFORM 4505-FIND-GL-KEY THRU 4505-EXIT.
093928     IF WS-GL-HIT > 0
093930         ADD SU-AMOUNT TO WS-GL-SUSP-REFUND (WS-GL-HIT)
093932     END-IF.
093934     PERFORM 6180-WRITE-SUSPENSE-LINE THRU 6180-EXIT.
093936 3520-EXIT.
093938     EXIT.
093940
093942*****************************************************************
093944*  3600-WRITE-SUSPENSE-ITEM                                     *
093946*  FILES WS-SUSP-AMOUNT AS A NEW OPEN SUSPENSE ITEM UNDER       *
093948*  TODAY'S DATE AND THE NEXT SEQUENCE NUMBER, WITH THE REASON,  *
093950*  THE TRANSACTION'S LOAN AND PERIOD, AND THE BRANCH/PRODUCT    *
093952*  THE CASH IS BOOKED TO (GL SUS: DEBIT CASH, CREDIT SUSPENSE). *
093954*  A ZERO AMOUNT FILES NOTHING.                                 *
093956*****************************************************************
093958 3600-WRITE-SUSPENSE-ITEM.
093960     IF WS-SUSP-AMOUNT = 0
093962         GO TO 3600-EXIT
093964     END-IF.
093966     ADD 1 TO WS-SUSP-NEXT-SEQ.
093968     MOVE WS-RUN-DATE-YMD TO SU-RECV-DATE.
093970     MOVE WS-SUSP-NEXT-SEQ TO SU-SEQ-NO.
093972     MOVE TR-LOAN-ID TO SU-LOAN-ID.
093974     MOVE TR-PERIOD TO SU-PERIOD.
093976     MOVE TR-TYPE TO SU-TXN-TYPE.
093978     MOVE WS-SUSP-AMOUNT TO SU-AMOUNT.
093980     MOVE WS-SUSP-REASON TO SU-REASON.
093982     SET SU-STATUS-OPEN TO TRUE.
093984     MOVE WS-SUSP-BRANCH TO SU-BRANCH-CODE.
093986     MOVE WS-SUSP-PRODUCT TO SU-PRODUCT-CODE.
093988     MOVE 0 TO SU-CLEARED-DATE.
093990     MOVE SPACES TO SU-APPLIED-LOAN-ID.
093992     WRITE SUSPENSE-RECORD
093994         INVALID KEY
093996             DISPLAY "BLAD ZAPISU PLIKU ZAWIESZONYCH, STATUS: "
093998                 WS-SUSPENSE-FILE-STATUS "  KREDYT: " TR-LOAN-ID
094000             MOVE "BLAD ZAPISU ZAWIESZONYCH" TO WS-ERROR-TEXT
094002             PERFORM 6400-WRITE-ERROR-LINE THRU 6400-EXIT
094004             GO TO 3600-EXIT
094006     END-WRITE.
094008     ADD 1 TO WS-CNT-SUSPENDED.
094010     ADD WS-SUSP-AMOUNT TO WS-TOT-SUSPENDED.
094012     MOVE WS-SUSP-BRANCH TO WS-GL-KEY-BRANCH.
094014     MOVE WS-SUSP-PRODUCT TO WS-GL-KEY-PRODUCT.
094016     PERFORM 4505-FIND-GL-KEY THRU 4505-EXIT.
094018     IF WS-GL-HIT > 0
094020         ADD WS-SUSP-AMOUNT TO WS-GL-SUSP-IN (WS-GL-HIT)
094022     END-IF.
094024     PERFORM 6180-WRITE-SUSPENSE-LINE THRU 6180-EXIT.
094026 3600-EXIT.
094028     EXIT.
094030
094032*****************************************************************
094034*  3610-SUSPEND-REJECTED-CASH                                   *
094036*  A 'P' OR 'S' REJECTED FOR THE REASON IN WS-SUSP-REASON STILL *
094038*  BROUGHT ALL ITS CASH INTO THE BANK - FILE THE WHOLE RECEIPT  *
094040*  IN SUSPENSE.  WITH NO MASTER RECORD THE TRANSACTION'S OWN    *
094042*  BRANCH AND PRODUCT CARRY THE GL ENTRY.  NOTHING IS FILED     *
094044*  WHILE A 'U' IS APPLYING CASH ALREADY IN SUSPENSE.            *
094046*****************************************************************
094048 3610-SUSPEND-REJECTED-CASH.
094050     IF WS-APPLYING-SUSPENSE
094052         GO TO 3610-EXIT
094054     END-IF.
094056     COMPUTE WS-SUSP-AMOUNT = TR-PAYMENT + TR-OVERPAYMENT
094058         + TR-INTEREST-PAID + TR-PENALTY-PAID.
094060     IF WS-SUSP-REASON = "NOLN"
094062         MOVE TR-BRANCH-CODE TO WS-SUSP-BRANCH
094064         MOVE TR-PRODUCT-CODE TO WS-SUSP-PRODUCT
094066     ELSE
094068         MOVE MS-BRANCH-CODE TO WS-SUSP-BRANCH
094070         MOVE MS-PRODUCT-CODE TO WS-SUSP-PRODUCT
094072     END-IF.
094074     PERFORM 3600-WRITE-SUSPENSE-ITEM THRU 3600-EXIT.
094076 3610-EXIT.
094078     EXIT.
094080
094082*****************************************************************
094084*  4000-WRITE-AGING-REPORT                                      *
094086*  AFTER THE POSTING LOOP, WALKS THE WHOLE MASTER IN KEY ORDER  *
094088*  AND PRINTS THE DELINQUENCY AGING REPORT FOR THE COLLECTIONS  *
094090*  UNIT: ONE DETAIL LINE PER LOAN IN ARREARS, THEN THE BUCKET   *
094092*  SUMMARY (CURRENT / 1 / 2 / 3+ INSTALLMENTS BEHIND) BY COUNT  *
094094*  AND PAST-DUE AMOUNT.  PAID-OFF AND CHARGED-OFF LOANS ARE     *
094096*  SKIPPED.                                                     *
094098*****************************************************************
094500 4000-WRITE-AGING-REPORT.
094600     MOVE SPACES TO WS-PRINT-LINE.
094700     STRING "RAPORT WIEKOWANIA ZALEGLOSCI - STAN PO "
097900             SET WS-AGING-EOF TO TRUE
098000             GO TO 4100-EXIT
098100     END-READ.
098200     IF MS-STATUS-PAID-OFF OR MS-STATUS-CHARGED-OFF
098300         GO TO 4100-EXIT
098400     END-IF.
098500     IF MS-MONTHS-ARREARS >= 3
105200 4350-EXIT.
105300     EXIT.
105400
105410*****************************************************************
105420*  4500-FIND-GL-ENTRY                                           *
105430*  FINDS (OR ADDS) THE GL TABLE ENTRY FOR THE MASTER RECORD     *
105440*  CURRENTLY IN HAND, LEAVING ITS SLOT IN WS-GL-HIT (ZERO WHEN  *
105450*  THE TABLE IS FULL - FLAGGED ONCE, SAME AS THE PORTFOLIO      *
105460*  TABLE IN LOAN-OVERPAYMENT).                                  *
105470*****************************************************************
105480 4500-FIND-GL-ENTRY.
105490     MOVE MS-BRANCH-CODE TO WS-GL-KEY-BRANCH.
105500     MOVE MS-PRODUCT-CODE TO WS-GL-KEY-PRODUCT.
105510     PERFORM 4505-FIND-GL-KEY THRU 4505-EXIT.
105520 4500-EXIT.
105530     EXIT.
105540
105550*****************************************************************
105560*  4505-FIND-GL-KEY                                             *
105570*  FINDS (OR ADDS) THE GL TABLE ENTRY FOR THE BRANCH AND        *
105580*  PRODUCT IN WS-GL-KEY-BRANCH / WS-GL-KEY-PRODUCT.  AN AMOUNT  *
105590*  NOT TIED TO THE MASTER IN HAND (A SUSPENSE ITEM) SETS THE    *
105600*  KEY ITSELF AND PERFORMS THIS PARAGRAPH DIRECTLY.             *
105610*****************************************************************
105620 4505-FIND-GL-KEY.
105630     MOVE 0 TO WS-GL-HIT.
105640     PERFORM 4510-MATCH-ONE-GL-ENTRY THRU 4510-EXIT
105650         VARYING WS-GL-IDX FROM 1 BY 1
105660         UNTIL WS-GL-IDX > WS-GL-COUNT.
105670     IF WS-GL-HIT > 0
105680         GO TO 4505-EXIT
105690     END-IF.
105700     IF WS-GL-COUNT >= 200
105710         IF NOT WS-GL-OVERFLOW
105720             SET WS-GL-OVERFLOW TO TRUE
105730             DISPLAY "TABELA KSIEGOWAN PELNA - PLIK GL NIEPELNY"
105740         END-IF
105750         GO TO 4505-EXIT
105760     END-IF.
105770     ADD 1 TO WS-GL-COUNT.
105780     MOVE WS-GL-COUNT TO WS-GL-HIT.
105790     MOVE WS-GL-KEY-BRANCH TO WS-GL-BRANCH (WS-GL-HIT).
105800     MOVE WS-GL-KEY-PRODUCT TO WS-GL-PRODUCT (WS-GL-HIT).
105810     MOVE 0 TO WS-GL-PRINCIPAL (WS-GL-HIT).
105820     MOVE 0 TO WS-GL-INTEREST (WS-GL-HIT).
105830     MOVE 0 TO WS-GL-OVERPAY (WS-GL-HIT).
105840     MOVE 0 TO WS-GL-NEW-LOANS (WS-GL-HIT).
105850     MOVE 0 TO WS-GL-PAID-OFF (WS-GL-HIT).
105860     MOVE 0 TO WS-GL-SETTLE-INT (WS-GL-HIT).
105870     MOVE 0 TO WS-GL-INT-OVERDUE (WS-GL-HIT).
105880     MOVE 0 TO WS-GL-INT-CURRENT (WS-GL-HIT).
105890     MOVE 0 TO WS-GL-PEN-ACCRUED (WS-GL-HIT).
105900     MOVE 0 TO WS-GL-PEN-PAID (WS-GL-HIT).
105910     MOVE 0 TO WS-GL-SUSP-IN (WS-GL-HIT).
105920     MOVE 0 TO WS-GL-SUSP-APPLIED (WS-GL-HIT).
105930     MOVE 0 TO WS-GL-SUSP-REFUND (WS-GL-HIT).
105940     MOVE 0 TO WS-GL-WO-PRINCIPAL (WS-GL-HIT).
105950     MOVE 0 TO WS-GL-WO-INTEREST (WS-GL-HIT).
105960     MOVE 0 TO WS-GL-WO-PENALTY (WS-GL-HIT).
105970     MOVE 0 TO WS-GL-RECOVERED (WS-GL-HIT).
105980 4505-EXIT.
108800     EXIT.
108900
109000 4510-MATCH-ONE-GL-ENTRY.
109100     IF WS-GL-BRANCH (WS-GL-IDX) = WS-GL-KEY-BRANCH
109200       AND WS-GL-PRODUCT (WS-GL-IDX) = WS-GL-KEY-PRODUCT
109300         MOVE WS-GL-IDX TO WS-GL-HIT
109400     END-IF.
109500 4510-EXIT.
109600     EXIT.
109601
109602*****************************************************************
109603*  4700-WRITE-SUSPENSE-REPORT                                   *
109604*  AFTER THE POSTING LOOP, WALKS THE SUSPENSE FILE AND PRINTS   *
109605*  THE SUSPENSE AGING REPORT: ONE LINE PER OPEN ITEM, THEN THE  *
109606*  OPEN ITEMS BUCKETED BY WHOLE MONTHS SINCE RECEIPT (THIS      *
109607*  MONTH / 1 / 2 / 3+), THE TOTAL STILL HELD, AND THIS RUN'S    *
109608*  MOVEMENTS - WHICH ARE THE SUS/SUA/SUR AMOUNTS ON THE GL FEED *
109609*  - SO SUSPENSE CASH CAN BE AGREED TO THE BANK.                *
109610*****************************************************************
109611 4700-WRITE-SUSPENSE-REPORT.
109612     MOVE SPACES TO WS-PRINT-LINE.
109613     STRING "RAPORT WIEKOWANIA WPLAT ZAWIESZONYCH - STAN PO "
109614         "KSIEGOWANIU Z " WS-ED-RUN-DATE INTO WS-PRINT-LINE.
109615     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
109616     MOVE SPACES TO WS-PRINT-LINE.
109617     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
109618     PERFORM 4750-CLEAR-ONE-SUSP-BUCKET THRU 4750-EXIT
109619         VARYING WS-SUSP-AGE-IDX FROM 1 BY 1
109620         UNTIL WS-SUSP-AGE-IDX > 4.
109621     MOVE 0 TO WS-SUSP-OPEN-ITEMS.
109622     MOVE 0 TO WS-SUSP-OPEN-TOTAL.
109623     MOVE WS-RUN-PERIOD TO WS-PERIOD-NUM.
109624     MOVE 'N' TO WS-SUSP-EOF-SW.
109625     MOVE 0 TO SU-RECV-DATE.
109626     MOVE 0 TO SU-SEQ-NO.
109627     START SUSPENSE-FILE KEY NOT < SU-ITEM-KEY
109628         INVALID KEY
109629             SET WS-SUSP-EOF TO TRUE
109630     END-START.
109631     PERFORM 4800-AGE-ONE-SUSP-ITEM THRU 4800-EXIT
109632         UNTIL WS-SUSP-EOF.
109633     PERFORM 4850-WRITE-SUSP-SUMMARY THRU 4850-EXIT.
109634 4700-EXIT.
109635     EXIT.
109636
109637 4750-CLEAR-ONE-SUSP-BUCKET.
109638     MOVE 0 TO WS-SAG-ITEMS (WS-SUSP-AGE-IDX).
109639     MOVE 0 TO WS-SAG-AMOUNT (WS-SUSP-AGE-IDX).
109640 4750-EXIT.
109641     EXIT.
109642
109643*****************************************************************
109644*  4800-AGE-ONE-SUSP-ITEM                                       *
109645*  AGE IS WHOLE CALENDAR MONTHS FROM THE RECEIPT DATE TO THE    *
109646*  RUN PERIOD (HELD IN WS-PERIOD-AREA BY 4700).  CLEARED ITEMS  *
109647*  ARE SKIPPED.                                                 *
109648*****************************************************************
109649 4800-AGE-ONE-SUSP-ITEM.
109650     READ SUSPENSE-FILE NEXT RECORD
109651         AT END
109652             SET WS-SUSP-EOF TO TRUE
109653             GO TO 4800-EXIT
109654     END-READ.
109655     IF NOT SU-STATUS-OPEN
109656         GO TO 4800-EXIT
109657     END-IF.
109658     MOVE SU-RECV-DATE TO WS-SUSP-DATE-NUM.
109659     COMPUTE WS-SUSP-AGE = (WS-PER-YYYY - WS-SD-YYYY) * 12
109660         + WS-PER-MM - WS-SD-MM.
109661     IF WS-SUSP-AGE < 0
109662         MOVE 0 TO WS-SUSP-AGE
109663     END-IF.
109664     IF WS-SUSP-AGE >= 3
109665         MOVE 4 TO WS-SUSP-AGE-IDX
109666     ELSE
109667         COMPUTE WS-SUSP-AGE-IDX = WS-SUSP-AGE + 1
109668     END-IF.
109669     ADD 1 TO WS-SAG-ITEMS (WS-SUSP-AGE-IDX).
109670     ADD SU-AMOUNT TO WS-SAG-AMOUNT (WS-SUSP-AGE-IDX).
109671     ADD 1 TO WS-SUSP-OPEN-ITEMS.
109672     ADD SU-AMOUNT TO WS-SUSP-OPEN-TOTAL.
109673     MOVE SU-AMOUNT TO WS-ED-SURPLUS.
109674     MOVE WS-SUSP-AGE TO WS-ED-SUSP-AGE.
109675     MOVE SPACES TO WS-PRINT-LINE.
109676     STRING "POZYCJA " SU-RECV-DATE "-" SU-SEQ-NO
109677         "  KREDYT: " SU-LOAN-ID
109678         "  OKRES: " SU-PERIOD
109679         "  TYP: " SU-TXN-TYPE
109680         "  POWOD: " SU-REASON
109681         "  KWOTA: " WS-ED-SURPLUS
109682         "  MIES.: " WS-ED-SUSP-AGE
109683         INTO WS-PRINT-LINE.
109684     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
109685 4800-EXIT.
109686     EXIT.
109700
109701*****************************************************************
109702*  4850-WRITE-SUSP-SUMMARY                                      *
109703*****************************************************************
109704 4850-WRITE-SUSP-SUMMARY.
109705     MOVE SPACES TO WS-PRINT-LINE.
109706     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
109707     PERFORM 4860-WRITE-ONE-SUSP-BUCKET THRU 4860-EXIT
109708         VARYING WS-SUSP-AGE-IDX FROM 1 BY 1
109709         UNTIL WS-SUSP-AGE-IDX > 4.
109710     MOVE WS-SUSP-OPEN-ITEMS TO WS-ED-COUNT.
109711     MOVE WS-SUSP-OPEN-TOTAL TO WS-ED-SUSP-TOTAL.
109712     MOVE SPACES TO WS-PRINT-LINE.
109713     STRING "RAZEM OTWARTE:         " WS-ED-COUNT
109714         "  KWOTA: " WS-ED-SUSP-TOTAL
109715         INTO WS-PRINT-LINE.
109716     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
109717     MOVE WS-CNT-SUSPENDED TO WS-ED-COUNT.
109718     MOVE WS-TOT-SUSPENDED TO WS-ED-SUSP-TOTAL.
109719     MOVE SPACES TO WS-PRINT-LINE.
109720     STRING "PRZYJETE W PRZEBIEGU:  " WS-ED-COUNT
109721         "  KWOTA: " WS-ED-SUSP-TOTAL
109722         INTO WS-PRINT-LINE.
109723     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
109724     MOVE WS-CNT-SUSP-APPLIED TO WS-ED-COUNT.
109725     MOVE WS-TOT-SUSP-APPLIED TO WS-ED-SUSP-TOTAL.
109726     MOVE SPACES TO WS-PRINT-LINE.
109727     STRING "ZASTOSOWANE:           " WS-ED-COUNT
109728         "  KWOTA: " WS-ED-SUSP-TOTAL
109729         INTO WS-PRINT-LINE.
109730     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
109731     MOVE WS-CNT-SUSP-REFUNDED TO WS-ED-COUNT.
109732     MOVE WS-TOT-SUSP-REFUNDED TO WS-ED-SUSP-TOTAL.
109733     MOVE SPACES TO WS-PRINT-LINE.
109734     STRING "ZWROCONE:              " WS-ED-COUNT
109735         "  KWOTA: " WS-ED-SUSP-TOTAL
109736         INTO WS-PRINT-LINE.
109737     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
109738 4850-EXIT.
109739     EXIT.
109740
109741 4860-WRITE-ONE-SUSP-BUCKET.
109742     MOVE WS-SAG-ITEMS (WS-SUSP-AGE-IDX) TO WS-ED-COUNT.
109743     MOVE WS-SAG-AMOUNT (WS-SUSP-AGE-IDX) TO WS-ED-SUSP-TOTAL.
109744     MOVE SPACES TO WS-PRINT-LINE.
109745     EVALUATE WS-SUSP-AGE-IDX
109746         WHEN 1
109747             STRING "BIEZACY MIESIAC:       " WS-ED-COUNT
109748                 "  KWOTA: " WS-ED-SUSP-TOTAL
109749                 INTO WS-PRINT-LINE
109750         WHEN 2
109751             STRING "1 MIESIAC:             " WS-ED-COUNT
109752                 "  KWOTA: " WS-ED-SUSP-TOTAL
109753                 INTO WS-PRINT-LINE
109754         WHEN 3
109755             STRING "2 MIESIACE:            " WS-ED-COUNT
109756                 "  KWOTA: " WS-ED-SUSP-TOTAL
109757                 INTO WS-PRINT-LINE
109758         WHEN 4
109759             STRING "3+ MIESIECY:           " WS-ED-COUNT
109760                 "  KWOTA: " WS-ED-SUSP-TOTAL
109761                 INTO WS-PRINT-LINE
109762     END-EVALUATE.
109763     WRITE SUS-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
109764 4860-EXIT.
109765     EXIT.
109766
109767*****************************************************************
109768*  4900-WRITE-RECOVERY-TOTALS                                   *
109769*  CLOSES THE RECOVERIES REPORT WITH THIS RUN'S CHARGE-OFFS AND *
109770*  RECOVERIES - THE WOF/WOI/WOP AND REC AMOUNTS ON THE GL FEED. *
109771*****************************************************************
109772 4900-WRITE-RECOVERY-TOTALS.
109773     MOVE WS-CNT-CHARGED-OFF TO WS-ED-COUNT.
109774     MOVE WS-TOT-CHARGED-OFF TO WS-ED-SUSP-TOTAL.
109775     MOVE SPACES TO WS-PRINT-LINE.
109776     STRING "KREDYTY SPISANE:       " WS-ED-COUNT
109777         "  KWOTA: " WS-ED-SUSP-TOTAL
109778         INTO WS-PRINT-LINE.
109779     WRITE RCV-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
109780     MOVE WS-CNT-RECOVERED TO WS-ED-COUNT.
109781     MOVE WS-TOT-RECOVERED TO WS-ED-SUSP-TOTAL.
109782     MOVE SPACES TO WS-PRINT-LINE.
109783     STRING "ODZYSKI PO SPISANIU:   " WS-ED-COUNT
109784         "  KWOTA: " WS-ED-SUSP-TOTAL
109785         INTO WS-PRINT-LINE.
109786     WRITE RCV-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
109787 4900-EXIT.
109788     EXIT.
109800*****************************************************************
109900*  7000-WRITE-GL-FEED                                           *
110000*  TURNS THE GL TABLE INTO THE MACHINE-READABLE FEED: ONE       *
110100*  BALANCED DEBIT/CREDIT RECORD PER NONZERO BUCKET (PRN         *
110200*  PRINCIPAL COLLECTED, INT INTEREST ACCRUED, OVP OVERPAYMENTS, *
110210*  NEW LOANS BOOKED, OFF PRINCIPAL EXTINGUISHED AT PAYOFF, STL  *
110220*  SETTLEMENT INTEREST, IOD/ICR OVERDUE/CURRENT INTEREST        *
110230*  COLLECTED, PEN PENALTY ACCRUED, PCL PENALTY COLLECTED, SUS   *
110240*  CASH INTO SUSPENSE, SUA SUSPENSE APPLIED TO A LOAN, SUR      *
110250*  SUSPENSE REFUNDED, WOF/WOI/WOP PRINCIPAL, INTEREST AND       *
110260*  PENALTY CHARGED OFF, REC RECOVERIES ON CHARGED-OFF LOANS),   *
110400*  THEN THE TRAILER CONTROL RECORD.                             *
110500*****************************************************************
110600 7000-WRITE-GL-FEED.
114800     MOVE WS-ACCT-INT-INCOME TO WS-GL-CR-ACCT.
114900     MOVE WS-GL-SETTLE-INT (WS-GL-IDX) TO WS-GL-AMOUNT.
115000     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115002     MOVE "IOD" TO WS-GL-ENTRY-CODE.
115004     MOVE WS-ACCT-CASH TO WS-GL-DR-ACCT.
115006     MOVE WS-ACCT-INT-RECV TO WS-GL-CR-ACCT.
115008     MOVE WS-GL-INT-OVERDUE (WS-GL-IDX) TO WS-GL-AMOUNT.
115010     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115012     MOVE "ICR" TO WS-GL-ENTRY-CODE.
115014     MOVE WS-ACCT-CASH TO WS-GL-DR-ACCT.
115016     MOVE WS-ACCT-INT-RECV TO WS-GL-CR-ACCT.
115018     MOVE WS-GL-INT-CURRENT (WS-GL-IDX) TO WS-GL-AMOUNT.
115020     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115022     MOVE "PEN" TO WS-GL-ENTRY-CODE.
115024     MOVE WS-ACCT-PEN-RECV TO WS-GL-DR-ACCT.
115026     MOVE WS-ACCT-PEN-INCOME TO WS-GL-CR-ACCT.
115028     MOVE WS-GL-PEN-ACCRUED (WS-GL-IDX) TO WS-GL-AMOUNT.
115030     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115032     MOVE "PCL" TO WS-GL-ENTRY-CODE.
115034     MOVE WS-ACCT-CASH TO WS-GL-DR-ACCT.
115036     MOVE WS-ACCT-PEN-RECV TO WS-GL-CR-ACCT.
115038     MOVE WS-GL-PEN-PAID (WS-GL-IDX) TO WS-GL-AMOUNT.
115040     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115042     MOVE "SUS" TO WS-GL-ENTRY-CODE.
115044     MOVE WS-ACCT-CASH TO WS-GL-DR-ACCT.
115046     MOVE WS-ACCT-SUSPENSE TO WS-GL-CR-ACCT.
115048     MOVE WS-GL-SUSP-IN (WS-GL-IDX) TO WS-GL-AMOUNT.
115050     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115052     MOVE "SUA" TO WS-GL-ENTRY-CODE.
115054     MOVE WS-ACCT-SUSPENSE TO WS-GL-DR-ACCT.
115056     MOVE WS-ACCT-CASH TO WS-GL-CR-ACCT.
115058     MOVE WS-GL-SUSP-APPLIED (WS-GL-IDX) TO WS-GL-AMOUNT.
115060     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115062     MOVE "SUR" TO WS-GL-ENTRY-CODE.
115064     MOVE WS-ACCT-SUSPENSE TO WS-GL-DR-ACCT.
115066     MOVE WS-ACCT-CASH TO WS-GL-CR-ACCT.
115068     MOVE WS-GL-SUSP-REFUND (WS-GL-IDX) TO WS-GL-AMOUNT.
115070     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115071     MOVE "WOF" TO WS-GL-ENTRY-CODE.
115072     MOVE WS-ACCT-LOAN-LOSS TO WS-GL-DR-ACCT.
115073     MOVE WS-ACCT-LOANS TO WS-GL-CR-ACCT.
115074     MOVE WS-GL-WO-PRINCIPAL (WS-GL-IDX) TO WS-GL-AMOUNT.
115075     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115076     MOVE "WOI" TO WS-GL-ENTRY-CODE.
115077     MOVE WS-ACCT-LOAN-LOSS TO WS-GL-DR-ACCT.
115078     MOVE WS-ACCT-INT-RECV TO WS-GL-CR-ACCT.
115079     MOVE WS-GL-WO-INTEREST (WS-GL-IDX) TO WS-GL-AMOUNT.
115080     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115081     MOVE "WOP" TO WS-GL-ENTRY-CODE.
115082     MOVE WS-ACCT-LOAN-LOSS TO WS-GL-DR-ACCT.
115083     MOVE WS-ACCT-PEN-RECV TO WS-GL-CR-ACCT.
115084     MOVE WS-GL-WO-PENALTY (WS-GL-IDX) TO WS-GL-AMOUNT.
115085     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115086     MOVE "REC" TO WS-GL-ENTRY-CODE.
115087     MOVE WS-ACCT-CASH TO WS-GL-DR-ACCT.
115088     MOVE WS-ACCT-RECOVERY TO WS-GL-CR-ACCT.
115089     MOVE WS-GL-RECOVERED (WS-GL-IDX) TO WS-GL-AMOUNT.
115090     PERFORM 7200-WRITE-ONE-GL-RECORD THRU 7200-EXIT.
115100 7100-EXIT.
115200     EXIT.
115300
120000     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
120100     MOVE SPACES TO WS-PRINT-LINE.
120200     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
120210     MOVE SPACES TO WS-PRINT-LINE.
120220     STRING "RAPORT SPISAN I ODZYSKOW PO SPISANIU - "
120225         "KSIEGOWANIE Z "
120230         WS-ED-RUN-DATE INTO WS-PRINT-LINE.
120240     WRITE RCV-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
120250     MOVE SPACES TO WS-PRINT-LINE.
120260     WRITE RCV-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
120300 5000-EXIT.
120400     EXIT.
120500
122400     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
122500 6000-EXIT.
122600     EXIT.
122602
122604*****************************************************************
122606*  6050-WRITE-SPLIT-LINE                                        *
122608*  SECOND LINE UNDER A POSTING, REVERSAL OR SETTLEMENT: HOW THE *
122610*  CASH WAS ALLOCATED - PENALTY, OVERDUE AND CURRENT INTEREST,  *
122612*  PAST-DUE PRINCIPAL AND THE CURRENT INSTALLMENT.              *
122614*****************************************************************
122616 6050-WRITE-SPLIT-LINE.
122618     MOVE WS-ALLOC-PENALTY TO WS-ED-PEN-PAID.
122620     MOVE WS-ALLOC-INT-OVERDUE TO WS-ED-INT-OVERDUE.
122622     MOVE WS-ALLOC-INT-CURRENT TO WS-ED-INT-CURRENT.
122624     MOVE WS-ALLOC-PAST-DUE TO WS-ED-PAST-DUE.
122626     MOVE WS-ALLOC-INSTALLMENT TO WS-ED-INSTALLMENT.
122628     MOVE SPACES TO WS-PRINT-LINE.
122630     STRING "        KARNE: " WS-ED-PEN-PAID
122632         "  ODS.ZALEGLE: " WS-ED-INT-OVERDUE
122634         "  ODS.BIEZACE: " WS-ED-INT-CURRENT
122636         "  KAP.ZALEGLY: " WS-ED-PAST-DUE
122638         "  RATA: " WS-ED-INSTALLMENT
122640         INTO WS-PRINT-LINE.
122642     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
122644     IF TR-TYPE-REVERSAL
122646         SUBTRACT WS-ALLOC-INT-OVERDUE FROM WS-TOT-INT-PAID
122648         SUBTRACT WS-ALLOC-INT-CURRENT FROM WS-TOT-INT-PAID
122650         SUBTRACT WS-ALLOC-PENALTY FROM WS-TOT-PEN-PAID
122652     ELSE
122654         ADD WS-ALLOC-INT-OVERDUE TO WS-TOT-INT-PAID
122656         ADD WS-ALLOC-INT-CURRENT TO WS-TOT-INT-PAID
122658         ADD WS-ALLOC-PENALTY TO WS-TOT-PEN-PAID
122660     END-IF.
122662 6050-EXIT.
122664     EXIT.
122700
122800*****************************************************************
122900*  6100-WRITE-REVERSAL-LINE                                     *
124700 6100-EXIT.
124800     EXIT.
124900
124902*****************************************************************
124904*  6120-WRITE-CHARGE-OFF-LINE                                   *
124906*  ONE LINE ON POSTRPT AND ON THE RECOVERIES REPORT FOR A LOAN  *
124908*  CHARGED OFF IN THIS RUN.                                     *
124910*****************************************************************
124912 6120-WRITE-CHARGE-OFF-LINE.
124914     MOVE WS-BAL-BEFORE TO WS-ED-BALANCE.
124916     MOVE WS-WO-INTEREST TO WS-ED-INTEREST.
124918     MOVE WS-WO-PENALTY TO WS-ED-PENALTY.
124920     MOVE MS-MONTHS-ARREARS TO WS-ED-ARREARS.
124922     MOVE SPACES TO WS-PRINT-LINE.
124924     STRING "SPISANIE " MS-LOAN-ID
124926         "  KAPITAL: " WS-ED-BALANCE
124928         "  ODSETKI: " WS-ED-INTEREST
124930         "  KARNE: " WS-ED-PENALTY
124932         "  RAT ZALEGLYCH: " WS-ED-ARREARS
124934         "  STAN: " MS-STATUS-FLAG
124936         INTO WS-PRINT-LINE.
124938     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
124940     WRITE RCV-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
124942 6120-EXIT.
124944     EXIT.
125000*****************************************************************
125100*  6150-WRITE-SETTLEMENT-LINE                                   *
125200*****************************************************************
127000*****************************************************************
127100*  6160-WRITE-SURPLUS-LINE                                      *
127200*  FLAGS A SETTLEMENT WHOSE CASH EXCEEDS THE MASTER'S ACTUAL    *
127300*  BALANCE PLUS THE QUOTED INTEREST - THE SURPLUS GOES TO THE   *
127400*  SUSPENSE FILE FOR THE CLOSE UNIT TO REFUND TO THE BORROWER.  *
127600*****************************************************************
127700 6160-WRITE-SURPLUS-LINE.
127800     MOVE WS-SETTLE-SURPLUS TO WS-ED-OVERPAY.
127900     MOVE SPACES TO WS-PRINT-LINE.
128000     STRING "UWAGA: NADWYZKA ROZLICZENIA " MS-LOAN-ID
128100         "  KWOTA: " WS-ED-OVERPAY
128200         "  PRZENIESIONA DO ZAWIESZONYCH"
128300         INTO WS-PRINT-LINE.
128400     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
128500 6160-EXIT.
128600     EXIT.
128605
128610*****************************************************************
128615*  6170-WRITE-EXCESS-LINE                                       *
128620*  FLAGS A PAYMENT WHOSE CASH EXCEEDS EVERYTHING THE LOAN OWES  *
128625*  (RECEIVABLES, PAST-DUE, INSTALLMENT AND THE WHOLE BALANCE) - *
128630*  THE EXCESS IS NOT POSTED; IT GOES TO THE SUSPENSE FILE FOR   *
128635*  THE CLOSE UNIT TO RETURN TO THE BORROWER.                    *
128640*****************************************************************
128645 6170-WRITE-EXCESS-LINE.
128650     MOVE WS-ALLOC-SURPLUS TO WS-ED-SURPLUS.
128655     MOVE SPACES TO WS-PRINT-LINE.
128660     STRING "UWAGA: WPLATA PONAD ZADLUZENIE " MS-LOAN-ID
128665         "  NADWYZKA: " WS-ED-SURPLUS
128670         "  PRZENIESIONA DO ZAWIESZONYCH"
128675         INTO WS-PRINT-LINE.
128680     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
128685 6170-EXIT.
128690     EXIT.
128700
128702*****************************************************************
128704*  6180-WRITE-SUSPENSE-LINE                                     *
128706*  ONE LINE FOR A SUSPENSE ITEM FILED, APPLIED OR REFUNDED IN   *
128708*  THIS RUN, WITH ITS KEY SO THE CLOSE UNIT CAN QUOTE IT ON A   *
128710*  LATER 'U' TRANSACTION.                                       *
128712*****************************************************************
128714 6180-WRITE-SUSPENSE-LINE.
128716     MOVE SU-AMOUNT TO WS-ED-SURPLUS.
128718     MOVE SPACES TO WS-PRINT-LINE.
128720     EVALUATE TRUE
128722         WHEN SU-STATUS-APPLIED
128724             STRING "        ZAWIESZONE " SU-RECV-DATE "-"
128726                 SU-SEQ-NO "  ZASTOSOWANE DO KREDYTU "
128727                 SU-APPLIED-LOAN-ID
128728                 "  KWOTA: " WS-ED-SURPLUS
128730                 INTO WS-PRINT-LINE
128732         WHEN SU-STATUS-REFUNDED
128734             STRING "ZWROT   ZAWIESZONE " SU-RECV-DATE "-"
128736                 SU-SEQ-NO "  KREDYT: " SU-LOAN-ID
128738                 "  KWOTA: " WS-ED-SURPLUS
128740                 INTO WS-PRINT-LINE
128742         WHEN OTHER
128744             STRING "        DO ZAWIESZONYCH " SU-RECV-DATE "-"
128746                 SU-SEQ-NO "  POWOD: " SU-REASON
128748                 "  KWOTA: " WS-ED-SURPLUS
128750                 INTO WS-PRINT-LINE
128752     END-EVALUATE.
128754     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
128756 6180-EXIT.
128758     EXIT.
128760
128761*****************************************************************
128762*  6190-WRITE-RECOVERY-LINE                                     *
128763*  ONE LINE ON POSTRPT AND ON THE RECOVERIES REPORT FOR CASH    *
128764*  RECOVERED ON A CHARGED-OFF LOAN, WITH THE LIFETIME AMOUNT    *
128765*  RECOVERED AND WHAT IS STILL WRITTEN OFF.                     *
128766*****************************************************************
128767 6190-WRITE-RECOVERY-LINE.
128768     MOVE WS-RECOVERY-CASH TO WS-ED-RECOVERY.
128769     MOVE MS-TOTAL-RECOVERED TO WS-ED-RECOV-TOTAL.
128770     MOVE WS-RECOVERY-OWED TO WS-ED-WO-OWED.
128771     MOVE SPACES TO WS-PRINT-LINE.
128772     STRING "ODZYSK   " MS-LOAN-ID
128773         "  OKRES: " TR-PERIOD
128774         "  KWOTA: " WS-ED-RECOVERY
128775         "  ODZYSKANO LACZNIE: " WS-ED-RECOV-TOTAL
128776         "  POZOSTALO SPISANE: " WS-ED-WO-OWED
128777         INTO WS-PRINT-LINE.
128778     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
128779     WRITE RCV-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
128780 6190-EXIT.
128781     EXIT.
128800*****************************************************************
128900*  6300-WRITE-TOTALS-LINES                                      *
129000*****************************************************************
132100     STRING "KREDYTY SPLACONE:      " WS-ED-COUNT
132200         INTO WS-PRINT-LINE.
132300     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132305     MOVE WS-TOT-INT-PAID TO WS-ED-TOTAL.
132310     MOVE SPACES TO WS-PRINT-LINE.
132315     STRING "ODSETKI POBRANE:    " WS-ED-TOTAL
132320         INTO WS-PRINT-LINE.
132325     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132330     MOVE WS-TOT-PEN-PAID TO WS-ED-TOTAL.
132335     MOVE SPACES TO WS-PRINT-LINE.
132340     STRING "ODSETKI KARNE POBR.:" WS-ED-TOTAL
132345         INTO WS-PRINT-LINE.
132350     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132352     MOVE WS-CNT-SUSPENDED TO WS-ED-COUNT.
132354     MOVE SPACES TO WS-PRINT-LINE.
132356     STRING "DO ZAWIESZONYCH:       " WS-ED-COUNT
132358         INTO WS-PRINT-LINE.
132360     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132362     MOVE WS-CNT-SUSP-APPLIED TO WS-ED-COUNT.
132364     MOVE SPACES TO WS-PRINT-LINE.
132366     STRING "ZAWIESZONE ZASTOSOW.:  " WS-ED-COUNT
132368         INTO WS-PRINT-LINE.
132370     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132372     MOVE WS-CNT-SUSP-REFUNDED TO WS-ED-COUNT.
132374     MOVE SPACES TO WS-PRINT-LINE.
132376     STRING "ZAWIESZONE ZWROCONE:   " WS-ED-COUNT
132378         INTO WS-PRINT-LINE.
132380     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132381     MOVE WS-CNT-CHARGED-OFF TO WS-ED-COUNT.
132382     MOVE SPACES TO WS-PRINT-LINE.
132383     STRING "KREDYTY SPISANE:       " WS-ED-COUNT
132384         INTO WS-PRINT-LINE.
132385     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132386     MOVE WS-CNT-RECOVERED TO WS-ED-COUNT.
132387     MOVE SPACES TO WS-PRINT-LINE.
132388     STRING "ODZYSKI PO SPISANIU:   " WS-ED-COUNT
132389         INTO WS-PRINT-LINE.
132390     WRITE PST-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
132400     MOVE WS-CNT-ERRORS TO WS-ED-COUNT.
132500     MOVE SPACES TO WS-PRINT-LINE.
132600     STRING "TRANSAKCJE BLEDNE:     " WS-ED-COUNT
133300*  6400-WRITE-ERROR-LINE                                        *
133400*  REPORTS A TRANSACTION THAT COULD NOT BE POSTED: UNKNOWN      *
133500*  TYPE, DUPLICATE NEW LOAN, MISSING MASTER RECORD, OR A        *
133600*  PAYMENT AGAINST AN ALREADY PAID-OFF LOAN.  THE CASH OF A     *
133610*  REJECTED 'P' OR 'S' MAY ALSO HAVE GONE TO SUSPENSE - SEE     *
133620*  THE LINE THAT FOLLOWS.  WHILE A 'U' IS APPLYING ITS ITEM AS  *
133630*  A PAYMENT, THE LINE NAMES THE 'U' THAT WAS SUBMITTED.        *
133700*****************************************************************
133800 6400-WRITE-ERROR-LINE.
133900     ADD 1 TO WS-CNT-ERRORS.
133910     IF WS-APPLYING-SUSPENSE
133920         MOVE WS-SUSP-TXN-TYPE TO TR-TYPE
133930     END-IF.
134000     MOVE SPACES TO WS-PRINT-LINE.
134100     STRING "*** BLAD: TRANSAKCJA ODRZUCONA, TYP: " TR-TYPE
134200         "  KREDYT: " TR-LOAN-ID
135300*  APPENDS ONE ROW TO THE PERMANENT PAYMENT HISTORY FOR THE     *
135400*  TRANSACTION JUST APPLIED TO THE MASTER.  FOR A REVERSAL THE  *
135500*  BALANCE-BEFORE IS THE BALANCE AS THE REVERSAL FOUND IT AND   *
135510*  THE BALANCE-AFTER IS THE RESTORED ONE.  THE ALLOCATION SPLIT *
135520*  AND THE PENALTY ACCRUED (OR, ON A REVERSAL, BACKED OUT) RIDE *
135530*  ALONG FROM THE ALLOCATION WORK AREA.  A CHARGE-OFF CARRIES   *
135540*  THE RECEIVABLES WRITTEN OFF; A 'P' FOR A CHARGED-OFF LOAN IS *
135550*  WRITTEN AS A 'V' RECOVERY ROW WITH THE CASH RECOVERED.       *
135700*****************************************************************
135800 8800-WRITE-HISTORY-RECORD.
135900     MOVE TR-LOAN-ID TO PH-LOAN-ID.
136500     MOVE WS-CUR-INTEREST TO PH-INTEREST.
136600     MOVE WS-BAL-BEFORE TO PH-BALANCE-BEFORE.
136700     MOVE MS-CUR-BALANCE TO PH-BALANCE-AFTER.
136710     MOVE WS-CUR-PENALTY TO PH-PENALTY-CHARGED.
136720     MOVE WS-ALLOC-PENALTY TO PH-PENALTY-PAID.
136730     MOVE WS-ALLOC-INT-OVERDUE TO PH-INT-OVERDUE-PAID.
136740     MOVE WS-ALLOC-INT-CURRENT TO PH-INT-CURRENT-PAID.
136750     MOVE WS-ALLOC-PAST-DUE TO PH-PAST-DUE-PAID.
136752     MOVE 0 TO PH-WO-INTEREST.
136754     MOVE 0 TO PH-WO-PENALTY.
136756     MOVE 0 TO PH-RECOVERED.
136758     EVALUATE TRUE
136760         WHEN TR-TYPE-WRITE-OFF
136762             MOVE WS-WO-INTEREST TO PH-WO-INTEREST
136764             MOVE WS-WO-PENALTY TO PH-WO-PENALTY
136766         WHEN TR-TYPE-PAYMENT AND MS-STATUS-CHARGED-OFF
136768             SET PH-TYPE-RECOVERY TO TRUE
136770             MOVE WS-RECOVERY-CASH TO PH-RECOVERED
136772     END-EVALUATE.
136800     WRITE HISTORY-RECORD.
136900 8800-EXIT.
137000     EXIT.
137900     CLOSE AGING-REPORT-FILE.
138000     CLOSE GL-FEED-FILE.
138100     CLOSE HISTORY-FILE.
138110     CLOSE SUSPENSE-FILE.
138120     CLOSE SUSPENSE-REPORT-FILE.
138130     CLOSE RECOVERY-REPORT-FILE.
138200 9000-EXIT.
138300     EXIT.
