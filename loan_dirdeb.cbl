001600*                   WITH THE BANK'S HEADER/TRAILER CONTROL       *
001700*                   RECORDS, REPLACING THE CLERK'S HAND-KEYING   *
001800*                   INTO THE COLLECTION PORTAL.                  *
001805*  2026-10-15 DL    THE INTEREST SIDE OF THE PULL NOW ALSO       *
001810*                   BILLS THE INTEREST AND PENALTY RECEIVABLES   *
001815*                   LEFT UNCOLLECTED ON THE MASTER, AND A LOAN   *
001820*                   WHOSE PRINCIPAL IS CLEARED BUT STILL OWES    *
001825*                   RECEIVABLES IS NO LONGER SKIPPED.            *
001830*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
001835*                   (CHARGE-OFF FIELDS APPENDED). A CHARGED-OFF  *
001840*                   LOAN IS NEVER ORDERED.                       *
001845*  2026-10-15 DL    MASTER RECORD LENGTH FOLLOWS LOANMST.CPY     *
001850*                   (VARIABLE-RATE TERMS APPENDED).              *
001855*  2026-10-15 DL    ONLY LOANS WITH AN ACTIVE DIRECT-DEBIT       *
001860*                   MANDATE ON THE MANDATE FILE ARE ORDERED; A   *
001865*                   LOAN WITH NO MANDATE OR A SUSPENDED OR       *
001870*                   CANCELLED ONE IS SKIPPED AND COUNTED. THE    *
001875*                   DET RECORD NOW CARRIES THE IBAN TO DEBIT AND *
001880*                   THE MANDATE REFERENCE (RECORD NOW 129        *
001885*                   BYTES).                                      *
001890*  2026-10-15 DL    BORROWER RECORD LENGTH FOLLOWS BORRREC.CPY   *
001895*                   (PESEL APPENDED).                            *
001900*  2026-10-15 DL    A LOAN SKIPPED FOR AN INACTIVE MANDATE IS    *
001905*                   NAMED ON THE CONSOLE WITH THE MANDATE        *
001910*                   STATUS. A LOAN WHOSE INTEREST SIDE (MONTH'S  *
001915*                   INTEREST PLUS RECEIVABLES) OVERFLOWS THE DET *
001920*                   FIELD GETS NO ORDER, IS COUNTED AND NAMED,   *
001925*                   AND SETS RC 4.                               *
001930*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. LINUX-BATCH.
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS BA-LOAN-ID
003500         FILE STATUS IS WS-BORROWER-FILE-STATUS.
003510     SELECT MANDATE-FILE ASSIGN TO "MANDATE"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS RANDOM
003540         RECORD KEY IS MD-LOAN-ID
003550         FILE STATUS IS WS-MANDATE-FILE-STATUS.
003600     SELECT DEBIT-ORDER-FILE ASSIGN TO "DDORDER"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-DDORDER-FILE-STATUS.
004100 FILE SECTION.
004200 FD  LOAN-MASTER-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 240 CHARACTERS.
004500 COPY LOANMST.
004600
004700 FD  BORROWER-FILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 137 CHARACTERS.
005000 COPY BORRREC.
005010
005020 FD  MANDATE-FILE
005030     LABEL RECORDS ARE STANDARD
005040     RECORD CONTAINS 113 CHARACTERS.
005050 COPY MANDREC.
005100
005200*****************************************************************
005300*  DIRECT-DEBIT ORDER FILE - "HDR" (FILE DATE, ORIGIN), ONE     *
005500*  AMOUNT TOTAL THE BANK REQUIRES - THE SAME CONTROL-RECORD     *
005600*  CONVENTION AS THE LOANIN PORTFOLIO FILE.  THE DETAIL         *
005610*  CARRIES THE PRINCIPAL/INTEREST SPLIT BESIDE THE TOTAL SO     *
005620*  THE RETURN PROCESSOR CAN HAND BOTH SIDES TO LOAN-POSTING,    *
005630*  WHICH APPLIES THEM THROUGH ITS PAYMENT WATERFALL, AND THE    *
005640*  IBAN AND MANDATE REFERENCE THE BANK DEBITS UNDER.            *
005700*****************************************************************
005800 FD  DEBIT-ORDER-FILE
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 129 CHARACTERS.
006100 01  DEBIT-ORDER-RECORD         PIC X(129).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-DD-HEADER-REC.
006500     05  DDH-REC-TYPE            PIC X(03).
006600     05  DDH-FILE-DATE           PIC 9(08).
006700     05  DDH-SOURCE-ID           PIC X(08).
006800     05  FILLER                  PIC X(110).
006900 01  WS-DD-DETAIL-REC.
007000     05  DDD-REC-TYPE            PIC X(03).
007100     05  DDD-LOAN-ID             PIC X(10).
007400     05  DDD-DUE-DATE            PIC 9(08).
007410     05  DDD-PRINCIPAL-DUE       PIC 9(8)V99.
007420     05  DDD-INTEREST-DUE        PIC 9(7)V99.
007430     05  DDD-IBAN                PIC X(28).
007440     05  DDD-MANDATE-REF         PIC X(20).
007500 01  WS-DD-TRAILER-REC.
007600     05  DDT-REC-TYPE            PIC X(03).
007700     05  DDT-RECORD-COUNT        PIC 9(09).
007800     05  DDT-AMOUNT-TOTAL        PIC 9(13)V99.
007900     05  FILLER                  PIC X(102).
008000
008100 77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
008200     88  WS-MASTER-EOF               VALUE 'Y'.
008300 77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE "00".
008400 77  WS-BORROWER-FILE-STATUS     PIC X(02) VALUE "00".
008410 77  WS-MANDATE-FILE-STATUS      PIC X(02) VALUE "00".
008500 77  WS-DDORDER-FILE-STATUS      PIC X(02) VALUE "00".
008600
008700*****************************************************************
008800*  COLLECTION AMOUNT WORK AREA - WHAT THE BANK PULLS IS THE     *
008900*  CONTRACTUAL INSTALLMENT (CAPPED AT THE BALANCE), THE         *
009000*  MONTH'S INTEREST BILLED ON TOP, ANY PAST-DUE AMOUNT CARRIED  *
009100*  ON THE MASTER FROM THE ARREARS PROCESS, AND THE INTEREST     *
009110*  AND PENALTY RECEIVABLES STILL UNCOLLECTED.                   *
009200*****************************************************************
009300 77  WS-CUR-INSTALLMENT          PIC 9(7)V99 VALUE 0.
009400 77  WS-CUR-INTEREST             PIC 9(7)V99 VALUE 0.
011300 77  WS-CNT-ORDERS               PIC 9(7) COMP VALUE 0.
011400 77  WS-CNT-SKIPPED              PIC 9(7) COMP VALUE 0.
011500 77  WS-CNT-NO-NAME              PIC 9(7) COMP VALUE 0.
011510 77  WS-CNT-NO-MANDATE           PIC 9(7) COMP VALUE 0.
011520 77  WS-CNT-MANDATE-INACTIVE     PIC 9(7) COMP VALUE 0.
011530 77  WS-CNT-TOO-LARGE            PIC 9(7) COMP VALUE 0.
011600 77  WS-AMOUNT-TOTAL             PIC 9(13)V99 VALUE 0.
011700 77  WS-ED-COUNT                 PIC Z(6)9.
011800
013100     PERFORM 5500-WRITE-ORDER-TRAILER THRU 5500-EXIT.
013200     PERFORM 6300-WRITE-TOTALS-LINES THRU 6300-EXIT.
013300     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
013400     IF WS-CNT-NO-NAME > 0 OR WS-CNT-TOO-LARGE > 0
013500         MOVE 04 TO RETURN-CODE
013600     END-IF.
013700 0000-STOP.
015600         MOVE 12 TO RETURN-CODE
015700         STOP RUN
015800     END-IF.
015810     OPEN INPUT MANDATE-FILE.
015820     IF WS-MANDATE-FILE-STATUS NOT = "00"
015830         DISPLAY "NIE MOZNA OTWORZYC MANDATE-FILE, STATUS: "
015840             WS-MANDATE-FILE-STATUS
015850         CLOSE BORROWER-FILE
015860         CLOSE LOAN-MASTER-FILE
015870         MOVE 12 TO RETURN-CODE
015880         STOP RUN
015890     END-IF.
015900     OPEN OUTPUT DEBIT-ORDER-FILE.
016000     IF WS-DDORDER-FILE-STATUS NOT = "00"
016100         DISPLAY "NIE MOZNA OTWORZYC DEBIT-ORDER-FILE, "
016200             "STATUS: " WS-DDORDER-FILE-STATUS
016210         CLOSE MANDATE-FILE
016300         CLOSE BORROWER-FILE
016400         CLOSE LOAN-MASTER-FILE
016500         MOVE 12 TO RETURN-CODE
018000
018100*****************************************************************
018200*  3000-ORDER-ONE-LOAN                                          *
018300*  ONE COLLECTION ORDER PER ACTIVE LOAN WITH A BALANCE OR AN    *
018310*  INTEREST/PENALTY RECEIVABLE STILL OWING.  A LOAN WITH NO     *
018400*  ADDRESS RECORD GOES OUT WITH A BLANK NAME AND IS COUNTED    *
018500*  FOR THE CLOSE UNIT TO CHASE.  A LOAN IS ORDERED ONLY UNDER   *
018510*  AN ACTIVE MANDATE - WITHOUT ONE THE BANK HAS NO AUTHORITY    *
018520*  AND NO ACCOUNT TO DEBIT, SO IT IS SKIPPED, COUNTED AND       *
018530*  NAMED ON THE CONSOLE (WITH THE MANDATE STATUS WHEN ONE       *
018540*  EXISTS).  A LOAN WHOSE INTEREST SIDE OVERFLOWS THE DET FIELD *
018550*  IS LEFT OUT THE SAME WAY AND SETS RC 4.                      *
018600*****************************************************************
018700 3000-ORDER-ONE-LOAN.
018800     IF MS-STATUS-PAID-OFF OR MS-STATUS-CHARGED-OFF
018810       OR (MS-CUR-BALANCE = 0 AND MS-INT-RECEIVABLE = 0
018820           AND MS-PEN-RECEIVABLE = 0)
018900         ADD 1 TO WS-CNT-SKIPPED
019000         GO TO 3000-NEXT
019100     END-IF.
019105     MOVE MS-LOAN-ID TO MD-LOAN-ID.
019110     READ MANDATE-FILE
019115         INVALID KEY
019120             ADD 1 TO WS-CNT-NO-MANDATE
019125             DISPLAY "BRAK MANDATU DLA KREDYTU: " MS-LOAN-ID
019130             GO TO 3000-NEXT
019135     END-READ.
019140     IF NOT MD-STATUS-ACTIVE
019145         ADD 1 TO WS-CNT-MANDATE-INACTIVE
019146         DISPLAY "MANDAT NIEAKTYWNY DLA KREDYTU: " MS-LOAN-ID
019147             "  STATUS: " MD-STATUS
019150         GO TO 3000-NEXT
019155     END-IF.
019200     MOVE MS-MONTHLY-PAYMENT TO WS-CUR-INSTALLMENT.
019300     IF WS-CUR-INSTALLMENT > MS-CUR-BALANCE
019400         MOVE MS-CUR-BALANCE TO WS-CUR-INSTALLMENT
019600     COMPUTE WS-CUR-INTEREST ROUNDED =
019700         MS-CUR-BALANCE * MS-CUR-RATE / 100.
019710*    THE PRINCIPAL SIDE OF THE PULL IS THE INSTALLMENT PLUS
019720*    THE PAST-DUE CARRIED; THE INTEREST SIDE IS THE MONTH'S
019730*    INTEREST PLUS THE INTEREST AND PENALTY RECEIVABLES.
019740*    AN INTEREST SIDE TOO LARGE FOR THE DET FIELD IS NOT CUT
019745*    DOWN - THE LOAN GETS NO ORDER AND IS COUNTED AND NAMED.
019750     ADD MS-INT-RECEIVABLE MS-PEN-RECEIVABLE TO WS-CUR-INTEREST
019755         ON SIZE ERROR
019760             ADD 1 TO WS-CNT-TOO-LARGE
019765             DISPLAY "ODSETKI PONAD LIMIT ZLECENIA DLA KREDYTU: "
019770                 MS-LOAN-ID
019775             GO TO 3000-NEXT
019780     END-ADD.
019800     COMPUTE WS-CUR-PRINCIPAL-DUE = WS-CUR-INSTALLMENT
019810         + MS-PAST-DUE-AMOUNT.
019900     COMPUTE WS-CUR-AMOUNT = WS-CUR-PRINCIPAL-DUE
020600     MOVE WS-DUE-DATE TO DDD-DUE-DATE.
020610     MOVE WS-CUR-PRINCIPAL-DUE TO DDD-PRINCIPAL-DUE.
020620     MOVE WS-CUR-INTEREST TO DDD-INTEREST-DUE.
020630     MOVE MD-IBAN TO DDD-IBAN.
020640     MOVE MD-MANDATE-REF TO DDD-MANDATE-REF.
020700     WRITE DEBIT-ORDER-RECORD FROM WS-DD-DETAIL-REC.
020800     ADD 1 TO WS-CNT-ORDERS.
020900     ADD WS-CUR-AMOUNT TO WS-AMOUNT-TOTAL.
030800     DISPLAY "POMINIETE (SPLACONE):  " WS-ED-COUNT.
030900     MOVE WS-CNT-NO-NAME TO WS-ED-COUNT.
031000     DISPLAY "BRAKUJACE NAZWISKA:    " WS-ED-COUNT.
031010     MOVE WS-CNT-NO-MANDATE TO WS-ED-COUNT.
031020     DISPLAY "BEZ MANDATU:           " WS-ED-COUNT.
031030     MOVE WS-CNT-MANDATE-INACTIVE TO WS-ED-COUNT.
031040     DISPLAY "MANDAT NIEAKTYWNY:     " WS-ED-COUNT.
031050     MOVE WS-CNT-TOO-LARGE TO WS-ED-COUNT.
031060     DISPLAY "ODSETKI PONAD LIMIT:   " WS-ED-COUNT.
031100 6300-EXIT.
031200     EXIT.
031300
031700 9000-CLOSE-FILES.
031800     CLOSE LOAN-MASTER-FILE.
031900     CLOSE BORROWER-FILE.
031910     CLOSE MANDATE-FILE.
032000     CLOSE DEBIT-ORDER-FILE.
032100 9000-EXIT.
032200     EXIT.
