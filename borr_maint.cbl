001600*                   PRINTS AN AUDIT REPORT WITH BEFORE AND       *
001700*                   AFTER IMAGES, AND WRITES REJECTS OUT FOR     *
001800*                   CORRECTION AND RESUBMISSION.                 *
001810*  2026-10-15 DL    BORROWER RECORD LENGTH FOLLOWS BORRREC.CPY   *
001820*                   (NATIONAL ID APPENDED). THE TRANSACTION      *
001830*                   CARRIES THE PESEL AFTER THE CITY (RECORD NOW *
001840*                   138 BYTES, REJECTS 202); A SUPPLIED PESEL    *
001850*                   MUST BE ELEVEN DIGITS WITH A VALID CHECK     *
001860*                   DIGIT, AND IT IS SHOWN ON THE BEFORE AND     *
001870*                   AFTER IMAGES.                                *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004200 FILE SECTION.
004300 FD  BORROWER-FILE
004400     LABEL RECORDS ARE STANDARD
004500     RECORD CONTAINS 137 CHARACTERS.
004600 COPY BORRREC.
004700
004800 FD  MAINT-INPUT-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 138 CHARACTERS.
005100 01  MAINT-RECORD               PIC X(138).
005200
005300 FD  MAINT-REPORT-FILE
005400     LABEL RECORDS ARE STANDARD
006300*****************************************************************
006400 FD  MAINT-REJECT-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 202 CHARACTERS.
006700 01  MAINT-REJECT-RECORD.
006800     05  MRJ-TXN-DATA            PIC X(138).
006900     05  MRJ-REASON-CODE         PIC X(04).
007000     05  MRJ-REASON-TEXT         PIC X(60).
007100
008700     05  BT-ADDR-LINE-2          PIC X(30).
008800     05  BT-POSTAL-CODE          PIC X(6).
008900     05  BT-CITY                 PIC X(20).
008910     05  BT-PESEL                PIC X(11).
009000
009100*****************************************************************
009200*  POSTAL-CODE VALIDATION OVERLAY - A PLAUSIBLE CODE IS THE     *
010000     05  WS-PC-D4                PIC X(01).
010100     05  WS-PC-D5                PIC X(01).
010200
010205*****************************************************************
010210*  PESEL VALIDATION OVERLAY - ELEVEN DIGITS, THE LAST A CHECK   *
010215*  DIGIT: THE FIRST TEN TIMES THE WEIGHTS 1-3-7-9-1-3-7-9-1-3,  *
010220*  SUMMED; THE CHECK DIGIT IS TEN MINUS THE LAST DIGIT OF THE   *
010225*  SUM (ZERO WHEN THE SUM ENDS IN ZERO).                        *
010230*****************************************************************
010235 01  WS-PESEL-AREA                PIC X(11).
010240 01  WS-PESEL-DIGITS REDEFINES WS-PESEL-AREA.
010245     05  WS-PESEL-DIGIT          PIC 9(01) OCCURS 11 TIMES.
010250 01  WS-PESEL-WEIGHT-DATA.
010255     05  FILLER                  PIC X(10) VALUE "1379137913".
010260 01  WS-PESEL-WEIGHTS REDEFINES WS-PESEL-WEIGHT-DATA.
010265     05  WS-PESEL-WEIGHT         PIC 9(01) OCCURS 10 TIMES.
010270 77  WS-PESEL-IDX                PIC 9(2) COMP VALUE 0.
010275 77  WS-PESEL-SUM                PIC 9(3) VALUE 0.
010280 77  WS-PESEL-QUOT               PIC 9(3) VALUE 0.
010285 77  WS-PESEL-REM                PIC 9(1) VALUE 0.
010290 77  WS-PESEL-CHECK              PIC 9(1) VALUE 0.
010300 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010400     88  WS-EOF                      VALUE 'Y'.
010500 77  WS-BORROWER-FILE-STATUS     PIC X(02) VALUE "00".
012100     05  WS-BF-ADDR-LINE-2       PIC X(30).
012200     05  WS-BF-POSTAL-CODE       PIC X(6).
012300     05  WS-BF-CITY              PIC X(20).
012310     05  WS-BF-PESEL             PIC X(11).
012400
012500 77  WS-CNT-READ                 PIC 9(7) COMP VALUE 0.
012600 77  WS-CNT-ADDED                PIC 9(7) COMP VALUE 0.
023900*****************************************************************
024000*  3050-VALIDATE-TXN                                            *
024100*  FIELD VALIDATION BEFORE THE FILE IS TOUCHED: A KNOWN ACTION, *
024200*  A NON-BLANK KEY, A NON-BLANK NAME ON AN ADD, A PLAUSIBLE     *
024300*  POSTAL CODE WHEREVER ONE IS SUPPLIED, AND A PESEL WITH A     *
024310*  VALID CHECK DIGIT WHEREVER ONE IS SUPPLIED.                  *
024400*****************************************************************
024500 3050-VALIDATE-TXN.
024600     MOVE 'Y' TO WS-VALID-SW.
028000         MOVE "B004" TO WS-REJECT-CODE
028100         STRING "BRAK KODU POCZTOWEGO NA ZALOZENIU"
028200             INTO WS-ERROR-MSG
028210         GO TO 3050-EXIT
028220     END-IF.
028230     IF (BT-ACTION-ADD OR BT-ACTION-CHANGE)
028240       AND BT-PESEL NOT = SPACES
028250         PERFORM 3070-CHECK-PESEL THRU 3070-EXIT
028300     END-IF.
028400 3050-EXIT.
028500     EXIT.
030100         INTO WS-ERROR-MSG.
030200 3060-EXIT.
030300     EXIT.
030302
030304*****************************************************************
030306*  3070-CHECK-PESEL                                             *
030308*****************************************************************
030310 3070-CHECK-PESEL.
030312     MOVE BT-PESEL TO WS-PESEL-AREA.
030314     IF WS-PESEL-AREA IS NOT NUMERIC
030316         GO TO 3070-BAD-PESEL
030318     END-IF.
030320     MOVE 0 TO WS-PESEL-SUM.
030322     PERFORM 3080-WEIGH-ONE-DIGIT THRU 3080-EXIT
030324         VARYING WS-PESEL-IDX FROM 1 BY 1
030326         UNTIL WS-PESEL-IDX > 10.
030328     DIVIDE WS-PESEL-SUM BY 10
030330         GIVING WS-PESEL-QUOT REMAINDER WS-PESEL-REM.
030332     IF WS-PESEL-REM = 0
030334         MOVE 0 TO WS-PESEL-CHECK
030336     ELSE
030338         COMPUTE WS-PESEL-CHECK = 10 - WS-PESEL-REM
030340     END-IF.
030342     IF WS-PESEL-CHECK = WS-PESEL-DIGIT (11)
030344         GO TO 3070-EXIT
030346     END-IF.
030348 3070-BAD-PESEL.
030350     MOVE 'N' TO WS-VALID-SW.
030352     MOVE "B011" TO WS-REJECT-CODE.
030354     STRING "PESEL NIEPOPRAWNY (11 CYFR, CYFRA KONTROLNA)"
030356         INTO WS-ERROR-MSG.
030358 3070-EXIT.
030360     EXIT.
030362
030364 3080-WEIGH-ONE-DIGIT.
030366     COMPUTE WS-PESEL-SUM = WS-PESEL-SUM
030368         + WS-PESEL-DIGIT (WS-PESEL-IDX)
030370         * WS-PESEL-WEIGHT (WS-PESEL-IDX).
030372 3080-EXIT.
030374     EXIT.
030400
030500*****************************************************************
030600*  3100-ADD-BORROWER                                            *
031200     MOVE BT-ADDR-LINE-2 TO BA-ADDR-LINE-2.
031300     MOVE BT-POSTAL-CODE TO BA-POSTAL-CODE.
031400     MOVE BT-CITY TO BA-CITY.
031410     MOVE BT-PESEL TO BA-PESEL.
031500     WRITE BORROWER-RECORD
031600         INVALID KEY
031700             MOVE "B006" TO WS-REJECT-CODE
036000     IF BT-CITY NOT = SPACES
036100         MOVE BT-CITY TO BA-CITY
036200     END-IF.
036210     IF BT-PESEL NOT = SPACES
036220         MOVE BT-PESEL TO BA-PESEL
036230     END-IF.
036300     REWRITE BORROWER-RECORD
036400         INVALID KEY
036500             MOVE "B008" TO WS-REJECT-CODE
042700     MOVE BA-ADDR-LINE-2 TO WS-BF-ADDR-LINE-2.
042800     MOVE BA-POSTAL-CODE TO WS-BF-POSTAL-CODE.
042900     MOVE BA-CITY TO WS-BF-CITY.
042910     MOVE BA-PESEL TO WS-BF-PESEL.
043000 3400-EXIT.
043100     EXIT.
043200
046000     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
046100     MOVE SPACES TO WS-PRINT-LINE.
046200     STRING "         " WS-BF-POSTAL-CODE " " WS-BF-CITY
046210         " / PESEL " WS-BF-PESEL
046300         INTO WS-PRINT-LINE.
046400     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
046500 6000-EXIT.
047600     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
047700     MOVE SPACES TO WS-PRINT-LINE.
047800     STRING "         " BA-POSTAL-CODE " " BA-CITY
047810         " / PESEL " BA-PESEL
047900         INTO WS-PRINT-LINE.
048000     WRITE MNT-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
048100 6100-EXIT.
