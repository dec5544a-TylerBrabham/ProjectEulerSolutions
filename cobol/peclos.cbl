000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PECLOS.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - MONTH-END PERIOD CLOSE.
001300*                    RUN AFTER DLYRPT ON THE LAST BUSINESS DAY
001400*                    OF THE MONTH ON THE BDCAL CALENDAR, IT
001500*                    CHECKS EVERY BUSINESS DAY OF THE PERIOD IS
001600*                    CLOSED ON CYCSTS, TOTALS THE PERIOD'S
001700*                    PE1OUT SUMMARIES, PE2OUT AND PE3OUT
001800*                    RECORDS AND PEHIST ROWS BY PROGRAM ONTO THE
001900*                    PERSUM PERIOD-SUMMARY FILE AS THE SIGNED-OFF
002000*                    FIGURES, AND MARKS THE PERIOD CLOSED ON
002100*                    PERCTL.  PEBKO, PEANSM, PEHPRG AND PEEDIT
002200*                    REFUSE TO TOUCH A CLOSED PERIOD.  A CLOSED
002300*                    PERIOD IS REOPENED ONLY BY A FORMAL REOPEN
002400*                    RECORD KEYED HERE WITH OPERATOR AND REASON.
002500*                    A REFUSED CLOSE OR REOPEN ENDS THE STEP
002600*                    WITH CONDITION CODE 8.
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CLS-CONTROL-FILE ASSIGN TO "CLSCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS CLS-CTL-STATUS.
003500
003600     SELECT CLS-PRCDTE-FILE ASSIGN TO "PRCDTE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CLS-PRC-STATUS.
003900
004000     SELECT CLS-CALENDAR-FILE ASSIGN TO "BDCAL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS CLS-CAL-STATUS.
004300
004400     SELECT CLS-CYCLE-FILE ASSIGN TO "CYCSTS"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CYC-STS-KEY
004800         FILE STATUS IS CLS-CYC-STATUS.
004900
005000     SELECT CLS-PERIOD-FILE ASSIGN TO "PERCTL"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PER-CTL-KEY
005400         FILE STATUS IS CLS-PER-STATUS.
005500
005600     SELECT PE1-OUTPUT-FILE ASSIGN TO "PE1OUT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CLS-PE1-STATUS.
005900
006000     SELECT PE2-OUTPUT-FILE ASSIGN TO "PE2OUT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CLS-PE2-STATUS.
006300
006400     SELECT PE3-OUTPUT-FILE ASSIGN TO "PE3OUT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CLS-PE3-STATUS.
006700
006800     SELECT CLS-HISTORY-FILE ASSIGN TO "PEHIST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PEH-HIST-KEY
007200         FILE STATUS IS CLS-HIST-STATUS.
007300
007400     SELECT CLS-SUMMARY-FILE ASSIGN TO "PERSUM"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS CLS-SUM-STATUS.
007700
007800     SELECT CLS-REPORT-FILE ASSIGN TO "CLSRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS CLS-RPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CLS-CONTROL-FILE
008500     RECORDING MODE IS F.
008600 COPY CLSCTL.
008700
008800 FD  CLS-PRCDTE-FILE
008900     RECORDING MODE IS F.
009000 COPY PRCDTE.
009100
009200 FD  CLS-CALENDAR-FILE
009300     RECORDING MODE IS F.
009400 COPY BDCAL.
009500
009600 FD  CLS-CYCLE-FILE.
009700 COPY CYCSTS.
009800
009900 FD  CLS-PERIOD-FILE.
010000 COPY PERCTL.
010100
010200 FD  PE1-OUTPUT-FILE
010300     RECORDING MODE IS F.
010400 COPY PE1OUT.
010500
010600 FD  PE2-OUTPUT-FILE
010700     RECORDING MODE IS F.
010800 COPY PE2OUT.
010900
011000 FD  PE3-OUTPUT-FILE
011100     RECORDING MODE IS F.
011200 COPY PE3OUT.
011300
011400 FD  CLS-HISTORY-FILE.
011500 COPY PEHIST.
011600
011700 FD  CLS-SUMMARY-FILE
011800     RECORDING MODE IS F.
011900 COPY PERSUM.
012000
012100 FD  CLS-REPORT-FILE
012200     RECORDING MODE IS F.
012300 01  CLS-REPORT-LINE             PIC X(132).
012400
012500 WORKING-STORAGE SECTION.
012600 01  CLS-SWITCHES.
012700     05  CLS-CAL-EOF-SW      PIC X(01) VALUE "N".
012800         88  CLS-CAL-EOF            VALUE "Y".
012900     05  CLS-PE1-EOF-SW      PIC X(01) VALUE "N".
013000         88  CLS-PE1-EOF            VALUE "Y".
013100     05  CLS-PE2-EOF-SW      PIC X(01) VALUE "N".
013200         88  CLS-PE2-EOF            VALUE "Y".
013300     05  CLS-PE3-EOF-SW      PIC X(01) VALUE "N".
013400         88  CLS-PE3-EOF            VALUE "Y".
013500     05  CLS-HIST-EOF-SW     PIC X(01) VALUE "N".
013600         88  CLS-HIST-EOF           VALUE "Y".
013700     05  CLS-PER-FOUND-SW    PIC X(01) VALUE "N".
013800         88  CLS-PER-FOUND          VALUE "Y".
013900     05  CLS-BUSINESS-SW     PIC X(01) VALUE "N".
014000         88  CLS-BUSINESS-DAY       VALUE "Y".
014100     05  CLS-TOT-FOUND-SW    PIC X(01) VALUE "N".
014200         88  CLS-TOT-FOUND          VALUE "Y".
014300     05  CLS-REFUSED-SW      PIC X(01) VALUE "N".
014400         88  CLS-REFUSED            VALUE "Y".
014500
014600 01  CLS-FILE-STATUSES.
014700     05  CLS-CTL-STATUS      PIC X(02) VALUE "00".
014800         88  CLS-CTL-OK             VALUE "00".
014900     05  CLS-PRC-STATUS      PIC X(02) VALUE "00".
015000         88  CLS-PRC-OK             VALUE "00".
015100     05  CLS-CAL-STATUS      PIC X(02) VALUE "00".
015200         88  CLS-CAL-OK             VALUE "00".
015300     05  CLS-CYC-STATUS      PIC X(02) VALUE "00".
015400         88  CLS-CYC-OK             VALUE "00".
015500         88  CLS-CYC-NOT-FOUND      VALUE "23".
015600     05  CLS-PER-STATUS      PIC X(02) VALUE "00".
015700         88  CLS-PER-OK             VALUE "00".
015800         88  CLS-PER-NOT-FOUND      VALUE "23".
015900     05  CLS-PE1-STATUS      PIC X(02) VALUE "00".
016000         88  CLS-PE1-OK             VALUE "00".
016100     05  CLS-PE2-STATUS      PIC X(02) VALUE "00".
016200         88  CLS-PE2-OK             VALUE "00".
016300     05  CLS-PE3-STATUS      PIC X(02) VALUE "00".
016400         88  CLS-PE3-OK             VALUE "00".
016500     05  CLS-HIST-STATUS     PIC X(02) VALUE "00".
016600         88  CLS-HIST-OK            VALUE "00".
016700         88  CLS-HIST-NOT-FOUND     VALUE "23".
016800     05  CLS-SUM-STATUS      PIC X(02) VALUE "00".
016900         88  CLS-SUM-OK             VALUE "00".
017000     05  CLS-RPT-STATUS      PIC X(02) VALUE "00".
017100         88  CLS-RPT-OK             VALUE "00".
017200
017300 01  CLS-ABEND-MESSAGE       PIC X(60).
017400
017500 01  CLS-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
017600 01  CLS-RUN-TIME            PIC 9(06) VALUE ZEROS.
017700 01  CLS-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
017800
017900*****************************************************************
018000* THE PERIOD BEING CLOSED OR REOPENED, THE MONTH OF THE
018100* PROCESSING DATE, THE FIRST AND LAST CALENDAR DAYS OF THE
018200* PERIOD AND ITS LAST BUSINESS DAY ON THE BDCAL CALENDAR.
018300*****************************************************************
018400 01  CLS-PERIOD-DATE.
018500     05  CLS-PER-YYYY        PIC 9(04).
018600     05  CLS-PER-MM          PIC 9(02).
018700 01  CLS-PERIOD REDEFINES CLS-PERIOD-DATE
018800                             PIC 9(06).
018900 01  CLS-PRC-PERIOD          PIC 9(06) VALUE ZEROS.
019000 01  CLS-PERIOD-START        PIC 9(08) VALUE ZEROS.
019100 01  CLS-PERIOD-END          PIC 9(08) VALUE ZEROS.
019200 01  CLS-LAST-BUSINESS-DAY   PIC 9(08) VALUE ZEROS.
019300 01  CLS-OLD-CLOSE-COUNT     PIC 9(03) VALUE ZEROS.
019400 01  CLS-NEW-CLOSE-COUNT     PIC 9(03) VALUE ZEROS.
019500
019600 01  CLS-HOLIDAY-LIMIT       PIC 9(03) COMP VALUE 200.
019700 01  CLS-HOLIDAY-TABLE.
019800     05  CLS-HOLIDAY-COUNT   PIC 9(03) COMP VALUE ZERO.
019900     05  CLS-HOLIDAY-DATE    PIC 9(08) OCCURS 200 TIMES.
020000 01  CLS-HOL-IDX             PIC 9(03) COMP VALUE ZERO.
020100
020200 01  CLS-TEST-DATE.
020300     05  CLS-TST-YYYY        PIC 9(04).
020400     05  CLS-TST-MM          PIC 9(02).
020500     05  CLS-TST-DD          PIC 9(02).
020600 01  CLS-TEST-DATE-N REDEFINES CLS-TEST-DATE
020700                             PIC 9(08).
020800
020900*****************************************************************
021000* SERIAL-DAY WORK FOR THE WEEKEND TEST - WITH JANUARY AND
021100* FEBRUARY COUNTED AS MONTHS 13 AND 14 OF THE PRIOR YEAR,
021200*   SERIAL = 365*Y + Y/4 - Y/100 + Y/400 + 153*(M+1)/5 + DD
021300* AND SERIAL MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
021400*****************************************************************
021500 01  CLS-SERIAL-WORK.
021600     05  CLS-SER-Y           PIC 9(04) VALUE ZEROS.
021700     05  CLS-SER-M           PIC 9(02) VALUE ZEROS.
021800     05  CLS-SER-M1          PIC 9(02) VALUE ZEROS.
021900     05  CLS-SER-MONTH-WORK  PIC 9(04) VALUE ZEROS.
022000     05  CLS-SER-LEAP4       PIC 9(04) VALUE ZEROS.
022100     05  CLS-SER-LEAP100     PIC 9(04) VALUE ZEROS.
022200     05  CLS-SER-LEAP400     PIC 9(04) VALUE ZEROS.
022300     05  CLS-SERIAL          PIC 9(07) VALUE ZEROS.
022400     05  CLS-DOW-QUOT        PIC 9(07) VALUE ZEROS.
022500     05  CLS-DOW-REM         PIC 9(01) VALUE ZERO.
022600         88  CLS-WEEKEND-DAY        VALUES 0, 1.
022700
022800 01  CLS-LEAP-WORK.
022900     05  CLS-LEAP-QUOTIENT   PIC 9(04) VALUE ZEROS.
023000     05  CLS-LEAP-REM-4      PIC 9(04) VALUE ZEROS.
023100     05  CLS-LEAP-REM-100    PIC 9(04) VALUE ZEROS.
023200     05  CLS-LEAP-REM-400    PIC 9(04) VALUE ZEROS.
023300
023400 01  CLS-MONTH-DAYS-TABLE.
023500     05  FILLER              PIC X(24) VALUE
023600         "312831303130313130313031".
023700 01  CLS-MONTH-DAYS REDEFINES CLS-MONTH-DAYS-TABLE.
023800     05  CLS-MONTH-DAYS-NN   PIC 9(02) OCCURS 12 TIMES.
023900 01  CLS-MAX-DD              PIC 9(02) VALUE ZEROS.
024000
024100*****************************************************************
024200* PERIOD TOTALS - ONE ENTRY PER SOURCE FILE AND PROGRAM-ID.  THE
024300* PE1OUT, PE2OUT AND PE3OUT ENTRIES ARE SEEDED SO A FILE WITH NO
024400* RECORDS IN THE PERIOD STILL SIGNS OFF AT ZERO; THE PEHIST
024500* ENTRIES ARE ADDED AS EACH PROGRAM-ID IS MET.  THE RESULT HASH
024600* IS ADDED MODULO 10**18 SO IT CAN NEVER OVERFLOW.
024700*****************************************************************
024800 01  CLS-TOTALS-LIMIT        PIC 9(03) COMP VALUE 20.
024900 01  CLS-TOTALS-TABLE.
025000     05  CLS-TOTALS-COUNT    PIC 9(03) COMP VALUE ZERO.
025100     05  CLS-TOTALS-ENTRY    OCCURS 20 TIMES.
025200         10  CLS-TOT-FILE-NAME
025300                             PIC X(08).
025400         10  CLS-TOT-PROGRAM-ID
025500                             PIC X(08).
025600         10  CLS-TOT-RECORDS PIC 9(09).
025700         10  CLS-TOT-CACHE   PIC 9(09).
025800         10  CLS-TOT-COMPUTED
025900                             PIC 9(09).
026000         10  CLS-TOT-HASH    PIC 9(18).
026100         10  CLS-TOT-FIRST-DATE
026200                             PIC 9(08).
026300         10  CLS-TOT-LAST-DATE
026400                             PIC 9(08).
026500 01  CLS-TOT-IDX             PIC 9(03) COMP VALUE ZERO.
026600 01  CLS-TOT-SLOT            PIC 9(03) COMP VALUE ZERO.
026700
026800 01  CLS-ACCUMULATE-WORK.
026900     05  CLS-ACC-FILE-NAME   PIC X(08) VALUE SPACES.
027000     05  CLS-ACC-PROGRAM-ID  PIC X(08) VALUE SPACES.
027100     05  CLS-ACC-RESULT      PIC 9(18) VALUE ZEROS.
027200     05  CLS-ACC-SOURCE-FLAG PIC X(01) VALUE SPACES.
027300         88  CLS-ACC-FROM-CACHE     VALUE "C".
027400     05  CLS-ACC-DATE        PIC 9(08) VALUE ZEROS.
027500     05  CLS-ACC-HEADROOM    PIC 9(18) VALUE ZEROS.
027600
027700 01  CLS-HASH-CEILING        PIC 9(18) VALUE
027800                             999999999999999999.
027900
028000 01  CLS-COUNTS.
028100     05  CLS-DAYS-CHECKED    PIC 9(03) VALUE ZEROS.
028200     05  CLS-DAYS-OPEN       PIC 9(03) VALUE ZEROS.
028300     05  CLS-SUM-WRITTEN     PIC 9(05) VALUE ZEROS.
028400
028500 01  CLS-HEADING-1.
028600     05  FILLER              PIC X(33) VALUE
028700         "PECLOS - MONTH-END PERIOD CLOSE".
028800     05  CLS-HDG-FUNCTION    PIC X(12).
028900     05  FILLER              PIC X(07) VALUE "PERIOD ".
029000     05  CLS-HDG-PERIOD      PIC 9(06).
029100     05  FILLER              PIC X(18) VALUE
029200         "  PROCESSING DATE ".
029300     05  CLS-HDG-DATE        PIC 9(08).
029400     05  FILLER              PIC X(11) VALUE "  OPERATOR ".
029500     05  CLS-HDG-OPERATOR    PIC X(03).
029600     05  FILLER              PIC X(34) VALUE SPACES.
029700
029800 01  CLS-HEADING-2.
029900     05  FILLER              PIC X(10) VALUE "FILE".
030000     05  FILLER              PIC X(10) VALUE "PROGRAM".
030100     05  FILLER              PIC X(13) VALUE "    RECORDS".
030200     05  FILLER              PIC X(13) VALUE "     CACHED".
030300     05  FILLER              PIC X(13) VALUE "   COMPUTED".
030400     05  FILLER              PIC X(26) VALUE
030500         "            RESULT HASH".
030600     05  FILLER              PIC X(10) VALUE "FIRST RUN".
030700     05  FILLER              PIC X(08) VALUE "LAST RUN".
030800     05  FILLER              PIC X(29) VALUE SPACES.
030900
031000 01  CLS-TOTAL-LINE.
031100     05  CLS-TTL-FILE-NAME   PIC X(08).
031200     05  FILLER              PIC X(02) VALUE SPACES.
031300     05  CLS-TTL-PROGRAM-ID  PIC X(08).
031400     05  FILLER              PIC X(02) VALUE SPACES.
031500     05  CLS-TTL-RECORDS     PIC ZZZ,ZZZ,ZZ9.
031600     05  FILLER              PIC X(02) VALUE SPACES.
031700     05  CLS-TTL-CACHE       PIC ZZZ,ZZZ,ZZ9.
031800     05  FILLER              PIC X(02) VALUE SPACES.
031900     05  CLS-TTL-COMPUTED    PIC ZZZ,ZZZ,ZZ9.
032000     05  FILLER              PIC X(02) VALUE SPACES.
032100     05  CLS-TTL-HASH        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
032200     05  FILLER              PIC X(03) VALUE SPACES.
032300     05  CLS-TTL-FIRST-DATE  PIC 9(08) BLANK WHEN ZERO.
032400     05  FILLER              PIC X(02) VALUE SPACES.
032500     05  CLS-TTL-LAST-DATE   PIC 9(08) BLANK WHEN ZERO.
032600     05  FILLER              PIC X(29) VALUE SPACES.
032700
032800 01  CLS-OPEN-DAY-LINE.
032900     05  FILLER              PIC X(13) VALUE "BUSINESS DAY ".
033000     05  CLS-ODL-DATE        PIC 9(08).
033100     05  FILLER              PIC X(02) VALUE SPACES.
033200     05  CLS-ODL-TEXT        PIC X(40).
033300     05  FILLER              PIC X(69) VALUE SPACES.
033400
033500 01  CLS-ACTION-LINE.
033600     05  CLS-ACT-TEXT        PIC X(100).
033700     05  FILLER              PIC X(32) VALUE SPACES.
033800
033900 01  CLS-ACTION-WORK.
034000     05  FILLER              PIC X(07) VALUE "PERIOD ".
034100     05  CLS-ACW-PERIOD      PIC 9(06).
034200     05  CLS-ACW-VERB        PIC X(17).
034300     05  CLS-ACW-DATE        PIC 9(08).
034400     05  FILLER              PIC X(04) VALUE " BY ".
034500     05  CLS-ACW-OPERATOR    PIC X(03).
034600     05  FILLER              PIC X(15) VALUE " - CLOSE COUNT ".
034700     05  CLS-ACW-COUNT       PIC ZZ9.
034800     05  FILLER              PIC X(37) VALUE SPACES.
034900
035000 01  CLS-REFUSAL-LINE.
035100     05  FILLER              PIC X(16) VALUE
035200         "*** REFUSED *** ".
035300     05  CLS-RFS-TEXT        PIC X(60).
035400     05  FILLER              PIC X(56) VALUE SPACES.
035500
035600 01  CLS-TRAILER-LINE.
035700     05  FILLER              PIC X(22) VALUE
035800         "BUSINESS DAYS CHECKED=".
035900     05  CLS-TRL-CHECKED     PIC ZZ9.
036000     05  FILLER              PIC X(12) VALUE " NOT CLOSED=".
036100     05  CLS-TRL-OPEN        PIC ZZ9.
036200     05  FILLER              PIC X(13) VALUE " PERSUM ROWS=".
036300     05  CLS-TRL-WRITTEN     PIC ZZ,ZZ9.
036400     05  FILLER              PIC X(73) VALUE SPACES.
036500
036600 01  CLS-BLANK-LINE          PIC X(132) VALUE SPACES.
036700
036800 PROCEDURE DIVISION.
036900
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037200     IF CLS-CTL-REOPEN
037300         PERFORM 4000-REOPEN-PERIOD THRU 4000-EXIT
037400     ELSE
037500         PERFORM 2000-CLOSE-PERIOD THRU 2000-EXIT
037600     END-IF
037700     PERFORM 5000-FINALIZE THRU 5000-EXIT
037800     GO TO 9999-EXIT.
037900
038000 1000-INITIALIZE.
038100     ACCEPT CLS-ACTUAL-DATE FROM DATE YYYYMMDD
038200     ACCEPT CLS-RUN-TIME FROM TIME
038300     OPEN INPUT CLS-CONTROL-FILE
038400     IF NOT CLS-CTL-OK
038500         MOVE "CLSCTL OPEN FAILED" TO CLS-ABEND-MESSAGE
038600         GO TO 8000-ABEND
038700     END-IF
038800     READ CLS-CONTROL-FILE
038900         AT END
039000             MOVE "CLSCTL CONTAINS NO CONTROL RECORD" TO
039100                 CLS-ABEND-MESSAGE
039200             GO TO 8000-ABEND
039300     END-READ
039400     CLOSE CLS-CONTROL-FILE
039500     IF NOT CLS-CTL-CLOSE AND NOT CLS-CTL-REOPEN
039600         MOVE "CLSCTL FUNCTION MUST BE BLANK, C OR R" TO
039700             CLS-ABEND-MESSAGE
039800         GO TO 8000-ABEND
039900     END-IF
040000     IF CLS-CTL-OPERATOR IS EQUAL TO SPACES
040100         MOVE "CLSCTL OPERATOR INITIALS ARE REQUIRED" TO
040200             CLS-ABEND-MESSAGE
040300         GO TO 8000-ABEND
040400     END-IF
040500     IF CLS-CTL-REOPEN AND CLS-CTL-REASON IS EQUAL TO SPACES
040600         MOVE "CLSCTL REOPEN NEEDS A REASON" TO
040700             CLS-ABEND-MESSAGE
040800         GO TO 8000-ABEND
040900     END-IF
041000     IF CLS-CTL-PERIOD IS NOT NUMERIC
041100         MOVE "CLSCTL PERIOD IS NOT NUMERIC" TO
041200             CLS-ABEND-MESSAGE
041300         GO TO 8000-ABEND
041400     END-IF
041500     PERFORM 1100-READ-PRCDTE THRU 1100-EXIT
041600     DIVIDE CLS-PROCESS-DATE BY 100 GIVING CLS-PRC-PERIOD
041700     IF CLS-CTL-PERIOD IS EQUAL TO ZERO
041800         MOVE CLS-PRC-PERIOD TO CLS-PERIOD
041900     ELSE
042000         MOVE CLS-CTL-PERIOD TO CLS-PERIOD
042100     END-IF
042200     IF CLS-PER-MM < 1 OR CLS-PER-MM > 12
042300         MOVE "CLSCTL PERIOD MONTH IS INVALID" TO
042400             CLS-ABEND-MESSAGE
042500         GO TO 8000-ABEND
042600     END-IF
042700     PERFORM 1200-SET-PERIOD-BOUNDS THRU 1200-EXIT
042800     OPEN OUTPUT CLS-REPORT-FILE
042900     IF NOT CLS-RPT-OK
043000         MOVE "CLSRPT OPEN FAILED" TO CLS-ABEND-MESSAGE
043100         GO TO 8000-ABEND
043200     END-IF
043300     IF CLS-CTL-REOPEN
043400         MOVE "- REOPEN" TO CLS-HDG-FUNCTION
043500     ELSE
043600         MOVE "- CLOSE" TO CLS-HDG-FUNCTION
043700     END-IF
043800     MOVE CLS-PERIOD TO CLS-HDG-PERIOD
043900     MOVE CLS-PROCESS-DATE TO CLS-HDG-DATE
044000     MOVE CLS-CTL-OPERATOR TO CLS-HDG-OPERATOR
044100     WRITE CLS-REPORT-LINE FROM CLS-HEADING-1
044200     WRITE CLS-REPORT-LINE FROM CLS-BLANK-LINE
044300     PERFORM 1300-READ-PERIOD THRU 1300-EXIT.
044400 1000-EXIT.
044500     EXIT.
044600
044700 1100-READ-PRCDTE.
044800     OPEN INPUT CLS-PRCDTE-FILE
044900     IF NOT CLS-PRC-OK
045000         MOVE "PRCDTE OPEN FAILED" TO CLS-ABEND-MESSAGE
045100         GO TO 8000-ABEND
045200     END-IF
045300     READ CLS-PRCDTE-FILE
045400         AT END
045500             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
045600                 CLS-ABEND-MESSAGE
045700             GO TO 8000-ABEND
045800     END-READ
045900     CLOSE CLS-PRCDTE-FILE
046000     IF PRC-PROCESS-DATE IS NOT NUMERIC
046100         MOVE "PRCDTE PROCESSING DATE IS NOT NUMERIC" TO
046200             CLS-ABEND-MESSAGE
046300         GO TO 8000-ABEND
046400     END-IF
046500     MOVE PRC-PROCESS-DATE TO CLS-PROCESS-DATE.
046600 1100-EXIT.
046700     EXIT.
046800
046900 1200-SET-PERIOD-BOUNDS.
047000     MOVE CLS-PER-YYYY TO CLS-TST-YYYY
047100     MOVE CLS-PER-MM TO CLS-TST-MM
047200     MOVE 1 TO CLS-TST-DD
047300     MOVE CLS-TEST-DATE-N TO CLS-PERIOD-START
047400     MOVE CLS-MONTH-DAYS-NN (CLS-TST-MM) TO CLS-MAX-DD
047500     IF CLS-TST-MM IS EQUAL TO 2
047600         PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
047700     END-IF
047800     MOVE CLS-MAX-DD TO CLS-TST-DD
047900     MOVE CLS-TEST-DATE-N TO CLS-PERIOD-END.
048000 1200-EXIT.
048100     EXIT.
048200
048300 1250-CHECK-LEAP-YEAR.
048400     DIVIDE CLS-TST-YYYY BY 4
048500         GIVING CLS-LEAP-QUOTIENT REMAINDER CLS-LEAP-REM-4
048600     DIVIDE CLS-TST-YYYY BY 100
048700         GIVING CLS-LEAP-QUOTIENT REMAINDER CLS-LEAP-REM-100
048800     DIVIDE CLS-TST-YYYY BY 400
048900         GIVING CLS-LEAP-QUOTIENT REMAINDER CLS-LEAP-REM-400
049000     IF CLS-LEAP-REM-4 IS EQUAL TO ZERO AND
049100             (CLS-LEAP-REM-100 IS NOT EQUAL TO ZERO OR
049200             CLS-LEAP-REM-400 IS EQUAL TO ZERO)
049300         MOVE 29 TO CLS-MAX-DD
049400     END-IF.
049500 1250-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900* A MISSING PERCTL IS CREATED ON FIRST USE - NO PERIOD HAS EVER
050000* BEEN CLOSED.
050100*****************************************************************
050200 1300-READ-PERIOD.
050300     OPEN I-O CLS-PERIOD-FILE
050400     IF NOT CLS-PER-OK
050500         OPEN OUTPUT CLS-PERIOD-FILE
050600         CLOSE CLS-PERIOD-FILE
050700         OPEN I-O CLS-PERIOD-FILE
050800     END-IF
050900     IF NOT CLS-PER-OK
051000         MOVE "PERCTL OPEN FAILED" TO CLS-ABEND-MESSAGE
051100         GO TO 8000-ABEND
051200     END-IF
051300     MOVE CLS-PERIOD TO PER-CTL-PERIOD
051400     READ CLS-PERIOD-FILE
051500     IF CLS-PER-OK
051600         SET CLS-PER-FOUND TO TRUE
051700         MOVE PER-CTL-CLOSE-COUNT TO CLS-OLD-CLOSE-COUNT
051800     ELSE
051900         IF NOT CLS-PER-NOT-FOUND
052000             MOVE "PERCTL READ FAILED" TO CLS-ABEND-MESSAGE
052100             GO TO 8000-ABEND
052200         END-IF
052300     END-IF.
052400 1300-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800* A PERIOD MAY BE CLOSED ONLY ONCE ITS LAST BUSINESS DAY HAS
052900* BEEN PROCESSED AND EVERY BUSINESS DAY IN IT HAS BEEN CLOSED BY
053000* DLYRPT ON CYCSTS - OTHERWISE THE SIGNED-OFF FIGURES WOULD
053100* MISS A DAY'S WORK.
053200*****************************************************************
053300 2000-CLOSE-PERIOD.
053400     IF CLS-PER-FOUND AND PER-CTL-CLOSED
053500         MOVE "PERIOD IS ALREADY CLOSED" TO CLS-RFS-TEXT
053600         PERFORM 7000-REFUSE THRU 7000-EXIT
053700         GO TO 2000-EXIT
053800     END-IF
053900     IF CLS-PERIOD > CLS-PRC-PERIOD
054000         MOVE "PERIOD IS LATER THAN THE PROCESSING DATE" TO
054100             CLS-RFS-TEXT
054200         PERFORM 7000-REFUSE THRU 7000-EXIT
054300         GO TO 2000-EXIT
054400     END-IF
054500     PERFORM 2100-LOAD-CALENDAR THRU 2100-EXIT
054600     PERFORM 2200-FIND-LAST-BUSINESS-DAY THRU 2200-EXIT
054700     IF CLS-PROCESS-DATE < CLS-LAST-BUSINESS-DAY
054800         MOVE "LAST BUSINESS DAY OF THE PERIOD NOT YET REACHED"
054900             TO CLS-RFS-TEXT
055000         PERFORM 7000-REFUSE THRU 7000-EXIT
055100         GO TO 2000-EXIT
055200     END-IF
055300     PERFORM 2300-CHECK-CYCLES THRU 2300-EXIT
055400     IF CLS-DAYS-OPEN > ZERO
055500         WRITE CLS-REPORT-LINE FROM CLS-BLANK-LINE
055600         MOVE "BUSINESS DAYS IN THE PERIOD ARE NOT CLOSED" TO
055700             CLS-RFS-TEXT
055800         PERFORM 7000-REFUSE THRU 7000-EXIT
055900         GO TO 2000-EXIT
056000     END-IF
056100     MOVE "PE1OUT" TO CLS-ACC-FILE-NAME
056200     MOVE "P1" TO CLS-ACC-PROGRAM-ID
056300     PERFORM 6100-FIND-TOTAL THRU 6100-EXIT
056400     MOVE "PE2OUT" TO CLS-ACC-FILE-NAME
056500     MOVE "P2" TO CLS-ACC-PROGRAM-ID
056600     PERFORM 6100-FIND-TOTAL THRU 6100-EXIT
056700     MOVE "PE3OUT" TO CLS-ACC-FILE-NAME
056800     MOVE "P3" TO CLS-ACC-PROGRAM-ID
056900     PERFORM 6100-FIND-TOTAL THRU 6100-EXIT
057000     PERFORM 2500-TOTAL-PE1OUT THRU 2500-EXIT
057100     PERFORM 2600-TOTAL-PE2OUT THRU 2600-EXIT
057200     PERFORM 2700-TOTAL-PE3OUT THRU 2700-EXIT
057300     PERFORM 2800-TOTAL-PEHIST THRU 2800-EXIT
057400     PERFORM 3000-POST-CLOSE THRU 3000-EXIT.
057500 2000-EXIT.
057600     EXIT.
057700
057800 2100-LOAD-CALENDAR.
057900     OPEN INPUT CLS-CALENDAR-FILE
058000     IF NOT CLS-CAL-OK
058100         MOVE "BDCAL OPEN FAILED" TO CLS-ABEND-MESSAGE
058200         GO TO 8000-ABEND
058300     END-IF
058400     PERFORM 2150-LOAD-HOLIDAY THRU 2150-EXIT
058500         WITH TEST BEFORE UNTIL CLS-CAL-EOF
058600     CLOSE CLS-CALENDAR-FILE.
058700 2100-EXIT.
058800     EXIT.
058900
059000 2150-LOAD-HOLIDAY.
059100     READ CLS-CALENDAR-FILE
059200         AT END
059300             SET CLS-CAL-EOF TO TRUE
059400         NOT AT END
059500             IF CLS-HOLIDAY-COUNT IS NOT LESS THAN
059600                     CLS-HOLIDAY-LIMIT
059700                 MOVE "BDCAL HOLIDAY TABLE OVERFLOW" TO
059800                     CLS-ABEND-MESSAGE
059900                 GO TO 8000-ABEND
060000             END-IF
060100             ADD 1 TO CLS-HOLIDAY-COUNT
060200             MOVE BDC-CAL-HOLIDAY-DATE TO
060300                 CLS-HOLIDAY-DATE (CLS-HOLIDAY-COUNT)
060400     END-READ.
060500 2150-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* THE LAST BUSINESS DAY IS FOUND BY STEPPING BACK FROM THE LAST
061000* CALENDAR DAY OF THE MONTH OVER WEEKENDS AND HOLIDAYS.
061100*****************************************************************
061200 2200-FIND-LAST-BUSINESS-DAY.
061300     MOVE CLS-PERIOD-END TO CLS-TEST-DATE-N
061400     PERFORM 2400-CHECK-BUSINESS-DAY THRU 2400-EXIT
061500     PERFORM 2250-BACK-ONE-DAY THRU 2250-EXIT
061600         WITH TEST BEFORE
061700         UNTIL CLS-BUSINESS-DAY OR CLS-TST-DD IS EQUAL TO 1
061800     MOVE CLS-TEST-DATE-N TO CLS-LAST-BUSINESS-DAY.
061900 2200-EXIT.
062000     EXIT.
062100
062200 2250-BACK-ONE-DAY.
062300     SUBTRACT 1 FROM CLS-TST-DD
062400     PERFORM 2400-CHECK-BUSINESS-DAY THRU 2400-EXIT.
062500 2250-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900* EVERY BUSINESS DAY FROM THE FIRST OF THE MONTH TO THE LAST
063000* BUSINESS DAY MUST HAVE A CYCSTS ROW CLOSED BY DLYRPT.  EACH
063100* DAY THAT DOES NOT IS LISTED ON THE REPORT.
063200*****************************************************************
063300 2300-CHECK-CYCLES.
063400     OPEN INPUT CLS-CYCLE-FILE
063500     IF NOT CLS-CYC-OK
063600         MOVE "CYCSTS OPEN FAILED" TO CLS-ABEND-MESSAGE
063700         GO TO 8000-ABEND
063800     END-IF
063900     MOVE CLS-PERIOD-START TO CLS-TEST-DATE-N
064000     PERFORM 2350-CHECK-ONE-DAY THRU 2350-EXIT
064100         WITH TEST BEFORE
064200         UNTIL CLS-TEST-DATE-N > CLS-LAST-BUSINESS-DAY
064300     CLOSE CLS-CYCLE-FILE.
064400 2300-EXIT.
064500     EXIT.
064600
064700 2350-CHECK-ONE-DAY.
064800     PERFORM 2400-CHECK-BUSINESS-DAY THRU 2400-EXIT
064900     IF NOT CLS-BUSINESS-DAY
065000         ADD 1 TO CLS-TST-DD
065100         GO TO 2350-EXIT
065200     END-IF
065300     ADD 1 TO CLS-DAYS-CHECKED
065400     MOVE CLS-TEST-DATE-N TO CYC-STS-PROCESS-DATE
065500     READ CLS-CYCLE-FILE
065600     IF CLS-CYC-NOT-FOUND
065700         MOVE "NO CYCLE HAS RUN FOR THIS DATE" TO CLS-ODL-TEXT
065800         PERFORM 2390-LIST-OPEN-DAY THRU 2390-EXIT
065900     ELSE
066000         IF NOT CLS-CYC-OK
066100             MOVE "CYCSTS READ FAILED" TO CLS-ABEND-MESSAGE
066200             GO TO 8000-ABEND
066300         END-IF
066400         IF NOT CYC-STS-DLYRPT-DONE
066500             MOVE "CYCLE NOT YET CLOSED BY DLYRPT" TO
066600                 CLS-ODL-TEXT
066700             PERFORM 2390-LIST-OPEN-DAY THRU 2390-EXIT
066800         END-IF
066900     END-IF
067000     ADD 1 TO CLS-TST-DD.
067100 2350-EXIT.
067200     EXIT.
067300
067400 2390-LIST-OPEN-DAY.
067500     ADD 1 TO CLS-DAYS-OPEN
067600     MOVE CLS-TEST-DATE-N TO CLS-ODL-DATE
067700     WRITE CLS-REPORT-LINE FROM CLS-OPEN-DAY-LINE.
067800 2390-EXIT.
067900     EXIT.
068000
068100 2400-CHECK-BUSINESS-DAY.
068200     PERFORM 2450-DATE-TO-SERIAL THRU 2450-EXIT
068300     DIVIDE CLS-SERIAL BY 7
068400         GIVING CLS-DOW-QUOT REMAINDER CLS-DOW-REM
068500     IF CLS-WEEKEND-DAY
068600         MOVE "N" TO CLS-BUSINESS-SW
068700         GO TO 2400-EXIT
068800     END-IF
068900     MOVE "Y" TO CLS-BUSINESS-SW
069000     PERFORM 2420-CHECK-HOLIDAY THRU 2420-EXIT
069100         VARYING CLS-HOL-IDX FROM 1 BY 1
069200         UNTIL CLS-HOL-IDX > CLS-HOLIDAY-COUNT.
069300 2400-EXIT.
069400     EXIT.
069500
069600 2420-CHECK-HOLIDAY.
069700     IF CLS-HOLIDAY-DATE (CLS-HOL-IDX) IS EQUAL TO
069800             CLS-TEST-DATE-N
069900         MOVE "N" TO CLS-BUSINESS-SW
070000     END-IF.
070100 2420-EXIT.
070200     EXIT.
070300
070400 2450-DATE-TO-SERIAL.
070500     MOVE CLS-TST-YYYY TO CLS-SER-Y
070600     MOVE CLS-TST-MM TO CLS-SER-M
070700     IF CLS-SER-M < 3
070800         SUBTRACT 1 FROM CLS-SER-Y
070900         ADD 12 TO CLS-SER-M
071000     END-IF
071100     DIVIDE CLS-SER-Y BY 4 GIVING CLS-SER-LEAP4
071200     DIVIDE CLS-SER-Y BY 100 GIVING CLS-SER-LEAP100
071300     DIVIDE CLS-SER-Y BY 400 GIVING CLS-SER-LEAP400
071400     ADD 1 TO CLS-SER-M GIVING CLS-SER-M1
071500     MULTIPLY 153 BY CLS-SER-M1 GIVING CLS-SER-MONTH-WORK
071600     DIVIDE CLS-SER-MONTH-WORK BY 5 GIVING CLS-SER-MONTH-WORK
071700     MULTIPLY 365 BY CLS-SER-Y GIVING CLS-SERIAL
071800     ADD CLS-SER-LEAP4 TO CLS-SERIAL
071900     SUBTRACT CLS-SER-LEAP100 FROM CLS-SERIAL
072000     ADD CLS-SER-LEAP400 TO CLS-SERIAL
072100     ADD CLS-SER-MONTH-WORK TO CLS-SERIAL
072200     ADD CLS-TST-DD TO CLS-SERIAL.
072300 2450-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700* ONLY THE PE1OUT SUMMARY RECORD CARRIES A RUN'S ANSWER - THE
072800* DETAIL RECORDS ARE THE INTEGERS WALKED AND ARE NOT TOTALLED.
072900*****************************************************************
073000 2500-TOTAL-PE1OUT.
073100     OPEN INPUT PE1-OUTPUT-FILE
073200     IF NOT CLS-PE1-OK
073300         MOVE "PE1OUT OPEN FAILED" TO CLS-ABEND-MESSAGE
073400         GO TO 8000-ABEND
073500     END-IF
073600     PERFORM 2550-READ-PE1OUT THRU 2550-EXIT
073700         WITH TEST BEFORE UNTIL CLS-PE1-EOF
073800     CLOSE PE1-OUTPUT-FILE.
073900 2500-EXIT.
074000     EXIT.
074100
074200 2550-READ-PE1OUT.
074300     READ PE1-OUTPUT-FILE
074400         AT END
074500             SET CLS-PE1-EOF TO TRUE
074600         NOT AT END
074700             IF PE1-OUT-SUMMARY AND
074800                     PE1-OUT-RUN-DATE IS NOT LESS THAN
074900                     CLS-PERIOD-START AND
075000                     PE1-OUT-RUN-DATE IS NOT GREATER THAN
075100                     CLS-PERIOD-END
075200                 MOVE "PE1OUT" TO CLS-ACC-FILE-NAME
075300                 MOVE "P1" TO CLS-ACC-PROGRAM-ID
075400                 MOVE PE1-OUT-RESULT TO CLS-ACC-RESULT
075500                 MOVE PE1-OUT-SOURCE-FLAG TO CLS-ACC-SOURCE-FLAG
075600                 MOVE PE1-OUT-RUN-DATE TO CLS-ACC-DATE
075700                 PERFORM 6000-ACCUMULATE THRU 6000-EXIT
075800             END-IF
075900     END-READ.
076000 2550-EXIT.
076100     EXIT.
076200
076300 2600-TOTAL-PE2OUT.
076400     OPEN INPUT PE2-OUTPUT-FILE
076500     IF NOT CLS-PE2-OK
076600         MOVE "PE2OUT OPEN FAILED" TO CLS-ABEND-MESSAGE
076700         GO TO 8000-ABEND
076800     END-IF
076900     PERFORM 2650-READ-PE2OUT THRU 2650-EXIT
077000         WITH TEST BEFORE UNTIL CLS-PE2-EOF
077100     CLOSE PE2-OUTPUT-FILE.
077200 2600-EXIT.
077300     EXIT.
077400
077500 2650-READ-PE2OUT.
077600     READ PE2-OUTPUT-FILE
077700         AT END
077800             SET CLS-PE2-EOF TO TRUE
077900         NOT AT END
078000             IF PE2-OUT-RUN-DATE IS NOT LESS THAN
078100                     CLS-PERIOD-START AND
078200                     PE2-OUT-RUN-DATE IS NOT GREATER THAN
078300                     CLS-PERIOD-END
078400                 MOVE "PE2OUT" TO CLS-ACC-FILE-NAME
078500                 MOVE "P2" TO CLS-ACC-PROGRAM-ID
078600                 MOVE PE2-OUT-RESULT TO CLS-ACC-RESULT
078700                 MOVE PE2-OUT-SOURCE-FLAG TO CLS-ACC-SOURCE-FLAG
078800                 MOVE PE2-OUT-RUN-DATE TO CLS-ACC-DATE
078900                 PERFORM 6000-ACCUMULATE THRU 6000-EXIT
079000             END-IF
079100     END-READ.
079200 2650-EXIT.
079300     EXIT.
079400
079500 2700-TOTAL-PE3OUT.
079600     OPEN INPUT PE3-OUTPUT-FILE
079700     IF NOT CLS-PE3-OK
079800         MOVE "PE3OUT OPEN FAILED" TO CLS-ABEND-MESSAGE
079900         GO TO 8000-ABEND
080000     END-IF
080100     PERFORM 2750-READ-PE3OUT THRU 2750-EXIT
080200         WITH TEST BEFORE UNTIL CLS-PE3-EOF
080300     CLOSE PE3-OUTPUT-FILE.
080400 2700-EXIT.
080500     EXIT.
080600
080700 2750-READ-PE3OUT.
080800     READ PE3-OUTPUT-FILE
080900         AT END
081000             SET CLS-PE3-EOF TO TRUE
081100         NOT AT END
081200             IF PE3-OUT-RUN-DATE IS NOT LESS THAN
081300                     CLS-PERIOD-START AND
081400                     PE3-OUT-RUN-DATE IS NOT GREATER THAN
081500                     CLS-PERIOD-END
081600                 MOVE "PE3OUT" TO CLS-ACC-FILE-NAME
081700                 MOVE "P3" TO CLS-ACC-PROGRAM-ID
081800                 MOVE PE3-OUT-RESULT TO CLS-ACC-RESULT
081900                 MOVE PE3-OUT-SOURCE-FLAG TO CLS-ACC-SOURCE-FLAG
082000                 MOVE PE3-OUT-RUN-DATE TO CLS-ACC-DATE
082100                 PERFORM 6000-ACCUMULATE THRU 6000-EXIT
082200             END-IF
082300     END-READ.
082400 2750-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800* PEHIST IS KEYED BY RUN DATE FIRST, SO THE PERIOD'S ROWS ARE
082900* READ FROM A START AT THE FIRST OF THE MONTH UNTIL THE FIRST
083000* ROW DATED AFTER THE PERIOD.
083100*****************************************************************
083200 2800-TOTAL-PEHIST.
083300     OPEN INPUT CLS-HISTORY-FILE
083400     IF NOT CLS-HIST-OK
083500         MOVE "PEHIST OPEN FAILED" TO CLS-ABEND-MESSAGE
083600         GO TO 8000-ABEND
083700     END-IF
083800     MOVE CLS-PERIOD-START TO PEH-HIST-RUN-DATE
083900     MOVE LOW-VALUES TO PEH-HIST-PROGRAM-ID
084000     MOVE ZEROS TO PEH-HIST-DISCRIMINATOR
084100     START CLS-HISTORY-FILE KEY IS NOT LESS THAN PEH-HIST-KEY
084200     IF CLS-HIST-NOT-FOUND
084300         SET CLS-HIST-EOF TO TRUE
084400     ELSE
084500         IF NOT CLS-HIST-OK
084600             MOVE "PEHIST START FAILED" TO CLS-ABEND-MESSAGE
084700             GO TO 8000-ABEND
084800         END-IF
084900     END-IF
085000     PERFORM 2850-READ-PEHIST THRU 2850-EXIT
085100         WITH TEST BEFORE UNTIL CLS-HIST-EOF
085200     CLOSE CLS-HISTORY-FILE.
085300 2800-EXIT.
085400     EXIT.
085500
085600 2850-READ-PEHIST.
085700     READ CLS-HISTORY-FILE NEXT RECORD
085800         AT END
085900             SET CLS-HIST-EOF TO TRUE
086000         NOT AT END
086100             IF PEH-HIST-RUN-DATE > CLS-PERIOD-END
086200                 SET CLS-HIST-EOF TO TRUE
086300             ELSE
086400                 MOVE "PEHIST" TO CLS-ACC-FILE-NAME
086500                 MOVE PEH-HIST-PROGRAM-ID TO CLS-ACC-PROGRAM-ID
086600                 MOVE PEH-HIST-RESULT TO CLS-ACC-RESULT
086700                 MOVE PEH-HIST-SOURCE-FLAG TO
086800                     CLS-ACC-SOURCE-FLAG
086900                 MOVE PEH-HIST-RUN-DATE TO CLS-ACC-DATE
087000                 PERFORM 6000-ACCUMULATE THRU 6000-EXIT
087100             END-IF
087200     END-READ.
087300 2850-EXIT.
087400     EXIT.
087500
087600*****************************************************************
087700* THE PERSUM ROWS ARE WRITTEN BEFORE THE PERIOD IS MARKED
087800* CLOSED, SO A FAILURE PART-WAY LEAVES THE PERIOD OPEN AND THE
087900* CLOSE CAN SIMPLY BE RUN AGAIN.
088000*****************************************************************
088100 3000-POST-CLOSE.
088200     ADD 1 TO CLS-OLD-CLOSE-COUNT GIVING CLS-NEW-CLOSE-COUNT
088300     OPEN EXTEND CLS-SUMMARY-FILE
088400     IF NOT CLS-SUM-OK
088500         MOVE "PERSUM OPEN FAILED" TO CLS-ABEND-MESSAGE
088600         GO TO 8000-ABEND
088700     END-IF
088800     WRITE CLS-REPORT-LINE FROM CLS-HEADING-2
088900     WRITE CLS-REPORT-LINE FROM CLS-BLANK-LINE
089000     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
089100         VARYING CLS-TOT-IDX FROM 1 BY 1
089200         UNTIL CLS-TOT-IDX > CLS-TOTALS-COUNT
089300     CLOSE CLS-SUMMARY-FILE
089400     IF NOT CLS-PER-FOUND
089500         MOVE CLS-PERIOD TO PER-CTL-PERIOD
089600         MOVE SPACES TO PER-CTL-REOPENED-BY
089700         MOVE ZEROS TO PER-CTL-REOPENED-DATE
089800         MOVE ZEROS TO PER-CTL-REOPENED-TIME
089900         MOVE SPACES TO PER-CTL-REOPEN-REASON
090000     END-IF
090100     SET PER-CTL-CLOSED TO TRUE
090200     MOVE CLS-NEW-CLOSE-COUNT TO PER-CTL-CLOSE-COUNT
090300     MOVE CLS-LAST-BUSINESS-DAY TO PER-CTL-CLOSED-THROUGH
090400     MOVE CLS-CTL-OPERATOR TO PER-CTL-CLOSED-BY
090500     MOVE CLS-ACTUAL-DATE TO PER-CTL-CLOSED-DATE
090600     MOVE CLS-RUN-TIME TO PER-CTL-CLOSED-TIME
090700     IF CLS-PER-FOUND
090800         REWRITE PER-CONTROL-RECORD
090900     ELSE
091000         WRITE PER-CONTROL-RECORD
091100     END-IF
091200     IF NOT CLS-PER-OK
091300         MOVE "PERCTL UPDATE FAILED" TO CLS-ABEND-MESSAGE
091400         GO TO 8000-ABEND
091500     END-IF
091600     MOVE CLS-PERIOD TO CLS-ACW-PERIOD
091700     MOVE " CLOSED THROUGH " TO CLS-ACW-VERB
091800     MOVE CLS-LAST-BUSINESS-DAY TO CLS-ACW-DATE
091900     MOVE CLS-CTL-OPERATOR TO CLS-ACW-OPERATOR
092000     MOVE CLS-NEW-CLOSE-COUNT TO CLS-ACW-COUNT
092100     MOVE CLS-ACTION-WORK TO CLS-ACT-TEXT
092200     WRITE CLS-REPORT-LINE FROM CLS-BLANK-LINE
092300     WRITE CLS-REPORT-LINE FROM CLS-ACTION-LINE.
092400 3000-EXIT.
092500     EXIT.
092600
092700 3100-WRITE-TOTAL.
092800     MOVE SPACES TO PER-SUMMARY-RECORD
092900     MOVE CLS-PERIOD TO PER-SUM-PERIOD
093000     MOVE CLS-NEW-CLOSE-COUNT TO PER-SUM-CLOSE-COUNT
093100     MOVE CLS-TOT-FILE-NAME (CLS-TOT-IDX) TO PER-SUM-FILE-NAME
093200     MOVE CLS-TOT-PROGRAM-ID (CLS-TOT-IDX) TO
093300         PER-SUM-PROGRAM-ID
093400     MOVE CLS-TOT-RECORDS (CLS-TOT-IDX) TO PER-SUM-RECORD-COUNT
093500     MOVE CLS-TOT-CACHE (CLS-TOT-IDX) TO PER-SUM-CACHE-COUNT
093600     MOVE CLS-TOT-COMPUTED (CLS-TOT-IDX) TO
093700         PER-SUM-COMPUTED-COUNT
093800     MOVE CLS-TOT-HASH (CLS-TOT-IDX) TO PER-SUM-RESULT-HASH
093900     MOVE CLS-TOT-FIRST-DATE (CLS-TOT-IDX) TO PER-SUM-FIRST-DATE
094000     MOVE CLS-TOT-LAST-DATE (CLS-TOT-IDX) TO PER-SUM-LAST-DATE
094100     MOVE CLS-ACTUAL-DATE TO PER-SUM-CLOSE-DATE
094200     MOVE CLS-RUN-TIME TO PER-SUM-CLOSE-TIME
094300     WRITE PER-SUMMARY-RECORD
094400     IF NOT CLS-SUM-OK
094500         MOVE "PERSUM WRITE FAILED" TO CLS-ABEND-MESSAGE
094600         GO TO 8000-ABEND
094700     END-IF
094800     ADD 1 TO CLS-SUM-WRITTEN
094900     MOVE CLS-TOT-FILE-NAME (CLS-TOT-IDX) TO CLS-TTL-FILE-NAME
095000     MOVE CLS-TOT-PROGRAM-ID (CLS-TOT-IDX) TO
095100         CLS-TTL-PROGRAM-ID
095200     MOVE CLS-TOT-RECORDS (CLS-TOT-IDX) TO CLS-TTL-RECORDS
095300     MOVE CLS-TOT-CACHE (CLS-TOT-IDX) TO CLS-TTL-CACHE
095400     MOVE CLS-TOT-COMPUTED (CLS-TOT-IDX) TO CLS-TTL-COMPUTED
095500     MOVE CLS-TOT-HASH (CLS-TOT-IDX) TO CLS-TTL-HASH
095600     MOVE CLS-TOT-FIRST-DATE (CLS-TOT-IDX) TO CLS-TTL-FIRST-DATE
095700     MOVE CLS-TOT-LAST-DATE (CLS-TOT-IDX) TO CLS-TTL-LAST-DATE
095800     WRITE CLS-REPORT-LINE FROM CLS-TOTAL-LINE.
095900 3100-EXIT.
096000     EXIT.
096100
096200*****************************************************************
096300* A REOPEN IS THE FORMAL RECORD THAT LIFTS THE LOCK - IT NAMES
096400* THE OPERATOR AND THE REASON AND STAYS ON PERCTL UNTIL THE
096500* PERIOD IS CLOSED AGAIN.
096600*****************************************************************
096700 4000-REOPEN-PERIOD.
096800     IF NOT CLS-PER-FOUND
096900         MOVE "PERIOD HAS NEVER BEEN CLOSED" TO CLS-RFS-TEXT
097000         PERFORM 7000-REFUSE THRU 7000-EXIT
097100         GO TO 4000-EXIT
097200     END-IF
097300     IF NOT PER-CTL-CLOSED
097400         MOVE "PERIOD IS ALREADY REOPENED" TO CLS-RFS-TEXT
097500         PERFORM 7000-REFUSE THRU 7000-EXIT
097600         GO TO 4000-EXIT
097700     END-IF
097800     SET PER-CTL-REOPENED TO TRUE
097900     MOVE CLS-CTL-OPERATOR TO PER-CTL-REOPENED-BY
098000     MOVE CLS-ACTUAL-DATE TO PER-CTL-REOPENED-DATE
098100     MOVE CLS-RUN-TIME TO PER-CTL-REOPENED-TIME
098200     MOVE CLS-CTL-REASON TO PER-CTL-REOPEN-REASON
098300     REWRITE PER-CONTROL-RECORD
098400     IF NOT CLS-PER-OK
098500         MOVE "PERCTL REWRITE FAILED" TO CLS-ABEND-MESSAGE
098600         GO TO 8000-ABEND
098700     END-IF
098800     MOVE CLS-PERIOD TO CLS-ACW-PERIOD
098900     MOVE " REOPENED ON " TO CLS-ACW-VERB
099000     MOVE CLS-ACTUAL-DATE TO CLS-ACW-DATE
099100     MOVE CLS-CTL-OPERATOR TO CLS-ACW-OPERATOR
099200     MOVE PER-CTL-CLOSE-COUNT TO CLS-ACW-COUNT
099300     MOVE CLS-ACTION-WORK TO CLS-ACT-TEXT
099400     WRITE CLS-REPORT-LINE FROM CLS-ACTION-LINE
099500     MOVE SPACES TO CLS-ACT-TEXT
099600     STRING "REASON: " DELIMITED BY SIZE
099700         CLS-CTL-REASON DELIMITED BY SIZE
099800         INTO CLS-ACT-TEXT
099900     WRITE CLS-REPORT-LINE FROM CLS-ACTION-LINE.
100000 4000-EXIT.
100100     EXIT.
100200
100300 5000-FINALIZE.
100400     CLOSE CLS-PERIOD-FILE
100500     WRITE CLS-REPORT-LINE FROM CLS-BLANK-LINE
100600     MOVE CLS-DAYS-CHECKED TO CLS-TRL-CHECKED
100700     MOVE CLS-DAYS-OPEN TO CLS-TRL-OPEN
100800     MOVE CLS-SUM-WRITTEN TO CLS-TRL-WRITTEN
100900     WRITE CLS-REPORT-LINE FROM CLS-TRAILER-LINE
101000     CLOSE CLS-REPORT-FILE
101100     DISPLAY "PECLOS PERIOD=" CLS-PERIOD
101200         " DAYS CHECKED=" CLS-DAYS-CHECKED
101300         " NOT CLOSED=" CLS-DAYS-OPEN
101400         " PERSUM ROWS=" CLS-SUM-WRITTEN
101500     IF CLS-REFUSED
101600         MOVE 8 TO RETURN-CODE
101700     END-IF.
101800 5000-EXIT.
101900     EXIT.
102000
102100*****************************************************************
102200* ADD ONE RECORD TO THE TOTALS ENTRY FOR ITS FILE AND PROGRAM.
102300* ON OVERFLOW THE HASH WRAPS: T + R - 10**18 IS TAKEN AS
102400* T - (999999999999999999 - R) - 1.
102500*****************************************************************
102600 6000-ACCUMULATE.
102700     PERFORM 6100-FIND-TOTAL THRU 6100-EXIT
102800     ADD 1 TO CLS-TOT-RECORDS (CLS-TOT-SLOT)
102900     IF CLS-ACC-FROM-CACHE
103000         ADD 1 TO CLS-TOT-CACHE (CLS-TOT-SLOT)
103100     ELSE
103200         ADD 1 TO CLS-TOT-COMPUTED (CLS-TOT-SLOT)
103300     END-IF
103400     ADD CLS-ACC-RESULT TO CLS-TOT-HASH (CLS-TOT-SLOT)
103500         ON SIZE ERROR
103600             SUBTRACT CLS-ACC-RESULT FROM CLS-HASH-CEILING
103700                 GIVING CLS-ACC-HEADROOM
103800             SUBTRACT CLS-ACC-HEADROOM FROM
103900                 CLS-TOT-HASH (CLS-TOT-SLOT)
104000             SUBTRACT 1 FROM CLS-TOT-HASH (CLS-TOT-SLOT)
104100     END-ADD
104200     IF CLS-TOT-FIRST-DATE (CLS-TOT-SLOT) IS EQUAL TO ZERO OR
104300             CLS-ACC-DATE < CLS-TOT-FIRST-DATE (CLS-TOT-SLOT)
104400         MOVE CLS-ACC-DATE TO CLS-TOT-FIRST-DATE (CLS-TOT-SLOT)
104500     END-IF
104600     IF CLS-ACC-DATE > CLS-TOT-LAST-DATE (CLS-TOT-SLOT)
104700         MOVE CLS-ACC-DATE TO CLS-TOT-LAST-DATE (CLS-TOT-SLOT)
104800     END-IF.
104900 6000-EXIT.
105000     EXIT.
105100
105200 6100-FIND-TOTAL.
105300     MOVE "N" TO CLS-TOT-FOUND-SW
105400     PERFORM 6150-MATCH-TOTAL THRU 6150-EXIT
105500         VARYING CLS-TOT-IDX FROM 1 BY 1
105600         UNTIL CLS-TOT-IDX > CLS-TOTALS-COUNT OR CLS-TOT-FOUND
105700     IF CLS-TOT-FOUND
105800         GO TO 6100-EXIT
105900     END-IF
106000     IF CLS-TOTALS-COUNT IS NOT LESS THAN CLS-TOTALS-LIMIT
106100         MOVE "PERIOD TOTALS TABLE OVERFLOW" TO
106200             CLS-ABEND-MESSAGE
106300         GO TO 8000-ABEND
106400     END-IF
106500     ADD 1 TO CLS-TOTALS-COUNT
106600     MOVE CLS-TOTALS-COUNT TO CLS-TOT-SLOT
106700     MOVE CLS-ACC-FILE-NAME TO CLS-TOT-FILE-NAME (CLS-TOT-SLOT)
106800     MOVE CLS-ACC-PROGRAM-ID TO
106900         CLS-TOT-PROGRAM-ID (CLS-TOT-SLOT)
107000     MOVE ZEROS TO CLS-TOT-RECORDS (CLS-TOT-SLOT)
107100     MOVE ZEROS TO CLS-TOT-CACHE (CLS-TOT-SLOT)
107200     MOVE ZEROS TO CLS-TOT-COMPUTED (CLS-TOT-SLOT)
107300     MOVE ZEROS TO CLS-TOT-HASH (CLS-TOT-SLOT)
107400     MOVE ZEROS TO CLS-TOT-FIRST-DATE (CLS-TOT-SLOT)
107500     MOVE ZEROS TO CLS-TOT-LAST-DATE (CLS-TOT-SLOT).
107600 6100-EXIT.
107700     EXIT.
107800
107900 6150-MATCH-TOTAL.
108000     IF CLS-TOT-FILE-NAME (CLS-TOT-IDX) IS EQUAL TO
108100             CLS-ACC-FILE-NAME AND
108200             CLS-TOT-PROGRAM-ID (CLS-TOT-IDX) IS EQUAL TO
108300             CLS-ACC-PROGRAM-ID
108400         SET CLS-TOT-FOUND TO TRUE
108500         MOVE CLS-TOT-IDX TO CLS-TOT-SLOT
108600     END-IF.
108700 6150-EXIT.
108800     EXIT.
108900
109000 7000-REFUSE.
109100     SET CLS-REFUSED TO TRUE
109200     WRITE CLS-REPORT-LINE FROM CLS-REFUSAL-LINE
109300     DISPLAY "PECLOS REFUSED - " CLS-RFS-TEXT.
109400 7000-EXIT.
109500     EXIT.
109600
109700 8000-ABEND.
109800     DISPLAY "*** PECLOS ABEND *** " CLS-ABEND-MESSAGE
109900     MOVE 16 TO RETURN-CODE
110000     GO TO 9999-EXIT.
110100
110200 9999-EXIT.
110300     STOP RUN.
