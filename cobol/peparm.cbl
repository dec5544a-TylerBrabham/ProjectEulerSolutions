000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PEPARM.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - PRMMST PARAMETER-MASTER
001300*                    MAINTENANCE UNDER MAKER-CHECKER CONTROL.
001400*                    ADD KEYS THE CURRENT PE1CTL, PE2CTL AND
001500*                    PE3CTL MEMBERS AS A NEW PENDING VERSION
001600*                    WITH AN EFFECTIVE DATE; APPROVE MAKES A
001700*                    PENDING VERSION USABLE AND MUST BE RUN BY
001800*                    A DIFFERENT OPERATOR FROM THE ONE WHO KEYED
001900*                    IT; RETIRE WITHDRAWS A VERSION FOR GOOD.
002000*                    EVERY RUN ENDS WITH A LISTING OF ALL
002100*                    VERSIONS, MARKING THE ONE PEEDIT WILL HOLD
002200*                    THE MEMBERS TO ON THE PROCESSING DATE.  A
002300*                    REFUSED ACTION LEAVES THE MASTER UNCHANGED
002400*                    AND ENDS THE STEP WITH CONDITION CODE 8.
002410* 10/15/2026  TB    A VERSION PEDISP KEYED FROM QUESTIONS KEYED BY
002420*                    SEVERAL OPERATORS CARRIES THE OTHERS AS
002430*                    ALSO-KEYED-BY; APPROVE REFUSES ANY OF THEM
002440*                    AND THE LISTING SHOWS THEM.
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PRM-CONTROL-FILE ASSIGN TO "PRMCTL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS PRM-CTL-STATUS.
003300
003400     SELECT PRM-PRCDTE-FILE ASSIGN TO "PRCDTE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PRM-PRC-STATUS.
003700
003800     SELECT PRM-MASTER-FILE ASSIGN TO "PRMMST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PRM-MST-KEY
004200         FILE STATUS IS PRM-VER-STATUS.
004300
004400     SELECT PRM-PE1CTL-FILE ASSIGN TO "PE1CTL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS PRM-PE1-STATUS.
004700
004800     SELECT PRM-PE2CTL-FILE ASSIGN TO "PE2CTL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS PRM-PE2-STATUS.
005100
005200     SELECT PRM-PE3CTL-FILE ASSIGN TO "PE3CTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PRM-PE3-STATUS.
005500
005600     SELECT PRM-REPORT-FILE ASSIGN TO "PRMRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PRM-RPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PRM-CONTROL-FILE
006300     RECORDING MODE IS F.
006400 COPY PRMCTL.
006500
006600 FD  PRM-PRCDTE-FILE
006700     RECORDING MODE IS F.
006800 COPY PRCDTE.
006900
007000 FD  PRM-MASTER-FILE.
007100 COPY PRMMST.
007200
007300 FD  PRM-PE1CTL-FILE
007400     RECORDING MODE IS F.
007500 COPY PE1CTL.
007600
007700 FD  PRM-PE2CTL-FILE
007800     RECORDING MODE IS F.
007900 COPY PE2CTL.
008000
008100 FD  PRM-PE3CTL-FILE
008200     RECORDING MODE IS F.
008300 COPY PE3CTL.
008400
008500 FD  PRM-REPORT-FILE
008600     RECORDING MODE IS F.
008700 01  PRM-REPORT-LINE             PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 01  PRM-SWITCHES.
009100     05  PRM-MST-EOF-SW      PIC X(01) VALUE "N".
009200         88  PRM-MST-EOF            VALUE "Y".
009300     05  PRM-PE2-EOF-SW      PIC X(01) VALUE "N".
009400         88  PRM-PE2-EOF            VALUE "Y".
009500     05  PRM-PE3-EOF-SW      PIC X(01) VALUE "N".
009600         88  PRM-PE3-EOF            VALUE "Y".
009700     05  PRM-REFUSED-SW      PIC X(01) VALUE "N".
009800         88  PRM-REFUSED            VALUE "Y".
009900
010000 01  PRM-FILE-STATUSES.
010100     05  PRM-CTL-STATUS      PIC X(02) VALUE "00".
010200         88  PRM-CTL-OK             VALUE "00".
010300     05  PRM-PRC-STATUS      PIC X(02) VALUE "00".
010400         88  PRM-PRC-OK             VALUE "00".
010500     05  PRM-VER-STATUS      PIC X(02) VALUE "00".
010600         88  PRM-VER-OK             VALUE "00".
010700         88  PRM-VER-NOT-FOUND      VALUE "23".
010800     05  PRM-PE1-STATUS      PIC X(02) VALUE "00".
010900         88  PRM-PE1-OK             VALUE "00".
011000     05  PRM-PE2-STATUS      PIC X(02) VALUE "00".
011100         88  PRM-PE2-OK             VALUE "00".
011200     05  PRM-PE3-STATUS      PIC X(02) VALUE "00".
011300         88  PRM-PE3-OK             VALUE "00".
011400     05  PRM-RPT-STATUS      PIC X(02) VALUE "00".
011500         88  PRM-RPT-OK             VALUE "00".
011600
011700 01  PRM-ABEND-MESSAGE       PIC X(60).
011800
011900 01  PRM-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
012000 01  PRM-RUN-TIME            PIC 9(06) VALUE ZEROS.
012100 01  PRM-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
012200
012300 01  PRM-DATE-WORK.
012400     05  PRM-WRK-DATE.
012500         10  PRM-WRK-YYYY    PIC 9(04).
012600         10  PRM-WRK-MM      PIC 9(02).
012700         10  PRM-WRK-DD      PIC 9(02).
012800     05  PRM-WRK-MAX-DD      PIC 9(02) VALUE ZEROS.
012900
013000 01  PRM-LEAP-WORK.
013100     05  PRM-LEAP-QUOTIENT   PIC 9(04) VALUE ZEROS.
013200     05  PRM-LEAP-REM-4      PIC 9(04) VALUE ZEROS.
013300     05  PRM-LEAP-REM-100    PIC 9(04) VALUE ZEROS.
013400     05  PRM-LEAP-REM-400    PIC 9(04) VALUE ZEROS.
013500
013600 01  PRM-MONTH-DAYS-TABLE.
013700     05  FILLER              PIC X(24) VALUE
013800         "312831303130313130313031".
013900 01  PRM-MONTH-DAYS REDEFINES PRM-MONTH-DAYS-TABLE.
014000     05  PRM-MONTH-DAYS-NN   PIC 9(02) OCCURS 12 TIMES.
014100
014200*****************************************************************
014300* THE VERSION BEING ADDED AND THE VERSION IN FORCE ON THE
014400* PROCESSING DATE - THE APPROVED VERSION WITH THE LATEST
014500* EFFECTIVE DATE NOT AFTER IT, THE HIGHER VERSION ON A TIE.
014600*****************************************************************
014700 01  PRM-VERSION-WORK.
014800     05  PRM-LAST-VERSION    PIC 9(05) VALUE ZEROS.
014900     05  PRM-NEW-VERSION     PIC 9(05) VALUE ZEROS.
015000     05  PRM-PE2-COUNT       PIC 9(03) VALUE ZEROS.
015100     05  PRM-PE3-COUNT       PIC 9(03) VALUE ZEROS.
015200     05  PRM-FORCE-VERSION   PIC 9(05) VALUE ZEROS.
015300     05  PRM-FORCE-EFFECTIVE PIC 9(08) VALUE ZEROS.
015400
015500 01  PRM-COUNTS.
015600     05  PRM-VERSION-COUNT   PIC 9(05) VALUE ZEROS.
015700     05  PRM-PENDING-COUNT   PIC 9(05) VALUE ZEROS.
015800     05  PRM-APPROVED-COUNT  PIC 9(05) VALUE ZEROS.
015900     05  PRM-RETIRED-COUNT   PIC 9(05) VALUE ZEROS.
016000
016100 01  PRM-HEADING-1.
016200     05  FILLER              PIC X(42) VALUE
016300         "PEPARM - PARAMETER-MASTER MAINTENANCE".
016400     05  PRM-HDG-FUNCTION    PIC X(12).
016500     05  FILLER              PIC X(17) VALUE
016600         "PROCESSING DATE ".
016700     05  PRM-HDG-DATE        PIC 9(08).
016800     05  FILLER              PIC X(53) VALUE SPACES.
016900
017000 01  PRM-HEADING-2.
017100     05  FILLER              PIC X(08) VALUE "VERSION".
017200     05  FILLER              PIC X(10) VALUE "EFFECTIVE".
017300     05  FILLER              PIC X(10) VALUE "STATUS".
017400     05  FILLER              PIC X(15) VALUE "KEYED BY".
017500     05  FILLER              PIC X(15) VALUE "APPROVED BY".
017600     05  FILLER              PIC X(15) VALUE "RETIRED BY".
017700     05  FILLER              PIC X(06) VALUE "PE2".
017800     05  FILLER              PIC X(06) VALUE "PE3".
017900     05  FILLER              PIC X(08) VALUE "IN FORCE".
017910     05  FILLER              PIC X(02) VALUE SPACES.
017920     05  FILLER              PIC X(13) VALUE "ALSO KEYED BY".
017930     05  FILLER              PIC X(24) VALUE SPACES.
018100
018200 01  PRM-DETAIL-LINE.
018300     05  PRM-DTL-VERSION     PIC 9(05).
018400     05  FILLER              PIC X(03) VALUE SPACES.
018500     05  PRM-DTL-EFFECTIVE   PIC 9(08).
018600     05  FILLER              PIC X(02) VALUE SPACES.
018700     05  PRM-DTL-STATUS      PIC X(08).
018800     05  FILLER              PIC X(02) VALUE SPACES.
018900     05  PRM-DTL-KEYED-BY    PIC X(03).
019000     05  FILLER              PIC X(01) VALUE SPACES.
019100     05  PRM-DTL-KEYED-DATE  PIC 9(08).
019200     05  FILLER              PIC X(03) VALUE SPACES.
019300     05  PRM-DTL-APPROVED-BY PIC X(03).
019400     05  FILLER              PIC X(01) VALUE SPACES.
019500     05  PRM-DTL-APPROVED-DATE
019600                             PIC 9(08) BLANK WHEN ZERO.
019700     05  FILLER              PIC X(03) VALUE SPACES.
019800     05  PRM-DTL-RETIRED-BY  PIC X(03).
019900     05  FILLER              PIC X(01) VALUE SPACES.
020000     05  PRM-DTL-RETIRED-DATE
020100                             PIC 9(08) BLANK WHEN ZERO.
020200     05  FILLER              PIC X(03) VALUE SPACES.
020300     05  PRM-DTL-PE2-COUNT   PIC ZZ9.
020400     05  FILLER              PIC X(03) VALUE SPACES.
020500     05  PRM-DTL-PE3-COUNT   PIC ZZ9.
020600     05  FILLER              PIC X(03) VALUE SPACES.
020700     05  PRM-DTL-IN-FORCE    PIC X(08).
020710     05  FILLER              PIC X(02) VALUE SPACES.
020720     05  PRM-DTL-ALSO-1      PIC X(03).
020730     05  FILLER              PIC X(01) VALUE SPACES.
020740     05  PRM-DTL-ALSO-2      PIC X(03).
020750     05  FILLER              PIC X(01) VALUE SPACES.
020760     05  PRM-DTL-ALSO-3      PIC X(03).
020770     05  FILLER              PIC X(26) VALUE SPACES.
020900
021000 01  PRM-ACTION-LINE.
021100     05  PRM-ACT-TEXT        PIC X(100).
021200     05  FILLER              PIC X(32) VALUE SPACES.
021300
021400 01  PRM-REFUSAL-LINE.
021500     05  FILLER              PIC X(16) VALUE
021600         "*** REFUSED *** ".
021700     05  PRM-RFS-TEXT        PIC X(60).
021800     05  FILLER              PIC X(56) VALUE SPACES.
021900
022000 01  PRM-TRAILER-LINE.
022100     05  FILLER              PIC X(09) VALUE "VERSIONS=".
022200     05  PRM-TRL-VERSIONS    PIC ZZ,ZZ9.
022300     05  FILLER              PIC X(09) VALUE " PENDING=".
022400     05  PRM-TRL-PENDING     PIC ZZ,ZZ9.
022500     05  FILLER              PIC X(10) VALUE " APPROVED=".
022600     05  PRM-TRL-APPROVED    PIC ZZ,ZZ9.
022700     05  FILLER              PIC X(09) VALUE " RETIRED=".
022800     05  PRM-TRL-RETIRED     PIC ZZ,ZZ9.
022900     05  FILLER              PIC X(10) VALUE " IN FORCE=".
023000     05  PRM-TRL-IN-FORCE    PIC 9(05).
023100     05  FILLER              PIC X(56) VALUE SPACES.
023200
023300 01  PRM-BLANK-LINE          PIC X(132) VALUE SPACES.
023400
023500 PROCEDURE DIVISION.
023600
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023900     IF PRM-CTL-ADD
024000         PERFORM 2000-ADD-VERSION THRU 2000-EXIT
024100     END-IF
024200     IF PRM-CTL-APPROVE
024300         PERFORM 3000-APPROVE-VERSION THRU 3000-EXIT
024400     END-IF
024500     IF PRM-CTL-RETIRE
024600         PERFORM 3500-RETIRE-VERSION THRU 3500-EXIT
024700     END-IF
024800     PERFORM 4000-LIST-VERSIONS THRU 4000-EXIT
024900     PERFORM 5000-FINALIZE THRU 5000-EXIT
025000     GO TO 9999-EXIT.
025100
025200 1000-INITIALIZE.
025300     ACCEPT PRM-ACTUAL-DATE FROM DATE YYYYMMDD
025400     ACCEPT PRM-RUN-TIME FROM TIME
025500     OPEN INPUT PRM-CONTROL-FILE
025600     IF NOT PRM-CTL-OK
025700         MOVE "PRMCTL OPEN FAILED" TO PRM-ABEND-MESSAGE
025800         GO TO 8000-ABEND
025900     END-IF
026000     READ PRM-CONTROL-FILE
026100         AT END
026200             MOVE "PRMCTL CONTAINS NO CONTROL RECORD" TO
026300                 PRM-ABEND-MESSAGE
026400             GO TO 8000-ABEND
026500     END-READ
026600     CLOSE PRM-CONTROL-FILE
026700     IF NOT PRM-CTL-LIST AND NOT PRM-CTL-ADD AND
026800             NOT PRM-CTL-APPROVE AND NOT PRM-CTL-RETIRE
026900         MOVE "PRMCTL FUNCTION MUST BE BLANK, L, A, P OR R" TO
027000             PRM-ABEND-MESSAGE
027100         GO TO 8000-ABEND
027200     END-IF
027300     IF NOT PRM-CTL-LIST AND
027400             PRM-CTL-OPERATOR IS EQUAL TO SPACES
027500         MOVE "PRMCTL OPERATOR INITIALS ARE REQUIRED" TO
027600             PRM-ABEND-MESSAGE
027700         GO TO 8000-ABEND
027800     END-IF
027900     IF (PRM-CTL-APPROVE OR PRM-CTL-RETIRE) AND
028000             (PRM-CTL-VERSION IS NOT NUMERIC OR
028100              PRM-CTL-VERSION IS EQUAL TO ZERO)
028200         MOVE "PRMCTL VERSION NUMBER IS INVALID" TO
028300             PRM-ABEND-MESSAGE
028400         GO TO 8000-ABEND
028500     END-IF
028600     IF PRM-CTL-ADD
028700         PERFORM 1200-EDIT-EFFECTIVE-DATE THRU 1200-EXIT
028800     END-IF
028900     PERFORM 1100-READ-PRCDTE THRU 1100-EXIT
029000     OPEN OUTPUT PRM-REPORT-FILE
029100     IF NOT PRM-RPT-OK
029200         MOVE "PRMRPT OPEN FAILED" TO PRM-ABEND-MESSAGE
029300         GO TO 8000-ABEND
029400     END-IF
029500     EVALUATE TRUE
029600         WHEN PRM-CTL-ADD
029700             MOVE "- ADD" TO PRM-HDG-FUNCTION
029800         WHEN PRM-CTL-APPROVE
029900             MOVE "- APPROVE" TO PRM-HDG-FUNCTION
030000         WHEN PRM-CTL-RETIRE
030100             MOVE "- RETIRE" TO PRM-HDG-FUNCTION
030200         WHEN OTHER
030300             MOVE "- LIST" TO PRM-HDG-FUNCTION
030400     END-EVALUATE
030500     MOVE PRM-PROCESS-DATE TO PRM-HDG-DATE
030600     WRITE PRM-REPORT-LINE FROM PRM-HEADING-1
030700     WRITE PRM-REPORT-LINE FROM PRM-BLANK-LINE
030800     OPEN I-O PRM-MASTER-FILE
030900     IF NOT PRM-VER-OK
031000         OPEN OUTPUT PRM-MASTER-FILE
031100         CLOSE PRM-MASTER-FILE
031200         OPEN I-O PRM-MASTER-FILE
031300     END-IF
031400     IF NOT PRM-VER-OK
031500         MOVE "PRMMST OPEN FAILED" TO PRM-ABEND-MESSAGE
031600         GO TO 8000-ABEND
031700     END-IF.
031800 1000-EXIT.
031900     EXIT.
032000
032100 1100-READ-PRCDTE.
032200     OPEN INPUT PRM-PRCDTE-FILE
032300     IF NOT PRM-PRC-OK
032400         MOVE "PRCDTE OPEN FAILED" TO PRM-ABEND-MESSAGE
032500         GO TO 8000-ABEND
032600     END-IF
032700     READ PRM-PRCDTE-FILE
032800         AT END
032900             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
033000                 PRM-ABEND-MESSAGE
033100             GO TO 8000-ABEND
033200     END-READ
033300     CLOSE PRM-PRCDTE-FILE
033400     IF PRC-PROCESS-DATE IS NOT NUMERIC
033500         MOVE "PRCDTE PROCESSING DATE IS NOT NUMERIC" TO
033600             PRM-ABEND-MESSAGE
033700         GO TO 8000-ABEND
033800     END-IF
033900     MOVE PRC-PROCESS-DATE TO PRM-PROCESS-DATE.
034000 1100-EXIT.
034100     EXIT.
034200
034300 1200-EDIT-EFFECTIVE-DATE.
034400     IF PRM-CTL-EFFECTIVE-DATE IS NOT NUMERIC
034500         MOVE "PRMCTL EFFECTIVE DATE IS NOT NUMERIC" TO
034600             PRM-ABEND-MESSAGE
034700         GO TO 8000-ABEND
034800     END-IF
034900     MOVE PRM-CTL-EFFECTIVE-DATE TO PRM-WRK-DATE
035000     IF PRM-WRK-MM < 1 OR PRM-WRK-MM > 12
035100         MOVE "PRMCTL EFFECTIVE DATE MONTH IS INVALID" TO
035200             PRM-ABEND-MESSAGE
035300         GO TO 8000-ABEND
035400     END-IF
035500     MOVE PRM-MONTH-DAYS-NN (PRM-WRK-MM) TO PRM-WRK-MAX-DD
035600     IF PRM-WRK-MM IS EQUAL TO 2
035700         PERFORM 1300-CHECK-LEAP-YEAR THRU 1300-EXIT
035800     END-IF
035900     IF PRM-WRK-DD < 1 OR PRM-WRK-DD > PRM-WRK-MAX-DD
036000         MOVE "PRMCTL EFFECTIVE DATE DAY IS INVALID" TO
036100             PRM-ABEND-MESSAGE
036200         GO TO 8000-ABEND
036300     END-IF.
036400 1200-EXIT.
036500     EXIT.
036600
036700 1300-CHECK-LEAP-YEAR.
036800     DIVIDE PRM-WRK-YYYY BY 4
036900         GIVING PRM-LEAP-QUOTIENT REMAINDER PRM-LEAP-REM-4
037000     DIVIDE PRM-WRK-YYYY BY 100
037100         GIVING PRM-LEAP-QUOTIENT REMAINDER PRM-LEAP-REM-100
037200     DIVIDE PRM-WRK-YYYY BY 400
037300         GIVING PRM-LEAP-QUOTIENT REMAINDER PRM-LEAP-REM-400
037400     IF PRM-LEAP-REM-4 IS EQUAL TO ZERO AND
037500             (PRM-LEAP-REM-100 IS NOT EQUAL TO ZERO OR
037600             PRM-LEAP-REM-400 IS EQUAL TO ZERO)
037700         MOVE 29 TO PRM-WRK-MAX-DD
037800     END-IF.
037900 1300-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300* A NEW VERSION TAKES THE NEXT NUMBER AFTER THE HIGHEST ON THE
038400* MASTER AND MAY NOT TAKE EFFECT BEFORE THE PROCESSING DATE -
038500* A BACK-DATED VERSION WOULD CHANGE WHICH PARAMETERS A DAY
038600* ALREADY PROCESSED IS SAID TO HAVE RUN UNDER.  THE MEMBER
038700* RECORDS ARE WRITTEN FIRST AND THE HEADER LAST, SO A VERSION
038800* CUT SHORT BY AN ABEND HAS NO HEADER AND IS NEVER SEEN.
038900*****************************************************************
039000 2000-ADD-VERSION.
039100     IF PRM-CTL-EFFECTIVE-DATE < PRM-PROCESS-DATE
039200         MOVE "EFFECTIVE DATE IS BEFORE THE PROCESSING DATE" TO
039300             PRM-RFS-TEXT
039400         PERFORM 7000-REFUSE THRU 7000-EXIT
039500         GO TO 2000-EXIT
039600     END-IF
039700     OPEN INPUT PRM-PE1CTL-FILE
039800     IF NOT PRM-PE1-OK
039900         MOVE "PE1CTL OPEN FAILED" TO PRM-ABEND-MESSAGE
040000         GO TO 8000-ABEND
040100     END-IF
040200     READ PRM-PE1CTL-FILE
040300         AT END
040400             CLOSE PRM-PE1CTL-FILE
040500             MOVE "PE1CTL HAS NO CONTROL RECORD TO KEY" TO
040600                 PRM-RFS-TEXT
040700             PERFORM 7000-REFUSE THRU 7000-EXIT
040800             GO TO 2000-EXIT
040900     END-READ
041000     PERFORM 2100-FIND-LAST-VERSION THRU 2100-EXIT
041100     ADD 1 TO PRM-LAST-VERSION GIVING PRM-NEW-VERSION
041200     MOVE "1" TO PRM-MST-RECORD-TYPE
041300     MOVE 1 TO PRM-MST-SEQUENCE
041400     MOVE PE1-CONTROL-RECORD TO PRM-MST-DATA
041500     PERFORM 2500-WRITE-MEMBER THRU 2500-EXIT
041600     CLOSE PRM-PE1CTL-FILE
041700     OPEN INPUT PRM-PE2CTL-FILE
041800     IF NOT PRM-PE2-OK
041900         MOVE "PE2CTL OPEN FAILED" TO PRM-ABEND-MESSAGE
042000         GO TO 8000-ABEND
042100     END-IF
042200     PERFORM 2300-LOAD-PE2-RECORD THRU 2300-EXIT
042300         WITH TEST BEFORE UNTIL PRM-PE2-EOF
042400     CLOSE PRM-PE2CTL-FILE
042500     OPEN INPUT PRM-PE3CTL-FILE
042600     IF NOT PRM-PE3-OK
042700         MOVE "PE3CTL OPEN FAILED" TO PRM-ABEND-MESSAGE
042800         GO TO 8000-ABEND
042900     END-IF
043000     PERFORM 2400-LOAD-PE3-RECORD THRU 2400-EXIT
043100         WITH TEST BEFORE UNTIL PRM-PE3-EOF
043200     CLOSE PRM-PE3CTL-FILE
043300     MOVE PRM-NEW-VERSION TO PRM-MST-VERSION
043400     MOVE "H" TO PRM-MST-RECORD-TYPE
043500     MOVE ZEROS TO PRM-MST-SEQUENCE
043600     MOVE SPACES TO PRM-MST-DATA
043700     MOVE PRM-CTL-EFFECTIVE-DATE TO PRM-MST-EFFECTIVE-DATE
043800     SET PRM-MST-PENDING TO TRUE
043900     MOVE PRM-CTL-OPERATOR TO PRM-MST-KEYED-BY
044000     MOVE PRM-ACTUAL-DATE TO PRM-MST-KEYED-DATE
044100     MOVE ZEROS TO PRM-MST-APPROVED-DATE
044200     MOVE ZEROS TO PRM-MST-RETIRED-DATE
044300     MOVE PRM-PE2-COUNT TO PRM-MST-PE2-COUNT
044400     MOVE PRM-PE3-COUNT TO PRM-MST-PE3-COUNT
044500     WRITE PRM-MASTER-RECORD
044600     IF NOT PRM-VER-OK
044700         MOVE "PRMMST HEADER WRITE FAILED" TO PRM-ABEND-MESSAGE
044800         GO TO 8000-ABEND
044900     END-IF
045000     MOVE SPACES TO PRM-ACT-TEXT
045100     STRING "VERSION " PRM-NEW-VERSION
045200         " ADDED PENDING APPROVAL, EFFECTIVE "
045300         PRM-CTL-EFFECTIVE-DATE ", KEYED BY "
045400         PRM-CTL-OPERATOR ", PE2 RECORDS=" PRM-PE2-COUNT
045500         " PE3 RECORDS=" PRM-PE3-COUNT
045600         DELIMITED BY SIZE INTO PRM-ACT-TEXT
045700     WRITE PRM-REPORT-LINE FROM PRM-ACTION-LINE
045800     WRITE PRM-REPORT-LINE FROM PRM-BLANK-LINE.
045900 2000-EXIT.
046000     EXIT.
046100
046200 2100-FIND-LAST-VERSION.
046300     MOVE ZEROS TO PRM-LAST-VERSION
046400     MOVE ZEROS TO PRM-MST-VERSION
046500     MOVE LOW-VALUES TO PRM-MST-RECORD-TYPE
046600     MOVE ZEROS TO PRM-MST-SEQUENCE
046700     START PRM-MASTER-FILE KEY IS NOT LESS THAN PRM-MST-KEY
046800     IF PRM-VER-NOT-FOUND
046900         GO TO 2100-EXIT
047000     END-IF
047100     IF NOT PRM-VER-OK
047200         MOVE "PRMMST START FAILED" TO PRM-ABEND-MESSAGE
047300         GO TO 8000-ABEND
047400     END-IF
047500     MOVE "N" TO PRM-MST-EOF-SW
047600     PERFORM 2200-SCAN-LAST-VERSION THRU 2200-EXIT
047700         WITH TEST BEFORE UNTIL PRM-MST-EOF.
047800 2100-EXIT.
047900     EXIT.
048000
048100 2200-SCAN-LAST-VERSION.
048200     READ PRM-MASTER-FILE NEXT RECORD
048300         AT END
048400             SET PRM-MST-EOF TO TRUE
048500         NOT AT END
048600             IF PRM-MST-VERSION > PRM-LAST-VERSION
048700                 MOVE PRM-MST-VERSION TO PRM-LAST-VERSION
048800             END-IF
048900     END-READ.
049000 2200-EXIT.
049100     EXIT.
049200
049300 2300-LOAD-PE2-RECORD.
049400     READ PRM-PE2CTL-FILE
049500         AT END
049600             SET PRM-PE2-EOF TO TRUE
049700         NOT AT END
049800             ADD 1 TO PRM-PE2-COUNT
049900             MOVE "2" TO PRM-MST-RECORD-TYPE
050000             MOVE PRM-PE2-COUNT TO PRM-MST-SEQUENCE
050100             MOVE PE2-CONTROL-RECORD TO PRM-MST-DATA
050200             PERFORM 2500-WRITE-MEMBER THRU 2500-EXIT
050300     END-READ.
050400 2300-EXIT.
050500     EXIT.
050600
050700 2400-LOAD-PE3-RECORD.
050800     READ PRM-PE3CTL-FILE
050900         AT END
051000             SET PRM-PE3-EOF TO TRUE
051100         NOT AT END
051200             ADD 1 TO PRM-PE3-COUNT
051300             MOVE "3" TO PRM-MST-RECORD-TYPE
051400             MOVE PRM-PE3-COUNT TO PRM-MST-SEQUENCE
051500             MOVE PE3-CONTROL-RECORD TO PRM-MST-DATA
051600             PERFORM 2500-WRITE-MEMBER THRU 2500-EXIT
051700     END-READ.
051800 2400-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200* THE RECORD TYPE, SEQUENCE AND MEMBER IMAGE ARE SET BY THE
052300* CALLER.
052400*****************************************************************
052500 2500-WRITE-MEMBER.
052600     MOVE PRM-NEW-VERSION TO PRM-MST-VERSION
052700     WRITE PRM-MASTER-RECORD
052800     IF NOT PRM-VER-OK
052900         MOVE "PRMMST MEMBER WRITE FAILED" TO PRM-ABEND-MESSAGE
053000         GO TO 8000-ABEND
053100     END-IF.
053200 2500-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600* THE CHECKER - ONLY A PENDING VERSION CAN BE APPROVED, AND
053700* NEVER BY AN OPERATOR WHO KEYED IT.
053800*****************************************************************
053900 3000-APPROVE-VERSION.
054000     PERFORM 3100-READ-HEADER THRU 3100-EXIT
054100     IF PRM-REFUSED
054200         GO TO 3000-EXIT
054300     END-IF
054400     IF NOT PRM-MST-PENDING
054500         MOVE "VERSION IS NOT PENDING APPROVAL" TO PRM-RFS-TEXT
054600         PERFORM 7000-REFUSE THRU 7000-EXIT
054700         GO TO 3000-EXIT
054800     END-IF
054810     IF PRM-CTL-OPERATOR IS EQUAL TO PRM-MST-KEYED-BY OR
054820             PRM-CTL-OPERATOR IS EQUAL TO
054830                 PRM-MST-ALSO-KEYED-BY (1) OR
054840             PRM-CTL-OPERATOR IS EQUAL TO
054850                 PRM-MST-ALSO-KEYED-BY (2) OR
054860             PRM-CTL-OPERATOR IS EQUAL TO
054870                 PRM-MST-ALSO-KEYED-BY (3)
055000         MOVE "APPROVER MAY NOT BE AN OPERATOR WHO KEYED IT" TO
055100             PRM-RFS-TEXT
055200         PERFORM 7000-REFUSE THRU 7000-EXIT
055300         GO TO 3000-EXIT
055400     END-IF
055500     SET PRM-MST-APPROVED TO TRUE
055600     MOVE PRM-CTL-OPERATOR TO PRM-MST-APPROVED-BY
055700     MOVE PRM-ACTUAL-DATE TO PRM-MST-APPROVED-DATE
055800     REWRITE PRM-MASTER-RECORD
055900     IF NOT PRM-VER-OK
056000         MOVE "PRMMST REWRITE FAILED" TO PRM-ABEND-MESSAGE
056100         GO TO 8000-ABEND
056200     END-IF
056300     MOVE SPACES TO PRM-ACT-TEXT
056400     STRING "VERSION " PRM-CTL-VERSION " APPROVED BY "
056500         PRM-CTL-OPERATOR ", KEYED BY " PRM-MST-KEYED-BY
056600         ", EFFECTIVE " PRM-MST-EFFECTIVE-DATE
056700         DELIMITED BY SIZE INTO PRM-ACT-TEXT
056800     WRITE PRM-REPORT-LINE FROM PRM-ACTION-LINE
056900     WRITE PRM-REPORT-LINE FROM PRM-BLANK-LINE.
057000 3000-EXIT.
057100     EXIT.
057200
057300 3100-READ-HEADER.
057400     MOVE PRM-CTL-VERSION TO PRM-MST-VERSION
057500     MOVE "H" TO PRM-MST-RECORD-TYPE
057600     MOVE ZEROS TO PRM-MST-SEQUENCE
057700     READ PRM-MASTER-FILE
057800     IF PRM-VER-NOT-FOUND
057900         MOVE SPACES TO PRM-RFS-TEXT
058000         STRING "VERSION " PRM-CTL-VERSION " IS NOT ON PRMMST"
058100             DELIMITED BY SIZE INTO PRM-RFS-TEXT
058200         PERFORM 7000-REFUSE THRU 7000-EXIT
058300         GO TO 3100-EXIT
058400     END-IF
058500     IF NOT PRM-VER-OK
058600         MOVE "PRMMST READ FAILED" TO PRM-ABEND-MESSAGE
058700         GO TO 8000-ABEND
058800     END-IF.
058900 3100-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300* A RETIRED VERSION IS KEPT FOR THE TRAIL BUT IS NEVER IN FORCE
059400* AGAIN.  RETIRING THE VERSION IN FORCE LEAVES PEEDIT HOLDING
059500* THE MEMBERS TO THE NEXT APPROVED VERSION BACK, OR REFUSING
059600* THE RUN IF THERE IS NONE.
059700*****************************************************************
059800 3500-RETIRE-VERSION.
059900     PERFORM 3100-READ-HEADER THRU 3100-EXIT
060000     IF PRM-REFUSED
060100         GO TO 3500-EXIT
060200     END-IF
060300     IF PRM-MST-RETIRED
060400         MOVE "VERSION IS ALREADY RETIRED" TO PRM-RFS-TEXT
060500         PERFORM 7000-REFUSE THRU 7000-EXIT
060600         GO TO 3500-EXIT
060700     END-IF
060800     SET PRM-MST-RETIRED TO TRUE
060900     MOVE PRM-CTL-OPERATOR TO PRM-MST-RETIRED-BY
061000     MOVE PRM-ACTUAL-DATE TO PRM-MST-RETIRED-DATE
061100     REWRITE PRM-MASTER-RECORD
061200     IF NOT PRM-VER-OK
061300         MOVE "PRMMST REWRITE FAILED" TO PRM-ABEND-MESSAGE
061400         GO TO 8000-ABEND
061500     END-IF
061600     MOVE SPACES TO PRM-ACT-TEXT
061700     STRING "VERSION " PRM-CTL-VERSION " RETIRED BY "
061800         PRM-CTL-OPERATOR
061900         DELIMITED BY SIZE INTO PRM-ACT-TEXT
062000     WRITE PRM-REPORT-LINE FROM PRM-ACTION-LINE
062100     WRITE PRM-REPORT-LINE FROM PRM-BLANK-LINE.
062200 3500-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* TWO PASSES OVER THE HEADERS - THE FIRST FINDS THE VERSION IN
062700* FORCE ON THE PROCESSING DATE, THE SECOND LISTS EVERY VERSION
062800* WITH THAT ONE MARKED.
062900*****************************************************************
063000 4000-LIST-VERSIONS.
063100     WRITE PRM-REPORT-LINE FROM PRM-HEADING-2
063200     WRITE PRM-REPORT-LINE FROM PRM-BLANK-LINE
063300     PERFORM 4100-START-MASTER THRU 4100-EXIT
063400     PERFORM 4200-SCAN-IN-FORCE THRU 4200-EXIT
063500         WITH TEST BEFORE UNTIL PRM-MST-EOF
063600     PERFORM 4100-START-MASTER THRU 4100-EXIT
063700     PERFORM 4300-LIST-VERSION THRU 4300-EXIT
063800         WITH TEST BEFORE UNTIL PRM-MST-EOF.
063900 4000-EXIT.
064000     EXIT.
064100
064200 4100-START-MASTER.
064300     MOVE "N" TO PRM-MST-EOF-SW
064400     MOVE ZEROS TO PRM-MST-VERSION
064500     MOVE LOW-VALUES TO PRM-MST-RECORD-TYPE
064600     MOVE ZEROS TO PRM-MST-SEQUENCE
064700     START PRM-MASTER-FILE KEY IS NOT LESS THAN PRM-MST-KEY
064800     IF PRM-VER-NOT-FOUND
064900         SET PRM-MST-EOF TO TRUE
065000         GO TO 4100-EXIT
065100     END-IF
065200     IF NOT PRM-VER-OK
065300         MOVE "PRMMST START FAILED" TO PRM-ABEND-MESSAGE
065400         GO TO 8000-ABEND
065500     END-IF.
065600 4100-EXIT.
065700     EXIT.
065800
065900*****************************************************************
066000* THE MASTER IS IN VERSION ORDER, SO AN APPROVED HEADER WHOSE
066100* EFFECTIVE DATE EQUALS THE BEST SO FAR IS A HIGHER VERSION AND
066200* TAKES ITS PLACE - THE SAME RULE PEEDIT APPLIES.
066300*****************************************************************
066400 4200-SCAN-IN-FORCE.
066500     READ PRM-MASTER-FILE NEXT RECORD
066600         AT END
066700             SET PRM-MST-EOF TO TRUE
066800         NOT AT END
066900             IF PRM-MST-HEADER AND PRM-MST-APPROVED AND
067000                     PRM-MST-EFFECTIVE-DATE IS NOT GREATER
067100                     THAN PRM-PROCESS-DATE AND
067200                     PRM-MST-EFFECTIVE-DATE IS NOT LESS THAN
067300                     PRM-FORCE-EFFECTIVE
067400                 MOVE PRM-MST-VERSION TO PRM-FORCE-VERSION
067500                 MOVE PRM-MST-EFFECTIVE-DATE TO
067600                     PRM-FORCE-EFFECTIVE
067700             END-IF
067800     END-READ.
067900 4200-EXIT.
068000     EXIT.
068100
068200 4300-LIST-VERSION.
068300     READ PRM-MASTER-FILE NEXT RECORD
068400         AT END
068500             SET PRM-MST-EOF TO TRUE
068600             GO TO 4300-EXIT
068700     END-READ
068800     IF NOT PRM-MST-HEADER
068900         GO TO 4300-EXIT
069000     END-IF
069100     ADD 1 TO PRM-VERSION-COUNT
069200     MOVE PRM-MST-VERSION TO PRM-DTL-VERSION
069300     MOVE PRM-MST-EFFECTIVE-DATE TO PRM-DTL-EFFECTIVE
069400     EVALUATE TRUE
069500         WHEN PRM-MST-PENDING
069600             MOVE "PENDING" TO PRM-DTL-STATUS
069700             ADD 1 TO PRM-PENDING-COUNT
069800         WHEN PRM-MST-APPROVED
069900             MOVE "APPROVED" TO PRM-DTL-STATUS
070000             ADD 1 TO PRM-APPROVED-COUNT
070100         WHEN OTHER
070200             MOVE "RETIRED" TO PRM-DTL-STATUS
070300             ADD 1 TO PRM-RETIRED-COUNT
070400     END-EVALUATE
070500     MOVE PRM-MST-KEYED-BY TO PRM-DTL-KEYED-BY
070600     MOVE PRM-MST-KEYED-DATE TO PRM-DTL-KEYED-DATE
070610     MOVE PRM-MST-ALSO-KEYED-BY (1) TO PRM-DTL-ALSO-1
070620     MOVE PRM-MST-ALSO-KEYED-BY (2) TO PRM-DTL-ALSO-2
070630     MOVE PRM-MST-ALSO-KEYED-BY (3) TO PRM-DTL-ALSO-3
070700     MOVE PRM-MST-APPROVED-BY TO PRM-DTL-APPROVED-BY
070800     MOVE PRM-MST-APPROVED-DATE TO PRM-DTL-APPROVED-DATE
070900     MOVE PRM-MST-RETIRED-BY TO PRM-DTL-RETIRED-BY
071000     MOVE PRM-MST-RETIRED-DATE TO PRM-DTL-RETIRED-DATE
071100     MOVE PRM-MST-PE2-COUNT TO PRM-DTL-PE2-COUNT
071200     MOVE PRM-MST-PE3-COUNT TO PRM-DTL-PE3-COUNT
071300     IF PRM-MST-VERSION IS EQUAL TO PRM-FORCE-VERSION
071400         MOVE "   *" TO PRM-DTL-IN-FORCE
071500     ELSE
071600         MOVE SPACES TO PRM-DTL-IN-FORCE
071700     END-IF
071800     WRITE PRM-REPORT-LINE FROM PRM-DETAIL-LINE.
071900 4300-EXIT.
072000     EXIT.
072100
072200 5000-FINALIZE.
072300     CLOSE PRM-MASTER-FILE
072400     WRITE PRM-REPORT-LINE FROM PRM-BLANK-LINE
072500     MOVE PRM-VERSION-COUNT TO PRM-TRL-VERSIONS
072600     MOVE PRM-PENDING-COUNT TO PRM-TRL-PENDING
072700     MOVE PRM-APPROVED-COUNT TO PRM-TRL-APPROVED
072800     MOVE PRM-RETIRED-COUNT TO PRM-TRL-RETIRED
072900     MOVE PRM-FORCE-VERSION TO PRM-TRL-IN-FORCE
073000     WRITE PRM-REPORT-LINE FROM PRM-TRAILER-LINE
073100     CLOSE PRM-REPORT-FILE
073200     DISPLAY "PEPARM VERSIONS=" PRM-VERSION-COUNT
073300         " PENDING=" PRM-PENDING-COUNT
073400         " IN FORCE=" PRM-FORCE-VERSION
073500     IF PRM-REFUSED
073600         MOVE 8 TO RETURN-CODE
073700     END-IF.
073800 5000-EXIT.
073900     EXIT.
074000
074100 7000-REFUSE.
074200     SET PRM-REFUSED TO TRUE
074300     WRITE PRM-REPORT-LINE FROM PRM-REFUSAL-LINE
074400     WRITE PRM-REPORT-LINE FROM PRM-BLANK-LINE
074500     DISPLAY "PEPARM REFUSED - " PRM-RFS-TEXT.
074600 7000-EXIT.
074700     EXIT.
074800
074900 8000-ABEND.
075000     DISPLAY "*** PEPARM ABEND *** " PRM-ABEND-MESSAGE
075100     MOVE 16 TO RETURN-CODE
075200     GO TO 9999-EXIT.
075300
075400 9999-EXIT.
075500     STOP RUN.
