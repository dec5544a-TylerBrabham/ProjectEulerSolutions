000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PEDISP.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - BUSINESS-QUESTION
001300*                    DISPATCHER.  RUNS AHEAD OF PEEDIT IN THE
001400*                    PEULER STREAM.  LOADS THE DAY'S REQIN
001500*                    INTAKE ONTO THE REQMST REQUEST MASTER
001600*                    (EDITING EACH QUESTION THE WAY PEEDIT WILL
001700*                    EDIT THE CONTROL MEMBER, SO ONE BAD
001800*                    QUESTION IS REJECTED ON ITS OWN INSTEAD OF
001900*                    STOPPING THE CYCLE), THEN BUILDS THE DAY'S
002000*                    PE1CTL, PE2CTL AND PE3CTL MEMBERS FROM THE
002100*                    OPEN QUESTIONS AND MARKS THEM DISPATCHED
002200*                    FOR THE PROCESSING DATE.  P1 ANSWERS ONE
002300*                    PARAMETER SET PER RUN, SO ONLY THE OLDEST
002400*                    OPEN P1 QUESTION (AND ANY ASKING THE SAME
002500*                    THING) IS DISPATCHED; THE REST ARE HELD
002600*                    OPEN FOR A LATER CYCLE.  A MEMBER WITH NO
002700*                    OPEN QUESTIONS IS LEFT AS IT STANDS.
002706* 10/15/2026  TB    A REBUILT SET OF MEMBERS IS NOW KEYED ONTO THE
002712*                    PRMMST PARAMETER MASTER AS A NEW PENDING
002718*                    VERSION, EFFECTIVE ON THE PROCESSING DATE,
002724*                    UNLESS IT MATCHES THE LATEST PENDING OR
002730*                    APPROVED VERSION ALREADY THERE.  THE MAKERS
002736*                    ARE THE OPERATORS WHO KEYED THE DISPATCHED
002742*                    QUESTIONS, CARRIED FROM REQIN ONTO REQMST;
002748*                    A QUESTION WITH NO KEYING OPERATOR IS
002754*                    REJECTED, AND ONE THAT WOULD BE A FIFTH
002760*                    MAKER IS HELD.  PEEDIT HOLDS THE RUN UNTIL
002766*                    AN OPERATOR WHO KEYED NONE OF THEM HAS
002772*                    APPROVED THE VERSION UNDER PEPARM.
002780* 10/15/2026  TB    DISPATCHED P3 TARGETS ARE WRITTEN AS LITERAL
002790*                    TARGETS (BLANK TARGET SOURCE ON PE3CTL).
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DSP-PROCESS-DATE-FILE ASSIGN TO "PRCDTE"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS DSP-PRC-STATUS.
003600
003700     SELECT DSP-INTAKE-FILE ASSIGN TO "REQIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS DSP-INT-STATUS.
004000
004100     SELECT DSP-REQUEST-FILE ASSIGN TO "REQMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS REQ-MST-KEY
004500         FILE STATUS IS DSP-REQ-STATUS.
004600
004700     SELECT DSP-PE1CTL-FILE ASSIGN TO "PE1CTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS DSP-PE1-STATUS.
005000
005100     SELECT DSP-PE2CTL-FILE ASSIGN TO "PE2CTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS DSP-PE2-STATUS.
005400
005500     SELECT DSP-PE3CTL-FILE ASSIGN TO "PE3CTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS DSP-PE3-STATUS.
005800
005900     SELECT DSP-REPORT-FILE ASSIGN TO "DSPRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS DSP-RPT-STATUS.
006110
006120     SELECT DSP-PARM-MASTER-FILE ASSIGN TO "PRMMST"
006130         ORGANIZATION IS INDEXED
006140         ACCESS MODE IS DYNAMIC
006150         RECORD KEY IS PRM-MST-KEY
006160         FILE STATUS IS DSP-PRM-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  DSP-PROCESS-DATE-FILE
006600     RECORDING MODE IS F.
006700 COPY PRCDTE.
006800
006900 FD  DSP-INTAKE-FILE
007000     RECORDING MODE IS F.
007100 COPY REQIN.
007200
007300 FD  DSP-REQUEST-FILE.
007400 COPY REQMST.
007500
007600 FD  DSP-PE1CTL-FILE
007700     RECORDING MODE IS F.
007800 COPY PE1CTL.
007900
008000 FD  DSP-PE2CTL-FILE
008100     RECORDING MODE IS F.
008200 COPY PE2CTL.
008300
008400 FD  DSP-PE3CTL-FILE
008500     RECORDING MODE IS F.
008600 COPY PE3CTL.
008700
008800 FD  DSP-REPORT-FILE
008900     RECORDING MODE IS F.
009000 01  DSP-REPORT-LINE             PIC X(132).
009010
009020 FD  DSP-PARM-MASTER-FILE.
009030 COPY PRMMST.
009100
009200 WORKING-STORAGE SECTION.
009300 01  DSP-SWITCHES.
009400     05  DSP-INT-EOF-SW      PIC X(01) VALUE "N".
009500         88  DSP-INT-EOF            VALUE "Y".
009600     05  DSP-REQ-EOF-SW      PIC X(01) VALUE "N".
009700         88  DSP-REQ-EOF            VALUE "Y".
009800     05  DSP-P1-TAKEN-SW     PIC X(01) VALUE "N".
009900         88  DSP-P1-TAKEN           VALUE "Y".
010000     05  DSP-FOUND-SW        PIC X(01) VALUE "N".
010100         88  DSP-FOUND              VALUE "Y".
010200     05  DSP-SORT-DONE-SW    PIC X(01) VALUE "N".
010300         88  DSP-SORT-DONE          VALUE "Y".
010400     05  DSP-LIST-END-SW     PIC X(01) VALUE "N".
010500         88  DSP-LIST-ENDED         VALUE "Y".
010509     05  DSP-PRM-EOF-SW      PIC X(01) VALUE "N".
010518         88  DSP-PRM-EOF            VALUE "Y".
010527     05  DSP-PRM-FOUND-SW    PIC X(01) VALUE "N".
010536         88  DSP-PRM-FOUND          VALUE "Y".
010545     05  DSP-PRM-DIFF-SW     PIC X(01) VALUE "N".
010554         88  DSP-PRM-DIFFERS        VALUE "Y".
010563     05  DSP-PRM-KEYING-SW   PIC X(01) VALUE "N".
010572         88  DSP-PRM-KEYING         VALUE "Y".
010581     05  DSP-MBR-EOF-SW      PIC X(01) VALUE "N".
010590         88  DSP-MBR-EOF            VALUE "Y".
010593     05  DSP-MAKER-HELD-SW   PIC X(01) VALUE "N".
010596         88  DSP-MAKER-HELD         VALUE "Y".
010600
010700 01  DSP-FILE-STATUSES.
010800     05  DSP-PRC-STATUS      PIC X(02) VALUE "00".
010900         88  DSP-PRC-OK             VALUE "00".
011000     05  DSP-INT-STATUS      PIC X(02) VALUE "00".
011100         88  DSP-INT-OK             VALUE "00".
011200         88  DSP-INT-MISSING        VALUE "35".
011300     05  DSP-REQ-STATUS      PIC X(02) VALUE "00".
011400         88  DSP-REQ-OK             VALUE "00".
011500         88  DSP-REQ-NOT-FOUND      VALUE "23".
011600         88  DSP-REQ-DUPLICATE      VALUE "22".
011700     05  DSP-PE1-STATUS      PIC X(02) VALUE "00".
011800         88  DSP-PE1-OK             VALUE "00".
011900     05  DSP-PE2-STATUS      PIC X(02) VALUE "00".
012000         88  DSP-PE2-OK             VALUE "00".
012100     05  DSP-PE3-STATUS      PIC X(02) VALUE "00".
012200         88  DSP-PE3-OK             VALUE "00".
012300     05  DSP-RPT-STATUS      PIC X(02) VALUE "00".
012400         88  DSP-RPT-OK             VALUE "00".
012410     05  DSP-PRM-STATUS      PIC X(02) VALUE "00".
012420         88  DSP-PRM-OK             VALUE "00".
012430         88  DSP-PRM-NOT-FOUND      VALUE "23".
012500
012600 01  DSP-ABEND-MESSAGE       PIC X(60).
012700
012800 01  DSP-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
012805
012810*****************************************************************
012815* PRMMST PARAMETER-VERSION WORK AREAS - THE LATEST PENDING OR
012820* APPROVED VERSION EFFECTIVE BY THE PROCESSING DATE, AND THE
012825* VERSION KEYED WHEN THE REBUILT MEMBERS DO NOT MATCH IT.
012830*****************************************************************
012835 01  DSP-PARM-WORK.
012840     05  DSP-PARM-VERSION    PIC 9(05) VALUE ZEROS.
012845     05  DSP-PARM-EFFECTIVE  PIC 9(08) VALUE ZEROS.
012850     05  DSP-PARM-STATUS     PIC X(01) VALUE SPACES.
012855     05  DSP-PARM-PE2-COUNT  PIC 9(03) VALUE ZEROS.
012860     05  DSP-PARM-PE3-COUNT  PIC 9(03) VALUE ZEROS.
012865     05  DSP-LAST-VERSION    PIC 9(05) VALUE ZEROS.
012870     05  DSP-NEW-VERSION     PIC 9(05) VALUE ZEROS.
012875     05  DSP-NEW-PE2-COUNT   PIC 9(03) VALUE ZEROS.
012880     05  DSP-NEW-PE3-COUNT   PIC 9(03) VALUE ZEROS.
012885     05  DSP-PARM-SEQUENCE   PIC 9(03) VALUE ZEROS.
012890     05  DSP-PARM-IMAGE      PIC X(60) VALUE SPACES.
012900
013000*****************************************************************
013100* THE INTAKE EDIT LIMITS MUST MATCH PEEDIT'S - EDT-MAX-ITERATE-
013200* CUTOFF, EDT-MAX-THRESHOLD, EDT-MAX-TARGET AND THE P2/P3 TABLE
013300* SIZES - SO NO DISPATCHED QUESTION CAN FAIL THE EDIT.
013400*****************************************************************
013500 01  DSP-MAX-ITERATE-CUTOFF  PIC 9(09) VALUE 99999.
013600 01  DSP-MAX-THRESHOLD       PIC 9(18) VALUE
013700                             600000000000000000.
013800 01  DSP-MAX-TARGET          PIC 9(18) VALUE 999999999999999.
013900
014000 01  DSP-P1-CONTROL          PIC X(40) VALUE SPACES.
014100
014200 01  DSP-THRESHOLD-LIMIT     PIC 9(03) COMP VALUE 100.
014300 01  DSP-THRESHOLD-TABLE.
014400     05  DSP-THRESHOLD-COUNT PIC 9(03) COMP VALUE ZERO.
014500     05  DSP-THRESHOLD       PIC 9(18) OCCURS 100 TIMES.
014600
014700 01  DSP-TARGET-LIMIT        PIC 9(03) COMP VALUE 100.
014800 01  DSP-TARGET-TABLE.
014900     05  DSP-TARGET-COUNT    PIC 9(03) COMP VALUE ZERO.
015000     05  DSP-TARGET          PIC 9(18) OCCURS 100 TIMES.
015100
015105*****************************************************************
015110* THE OPERATORS WHO KEYED THE QUESTIONS DISPATCHED THIS CYCLE -
015115* THE MAKERS OF ANY PRMMST VERSION KEYED FROM THEM.  THE VERSION
015120* HEADER HOLDS FOUR.
015125*****************************************************************
015130 01  DSP-MAKER-LIMIT         PIC 9(03) COMP VALUE 4.
015135 01  DSP-MAKER-TABLE.
015140     05  DSP-MAKER-COUNT     PIC 9(03) COMP VALUE ZERO.
015145     05  DSP-MAKER-LIST      VALUE SPACES.
015150         10  DSP-MAKER       PIC X(03) OCCURS 4 TIMES.
015155     05  DSP-MAKER-VIEW REDEFINES DSP-MAKER-LIST.
015160         10  DSP-FIRST-MAKER PIC X(03).
015165         10  DSP-OTHER-MAKERS
015170                             PIC X(09).
015175 01  DSP-MAKER-IDX           PIC 9(03) COMP VALUE ZERO.
015180
015200 01  DSP-TBL-IDX             PIC 9(03) COMP VALUE ZERO.
015300 01  DSP-SORT-WORK.
015400     05  DSP-SORT-I          PIC 9(03) COMP VALUE ZERO.
015500     05  DSP-SORT-J          PIC 9(03) COMP VALUE ZERO.
015600     05  DSP-SORT-J1         PIC 9(03) COMP VALUE ZERO.
015700     05  DSP-HOLD-THRESHOLD  PIC 9(18) VALUE ZEROS.
015800
015900 01  DSP-EDIT-WORK.
016000     05  DSP-DIV-IDX         PIC 9(02) VALUE ZEROS.
016100     05  DSP-DIV-JDX         PIC 9(02) VALUE ZEROS.
016200     05  DSP-DIV-COUNT       PIC 9(02) VALUE ZEROS.
016300     05  DSP-REJECT-REASON   PIC X(40) VALUE SPACES.
016400
016500 01  DSP-COUNTS.
016600     05  DSP-INTAKE-COUNT    PIC 9(05) VALUE ZEROS.
016700     05  DSP-LOADED-COUNT    PIC 9(05) VALUE ZEROS.
016800     05  DSP-REJECTED-COUNT  PIC 9(05) VALUE ZEROS.
016900     05  DSP-DISPATCH-COUNT  PIC 9(05) VALUE ZEROS.
017000     05  DSP-HELD-COUNT      PIC 9(05) VALUE ZEROS.
017100     05  DSP-P1-REQ-COUNT    PIC 9(05) VALUE ZEROS.
017200     05  DSP-P2-REQ-COUNT    PIC 9(05) VALUE ZEROS.
017300     05  DSP-P3-REQ-COUNT    PIC 9(05) VALUE ZEROS.
017400
017500 01  DSP-HEADING-1.
017600     05  FILLER              PIC X(42) VALUE
017700         "PEDISP - BUSINESS-QUESTION DISPATCH".
017800     05  FILLER              PIC X(16) VALUE "PROCESSING DATE ".
017900     05  DSP-HDG-DATE        PIC 9(08).
018000     05  FILLER              PIC X(66) VALUE SPACES.
018100
018200 01  DSP-HEADING-2.
018300     05  FILLER              PIC X(12) VALUE "REQUEST ID".
018400     05  FILLER              PIC X(22) VALUE "REQUESTER".
018500     05  FILLER              PIC X(09) VALUE "PROGRAM".
018600     05  FILLER              PIC X(42) VALUE "PARAMETERS".
018700     05  FILLER              PIC X(47) VALUE "ACTION".
018800
018900 01  DSP-DETAIL-LINE.
019000     05  DSP-DTL-REQUEST-ID  PIC X(10).
019100     05  FILLER              PIC X(02) VALUE SPACES.
019200     05  DSP-DTL-REQUESTER   PIC X(20).
019300     05  FILLER              PIC X(02) VALUE SPACES.
019400     05  DSP-DTL-PROGRAM-ID  PIC X(08).
019500     05  FILLER              PIC X(01) VALUE SPACES.
019600     05  DSP-DTL-PARAMETERS  PIC X(40).
019700     05  FILLER              PIC X(02) VALUE SPACES.
019800     05  DSP-DTL-ACTION      PIC X(47).
019900
020000 01  DSP-MEMBER-LINE.
020100     05  DSP-MBR-NAME        PIC X(08).
020200     05  DSP-MBR-TEXT        PIC X(40).
020300     05  DSP-MBR-COUNT       PIC ZZ,ZZ9.
020400     05  FILLER              PIC X(78) VALUE SPACES.
020500
020600 01  DSP-TRAILER-LINE.
020700     05  FILLER              PIC X(07) VALUE "INTAKE=".
020800     05  DSP-TRL-INTAKE      PIC ZZ,ZZ9.
020900     05  FILLER              PIC X(08) VALUE " LOADED=".
021000     05  DSP-TRL-LOADED      PIC ZZ,ZZ9.
021100     05  FILLER              PIC X(10) VALUE " REJECTED=".
021200     05  DSP-TRL-REJECTED    PIC ZZ,ZZ9.
021300     05  FILLER              PIC X(12) VALUE " DISPATCHED=".
021400     05  DSP-TRL-DISPATCHED  PIC ZZ,ZZ9.
021500     05  FILLER              PIC X(06) VALUE " HELD=".
021600     05  DSP-TRL-HELD        PIC ZZ,ZZ9.
021700     05  FILLER              PIC X(59) VALUE SPACES.
021800
021900 01  DSP-BLANK-LINE          PIC X(132) VALUE SPACES.
022000
022100 PROCEDURE DIVISION.
022200
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022500     PERFORM 2000-LOAD-INTAKE THRU 2000-EXIT
022600     PERFORM 3000-SELECT-REQUESTS THRU 3000-EXIT
022700     PERFORM 4000-WRITE-MEMBERS THRU 4000-EXIT
022710     PERFORM 4500-RECORD-PARM-VERSION THRU 4500-EXIT
022800     PERFORM 5000-FINALIZE THRU 5000-EXIT
022900     GO TO 9999-EXIT.
023000
023100 1000-INITIALIZE.
023200     OPEN INPUT DSP-PROCESS-DATE-FILE
023300     IF NOT DSP-PRC-OK
023400         MOVE "PRCDTE OPEN FAILED" TO DSP-ABEND-MESSAGE
023500         GO TO 8000-ABEND
023600     END-IF
023700     READ DSP-PROCESS-DATE-FILE
023800         AT END
023900             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
024000                 DSP-ABEND-MESSAGE
024100             GO TO 8000-ABEND
024200     END-READ
024300     IF PRC-PROCESS-DATE IS NOT NUMERIC
024400         MOVE "PRCDTE PROCESSING DATE IS NOT NUMERIC" TO
024500             DSP-ABEND-MESSAGE
024600         GO TO 8000-ABEND
024700     END-IF
024800     MOVE PRC-PROCESS-DATE TO DSP-PROCESS-DATE
024900     CLOSE DSP-PROCESS-DATE-FILE
025000     OPEN I-O DSP-REQUEST-FILE
025100     IF NOT DSP-REQ-OK
025200         OPEN OUTPUT DSP-REQUEST-FILE
025300         CLOSE DSP-REQUEST-FILE
025400         OPEN I-O DSP-REQUEST-FILE
025500     END-IF
025600     IF NOT DSP-REQ-OK
025700         MOVE "REQMST OPEN FAILED" TO DSP-ABEND-MESSAGE
025800         GO TO 8000-ABEND
025900     END-IF
026000     OPEN OUTPUT DSP-REPORT-FILE
026100     IF NOT DSP-RPT-OK
026200         MOVE "DSPRPT OPEN FAILED" TO DSP-ABEND-MESSAGE
026300         GO TO 8000-ABEND
026400     END-IF
026500     MOVE DSP-PROCESS-DATE TO DSP-HDG-DATE
026600     WRITE DSP-REPORT-LINE FROM DSP-HEADING-1
026700     WRITE DSP-REPORT-LINE FROM DSP-BLANK-LINE
026800     WRITE DSP-REPORT-LINE FROM DSP-HEADING-2
026900     WRITE DSP-REPORT-LINE FROM DSP-BLANK-LINE.
027000 1000-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400* EVERY INTAKE RECORD GOES ONTO THE MASTER - OPEN IF IT PASSES
027500* THE EDIT, REJECTED WITH ITS REASON IF NOT - SO THE REPLY TO
027600* THE REQUESTER CAN SAY WHY.  A REQUEST ID ALREADY ON THE MASTER
027700* IS LISTED AND SKIPPED.  ONCE LOADED THE INTAKE IS EMPTIED SO A
027800* RERUN CANNOT LOAD THE SAME QUESTIONS TWICE.
027900*****************************************************************
028000 2000-LOAD-INTAKE.
028100     OPEN INPUT DSP-INTAKE-FILE
028200     IF DSP-INT-MISSING
028300         GO TO 2000-EXIT
028400     END-IF
028500     IF NOT DSP-INT-OK
028600         MOVE "REQIN OPEN FAILED" TO DSP-ABEND-MESSAGE
028700         GO TO 8000-ABEND
028800     END-IF
028900     PERFORM 2100-READ-INTAKE THRU 2100-EXIT
029000         WITH TEST BEFORE UNTIL DSP-INT-EOF
029100     CLOSE DSP-INTAKE-FILE
029200     OPEN OUTPUT DSP-INTAKE-FILE
029300     IF NOT DSP-INT-OK
029400         MOVE "REQIN RESET FAILED" TO DSP-ABEND-MESSAGE
029500         GO TO 8000-ABEND
029600     END-IF
029700     CLOSE DSP-INTAKE-FILE.
029800 2000-EXIT.
029900     EXIT.
030000
030100 2100-READ-INTAKE.
030200     READ DSP-INTAKE-FILE
030300         AT END
030400             SET DSP-INT-EOF TO TRUE
030500         NOT AT END
030600             ADD 1 TO DSP-INTAKE-COUNT
030700             PERFORM 2200-LOAD-REQUEST THRU 2200-EXIT
030800     END-READ.
030900 2100-EXIT.
031000     EXIT.
031100
031200 2200-LOAD-REQUEST.
031300     MOVE SPACES TO REQ-MASTER-RECORD
031400     MOVE REQ-INT-REQUEST-ID TO REQ-MST-REQUEST-ID
031500     MOVE REQ-INT-REQUESTER TO REQ-MST-REQUESTER
031600     MOVE REQ-INT-PROGRAM-ID TO REQ-MST-PROGRAM-ID
031700     MOVE REQ-INT-PARAMETERS TO REQ-MST-PARAMETERS
031710     MOVE REQ-INT-KEYED-BY TO REQ-MST-KEYED-BY
031800     MOVE DSP-PROCESS-DATE TO REQ-MST-RECEIVED-DATE
031900     MOVE ZEROS TO REQ-MST-DISPATCH-DATE
032000     MOVE ZEROS TO REQ-MST-ANSWER-RUN-ID
032100     MOVE ZEROS TO REQ-MST-ANSWER-DATE
032200     MOVE ZEROS TO REQ-MST-CARRY-COUNT
032300     IF REQ-INT-REQUEST-ID IS EQUAL TO SPACES
032400         MOVE "REQUEST ID IS BLANK - NOT LOADED" TO
032500             DSP-DTL-ACTION
032600         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
032700         ADD 1 TO DSP-REJECTED-COUNT
032800         GO TO 2200-EXIT
032900     END-IF
033000     PERFORM 2300-EDIT-REQUEST THRU 2300-EXIT
033100     IF DSP-REJECT-REASON IS EQUAL TO SPACES
033200         SET REQ-MST-OPEN TO TRUE
033300     ELSE
033400         SET REQ-MST-REJECTED TO TRUE
033500         MOVE DSP-REJECT-REASON TO REQ-MST-REJECT-REASON
033600     END-IF
033700     WRITE REQ-MASTER-RECORD
033800     IF DSP-REQ-DUPLICATE
033900         MOVE "REQUEST ID ALREADY ON MASTER - NOT LOADED" TO
034000             DSP-DTL-ACTION
034100         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
034200         ADD 1 TO DSP-REJECTED-COUNT
034300         GO TO 2200-EXIT
034400     END-IF
034500     IF NOT DSP-REQ-OK
034600         MOVE "REQMST WRITE FAILED" TO DSP-ABEND-MESSAGE
034700         GO TO 8000-ABEND
034800     END-IF
034900     IF REQ-MST-REJECTED
035000         STRING "REJECTED - " DSP-REJECT-REASON
035100             DELIMITED BY SIZE INTO DSP-DTL-ACTION
035200         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
035300         ADD 1 TO DSP-REJECTED-COUNT
035400     ELSE
035500         ADD 1 TO DSP-LOADED-COUNT
035600     END-IF.
035700 2200-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100* THE SAME RULES PEEDIT APPLIES TO THE CONTROL MEMBERS.
036200*****************************************************************
036300 2300-EDIT-REQUEST.
036400     MOVE SPACES TO DSP-REJECT-REASON
036500     IF REQ-INT-REQUESTER IS EQUAL TO SPACES
036600         MOVE "REQUESTER IS BLANK" TO DSP-REJECT-REASON
036700         GO TO 2300-EXIT
036800     END-IF
036810     IF REQ-INT-KEYED-BY IS EQUAL TO SPACES
036820         MOVE "KEYING OPERATOR IS BLANK" TO DSP-REJECT-REASON
036830         GO TO 2300-EXIT
036840     END-IF
036900     IF REQ-INT-FOR-P1
037000         PERFORM 2400-EDIT-P1-REQUEST THRU 2400-EXIT
037100         GO TO 2300-EXIT
037200     END-IF
037300     IF REQ-INT-FOR-P2
037400         IF REQ-INT-P2-THRESHOLD IS NOT NUMERIC
037500             MOVE "THRESHOLD IS NOT NUMERIC" TO
037600                 DSP-REJECT-REASON
037700         ELSE
037800             IF REQ-INT-P2-THRESHOLD IS EQUAL TO ZERO OR
037900                     REQ-INT-P2-THRESHOLD > DSP-MAX-THRESHOLD
038000                 MOVE "THRESHOLD IS ZERO OR ABOVE THE MAXIMUM"
038100                     TO DSP-REJECT-REASON
038200             END-IF
038300         END-IF
038400         GO TO 2300-EXIT
038500     END-IF
038600     IF REQ-INT-FOR-P3
038700         IF REQ-INT-P3-TARGET IS NOT NUMERIC
038800             MOVE "TARGET IS NOT NUMERIC" TO DSP-REJECT-REASON
038900         ELSE
039000             IF REQ-INT-P3-TARGET < 2 OR
039100                     REQ-INT-P3-TARGET > DSP-MAX-TARGET
039200                 MOVE "TARGET IS BELOW 2 OR ABOVE THE MAXIMUM"
039300                     TO DSP-REJECT-REASON
039400             END-IF
039500         END-IF
039600         GO TO 2300-EXIT
039700     END-IF
039800     MOVE "PROGRAM MUST BE P1, P2 OR P3" TO DSP-REJECT-REASON.
039900 2300-EXIT.
040000     EXIT.
040100
040200 2400-EDIT-P1-REQUEST.
040300     IF REQ-INT-P1-CUTOFF IS NOT NUMERIC
040400         MOVE "CUTOFF IS NOT NUMERIC" TO DSP-REJECT-REASON
040500         GO TO 2400-EXIT
040600     END-IF
040700     IF REQ-INT-P1-CUTOFF IS EQUAL TO ZERO
040800         MOVE "CUTOFF MUST BE GREATER THAN ZERO" TO
040900             DSP-REJECT-REASON
041000         GO TO 2400-EXIT
041100     END-IF
041200     IF REQ-INT-P1-MODE IS NOT EQUAL TO SPACE AND
041300             REQ-INT-P1-MODE IS NOT EQUAL TO "I" AND
041400             REQ-INT-P1-MODE IS NOT EQUAL TO "F"
041500         MOVE "MODE MUST BE BLANK, I OR F" TO DSP-REJECT-REASON
041600         GO TO 2400-EXIT
041700     END-IF
041800     IF REQ-INT-P1-MODE IS NOT EQUAL TO "F" AND
041900             REQ-INT-P1-CUTOFF > DSP-MAX-ITERATE-CUTOFF
042000         MOVE "CUTOFF EXCEEDS ITERATE-MODE MAXIMUM" TO
042100             DSP-REJECT-REASON
042200         GO TO 2400-EXIT
042300     END-IF
042400     MOVE ZEROS TO DSP-DIV-COUNT
042500     MOVE "N" TO DSP-LIST-END-SW
042600     PERFORM 2450-EDIT-P1-DIVISOR THRU 2450-EXIT
042700         VARYING DSP-DIV-IDX FROM 1 BY 1
042800         UNTIL DSP-DIV-IDX > 10 OR
042900             DSP-REJECT-REASON IS NOT EQUAL TO SPACES
043000     IF DSP-REJECT-REASON IS EQUAL TO SPACES AND
043100             DSP-DIV-COUNT IS EQUAL TO ZERO
043200         MOVE "AT LEAST ONE DIVISOR IS REQUIRED" TO
043300             DSP-REJECT-REASON
043400     END-IF.
043500 2400-EXIT.
043600     EXIT.
043700
043800 2450-EDIT-P1-DIVISOR.
043900     IF REQ-INT-P1-DIVISOR (DSP-DIV-IDX) IS NOT NUMERIC
044000         MOVE "DIVISOR IS NOT NUMERIC" TO DSP-REJECT-REASON
044100         GO TO 2450-EXIT
044200     END-IF
044300     IF REQ-INT-P1-DIVISOR (DSP-DIV-IDX) IS EQUAL TO ZERO
044400         SET DSP-LIST-ENDED TO TRUE
044500         GO TO 2450-EXIT
044600     END-IF
044700     IF DSP-LIST-ENDED
044800         MOVE "DIVISOR LIST HAS A GAP" TO DSP-REJECT-REASON
044900         GO TO 2450-EXIT
045000     END-IF
045100     ADD 1 TO DSP-DIV-COUNT
045200     PERFORM 2460-CHECK-P1-DUP THRU 2460-EXIT
045300         VARYING DSP-DIV-JDX FROM 1 BY 1
045400         UNTIL DSP-DIV-JDX IS NOT LESS THAN DSP-DIV-IDX.
045500 2450-EXIT.
045600     EXIT.
045700
045800 2460-CHECK-P1-DUP.
045900     IF REQ-INT-P1-DIVISOR (DSP-DIV-JDX) IS EQUAL TO
046000             REQ-INT-P1-DIVISOR (DSP-DIV-IDX)
046100         MOVE "DIVISOR APPEARS MORE THAN ONCE" TO
046200             DSP-REJECT-REASON
046300     END-IF.
046400 2460-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800* SWEEP THE MASTER IN REQUEST-ID ORDER.  A QUESTION LEFT
046900* DISPATCHED BY AN EARLIER ATTEMPT THAT NEVER REACHED DELIVERY
047000* (PEEDIT REJECTED THE STREAM, SAY) IS DISPATCHED AFRESH.
047100*****************************************************************
047200 3000-SELECT-REQUESTS.
047300     MOVE LOW-VALUES TO REQ-MST-KEY
047400     START DSP-REQUEST-FILE KEY IS NOT LESS THAN REQ-MST-KEY
047500     IF DSP-REQ-NOT-FOUND
047600         GO TO 3000-EXIT
047700     END-IF
047800     IF NOT DSP-REQ-OK
047900         MOVE "REQMST START FAILED" TO DSP-ABEND-MESSAGE
048000         GO TO 8000-ABEND
048100     END-IF
048200     PERFORM 3100-READ-REQUEST THRU 3100-EXIT
048300         WITH TEST BEFORE UNTIL DSP-REQ-EOF.
048400 3000-EXIT.
048500     EXIT.
048600
048700 3100-READ-REQUEST.
048800     READ DSP-REQUEST-FILE NEXT RECORD
048900         AT END
049000             SET DSP-REQ-EOF TO TRUE
049100         NOT AT END
049200             IF REQ-MST-OPEN OR REQ-MST-DISPATCHED
049300                 PERFORM 3200-DISPATCH-REQUEST THRU 3200-EXIT
049400             END-IF
049500     END-READ.
049600 3100-EXIT.
049700     EXIT.
049800
049900 3200-DISPATCH-REQUEST.
050000     MOVE "N" TO DSP-FOUND-SW
050010     PERFORM 3250-CHECK-MAKER THRU 3250-EXIT
050100     IF REQ-MST-FOR-P1 AND NOT DSP-MAKER-HELD
050200         PERFORM 3300-DISPATCH-P1 THRU 3300-EXIT
050300     END-IF
050400     IF REQ-MST-FOR-P2 AND NOT DSP-MAKER-HELD
050500         PERFORM 3400-DISPATCH-P2 THRU 3400-EXIT
050600     END-IF
050700     IF REQ-MST-FOR-P3 AND NOT DSP-MAKER-HELD
050800         PERFORM 3500-DISPATCH-P3 THRU 3500-EXIT
050900     END-IF
050910     IF DSP-FOUND AND DSP-MAKER-IDX IS EQUAL TO ZERO
050920         ADD 1 TO DSP-MAKER-COUNT
050930         MOVE REQ-MST-KEYED-BY TO DSP-MAKER (DSP-MAKER-COUNT)
050940     END-IF
051000     IF DSP-FOUND
051100         SET REQ-MST-DISPATCHED TO TRUE
051200         MOVE DSP-PROCESS-DATE TO REQ-MST-DISPATCH-DATE
051300         MOVE "DISPATCHED" TO DSP-DTL-ACTION
051400         ADD 1 TO DSP-DISPATCH-COUNT
051500     ELSE
051600         SET REQ-MST-OPEN TO TRUE
051700         MOVE ZEROS TO REQ-MST-DISPATCH-DATE
051800         ADD 1 TO DSP-HELD-COUNT
051900     END-IF
052000     REWRITE REQ-MASTER-RECORD
052100     IF NOT DSP-REQ-OK
052200         MOVE "REQMST REWRITE FAILED" TO DSP-ABEND-MESSAGE
052300         GO TO 8000-ABEND
052400     END-IF
052500     PERFORM 7100-WRITE-MASTER-DETAIL THRU 7100-EXIT.
052600 3200-EXIT.
052700     EXIT.
052800
052802*****************************************************************
052804* A DISPATCHED QUESTION'S KEYING OPERATOR BECOMES A MAKER OF THE
052806* CYCLE'S PRMMST VERSION.  ONCE FOUR OPERATORS ARE MAKERS, A
052808* QUESTION KEYED BY ANY OTHER IS HELD FOR A LATER CYCLE; SO IS
052810* ONE WITH NO KEYING OPERATOR ON THE MASTER.
052812*****************************************************************
052814 3250-CHECK-MAKER.
052816     MOVE "N" TO DSP-MAKER-HELD-SW
052818     MOVE ZERO TO DSP-MAKER-IDX
052820     IF REQ-MST-KEYED-BY IS EQUAL TO SPACES
052822         MOVE "HELD - NO KEYING OPERATOR ON REQMST" TO
052824             DSP-DTL-ACTION
052826         SET DSP-MAKER-HELD TO TRUE
052828         GO TO 3250-EXIT
052830     END-IF
052832     PERFORM 3260-FIND-MAKER THRU 3260-EXIT
052834         VARYING DSP-TBL-IDX FROM 1 BY 1
052836         UNTIL DSP-TBL-IDX > DSP-MAKER-COUNT OR
052838             DSP-MAKER-IDX > ZERO
052840     IF DSP-MAKER-IDX IS EQUAL TO ZERO AND
052842             DSP-MAKER-COUNT IS NOT LESS THAN DSP-MAKER-LIMIT
052844         MOVE "HELD - FOUR KEYING OPERATORS ALREADY" TO
052846             DSP-DTL-ACTION
052848         SET DSP-MAKER-HELD TO TRUE
052850     END-IF.
052852 3250-EXIT.
052854     EXIT.
052856
052858 3260-FIND-MAKER.
052860     IF DSP-MAKER (DSP-TBL-IDX) IS EQUAL TO REQ-MST-KEYED-BY
052862         MOVE DSP-TBL-IDX TO DSP-MAKER-IDX
052864     END-IF.
052866 3260-EXIT.
052868     EXIT.
052870
052900*****************************************************************
053000* THE FIRST OPEN P1 QUESTION SETS THE DAY'S PE1CTL; A LATER ONE
053100* RIDES ALONG ONLY IF IT ASKS EXACTLY THE SAME THING.
053200*****************************************************************
053300 3300-DISPATCH-P1.
053400     IF NOT DSP-P1-TAKEN
053500         MOVE REQ-MST-PARAMETERS TO DSP-P1-CONTROL
053600         SET DSP-P1-TAKEN TO TRUE
053700     END-IF
053800     IF REQ-MST-PARAMETERS IS EQUAL TO DSP-P1-CONTROL
053900         SET DSP-FOUND TO TRUE
054000         ADD 1 TO DSP-P1-REQ-COUNT
054100     ELSE
054200         MOVE "HELD - P1 ALREADY DISPATCHED THIS CYCLE" TO
054300             DSP-DTL-ACTION
054400     END-IF.
054500 3300-EXIT.
054600     EXIT.
054700
054800 3400-DISPATCH-P2.
054900     PERFORM 3450-FIND-THRESHOLD THRU 3450-EXIT
055000         VARYING DSP-TBL-IDX FROM 1 BY 1
055100         UNTIL DSP-TBL-IDX > DSP-THRESHOLD-COUNT OR DSP-FOUND
055200     IF NOT DSP-FOUND
055300         IF DSP-THRESHOLD-COUNT IS NOT LESS THAN
055400                 DSP-THRESHOLD-LIMIT
055500             MOVE "HELD - P2 THRESHOLD TABLE FULL" TO
055600                 DSP-DTL-ACTION
055700             GO TO 3400-EXIT
055800         END-IF
055900         ADD 1 TO DSP-THRESHOLD-COUNT
056000         MOVE REQ-MST-P2-THRESHOLD TO
056100             DSP-THRESHOLD (DSP-THRESHOLD-COUNT)
056200         SET DSP-FOUND TO TRUE
056300     END-IF
056400     ADD 1 TO DSP-P2-REQ-COUNT.
056500 3400-EXIT.
056600     EXIT.
056700
056800 3450-FIND-THRESHOLD.
056900     IF DSP-THRESHOLD (DSP-TBL-IDX) IS EQUAL TO
057000             REQ-MST-P2-THRESHOLD
057100         SET DSP-FOUND TO TRUE
057200     END-IF.
057300 3450-EXIT.
057400     EXIT.
057500
057600 3500-DISPATCH-P3.
057700     PERFORM 3550-FIND-TARGET THRU 3550-EXIT
057800         VARYING DSP-TBL-IDX FROM 1 BY 1
057900         UNTIL DSP-TBL-IDX > DSP-TARGET-COUNT OR DSP-FOUND
058000     IF NOT DSP-FOUND
058100         IF DSP-TARGET-COUNT IS NOT LESS THAN DSP-TARGET-LIMIT
058200             MOVE "HELD - P3 TARGET TABLE FULL" TO
058300                 DSP-DTL-ACTION
058400             GO TO 3500-EXIT
058500         END-IF
058600         ADD 1 TO DSP-TARGET-COUNT
058700         MOVE REQ-MST-P3-TARGET TO DSP-TARGET (DSP-TARGET-COUNT)
058800         SET DSP-FOUND TO TRUE
058900     END-IF
059000     ADD 1 TO DSP-P3-REQ-COUNT.
059100 3500-EXIT.
059200     EXIT.
059300
059400 3550-FIND-TARGET.
059500     IF DSP-TARGET (DSP-TBL-IDX) IS EQUAL TO REQ-MST-P3-TARGET
059600         SET DSP-FOUND TO TRUE
059700     END-IF.
059800 3550-EXIT.
059900     EXIT.
060000
060100*****************************************************************
060200* ONLY A MEMBER WITH DISPATCHED QUESTIONS IS REBUILT.  PEEDIT
060300* REQUIRES THE PE2CTL THRESHOLDS IN ASCENDING ORDER, SO THE
060400* TABLE IS SORTED BEFORE IT IS WRITTEN.
060500*****************************************************************
060600 4000-WRITE-MEMBERS.
060700     WRITE DSP-REPORT-LINE FROM DSP-BLANK-LINE
060800     MOVE "PE1CTL" TO DSP-MBR-NAME
060900     IF DSP-P1-REQ-COUNT > ZERO
061000         PERFORM 4100-WRITE-PE1CTL THRU 4100-EXIT
061100         MOVE "REBUILT - QUESTIONS DISPATCHED=" TO DSP-MBR-TEXT
061200         MOVE DSP-P1-REQ-COUNT TO DSP-MBR-COUNT
061300     ELSE
061400         MOVE "LEFT AS IT STANDS - NO OPEN QUESTIONS" TO
061500             DSP-MBR-TEXT
061600         MOVE ZEROS TO DSP-MBR-COUNT
061700     END-IF
061800     WRITE DSP-REPORT-LINE FROM DSP-MEMBER-LINE
061900     MOVE "PE2CTL" TO DSP-MBR-NAME
062000     IF DSP-P2-REQ-COUNT > ZERO
062100         PERFORM 4200-WRITE-PE2CTL THRU 4200-EXIT
062200         MOVE "REBUILT - QUESTIONS DISPATCHED=" TO DSP-MBR-TEXT
062300         MOVE DSP-P2-REQ-COUNT TO DSP-MBR-COUNT
062400     ELSE
062500         MOVE "LEFT AS IT STANDS - NO OPEN QUESTIONS" TO
062600             DSP-MBR-TEXT
062700         MOVE ZEROS TO DSP-MBR-COUNT
062800     END-IF
062900     WRITE DSP-REPORT-LINE FROM DSP-MEMBER-LINE
063000     MOVE "PE3CTL" TO DSP-MBR-NAME
063100     IF DSP-P3-REQ-COUNT > ZERO
063200         PERFORM 4300-WRITE-PE3CTL THRU 4300-EXIT
063300         MOVE "REBUILT - QUESTIONS DISPATCHED=" TO DSP-MBR-TEXT
063400         MOVE DSP-P3-REQ-COUNT TO DSP-MBR-COUNT
063500     ELSE
063600         MOVE "LEFT AS IT STANDS - NO OPEN QUESTIONS" TO
063700             DSP-MBR-TEXT
063800         MOVE ZEROS TO DSP-MBR-COUNT
063900     END-IF
064000     WRITE DSP-REPORT-LINE FROM DSP-MEMBER-LINE.
064100 4000-EXIT.
064200     EXIT.
064300
064400 4100-WRITE-PE1CTL.
064500     OPEN OUTPUT DSP-PE1CTL-FILE
064600     IF NOT DSP-PE1-OK
064700         MOVE "PE1CTL OPEN FAILED" TO DSP-ABEND-MESSAGE
064800         GO TO 8000-ABEND
064900     END-IF
065000     MOVE SPACES TO PE1-CONTROL-RECORD
065100     MOVE DSP-P1-CONTROL TO PE1-CONTROL-RECORD (1:40)
065200     MOVE SPACE TO PE1-CTL-TRIAL-FLAG
065300     WRITE PE1-CONTROL-RECORD
065400     CLOSE DSP-PE1CTL-FILE.
065500 4100-EXIT.
065600     EXIT.
065700
065800 4200-WRITE-PE2CTL.
065900     IF DSP-THRESHOLD-COUNT > 1
066000         PERFORM 4250-SORT-PASS THRU 4250-EXIT
066100             VARYING DSP-SORT-I FROM 2 BY 1
066200             UNTIL DSP-SORT-I > DSP-THRESHOLD-COUNT
066300     END-IF
066400     OPEN OUTPUT DSP-PE2CTL-FILE
066500     IF NOT DSP-PE2-OK
066600         MOVE "PE2CTL OPEN FAILED" TO DSP-ABEND-MESSAGE
066700         GO TO 8000-ABEND
066800     END-IF
066900     PERFORM 4280-WRITE-THRESHOLD THRU 4280-EXIT
067000         VARYING DSP-TBL-IDX FROM 1 BY 1
067100         UNTIL DSP-TBL-IDX > DSP-THRESHOLD-COUNT
067200     CLOSE DSP-PE2CTL-FILE.
067300 4200-EXIT.
067400     EXIT.
067500
067600 4250-SORT-PASS.
067700     MOVE DSP-THRESHOLD (DSP-SORT-I) TO DSP-HOLD-THRESHOLD
067800     SUBTRACT 1 FROM DSP-SORT-I GIVING DSP-SORT-J
067900     MOVE "N" TO DSP-SORT-DONE-SW
068000     PERFORM 4260-SORT-SHIFT THRU 4260-EXIT
068100         WITH TEST BEFORE UNTIL DSP-SORT-DONE
068200     ADD 1 TO DSP-SORT-J GIVING DSP-SORT-J1
068300     MOVE DSP-HOLD-THRESHOLD TO DSP-THRESHOLD (DSP-SORT-J1).
068400 4250-EXIT.
068500     EXIT.
068600
068700 4260-SORT-SHIFT.
068800     IF DSP-SORT-J < 1
068900         SET DSP-SORT-DONE TO TRUE
069000         GO TO 4260-EXIT
069100     END-IF
069200     IF DSP-THRESHOLD (DSP-SORT-J) IS NOT GREATER THAN
069300             DSP-HOLD-THRESHOLD
069400         SET DSP-SORT-DONE TO TRUE
069500         GO TO 4260-EXIT
069600     END-IF
069700     ADD 1 TO DSP-SORT-J GIVING DSP-SORT-J1
069800     MOVE DSP-THRESHOLD (DSP-SORT-J) TO
069900         DSP-THRESHOLD (DSP-SORT-J1)
070000     SUBTRACT 1 FROM DSP-SORT-J.
070100 4260-EXIT.
070200     EXIT.
070300
070400 4280-WRITE-THRESHOLD.
070500     MOVE DSP-THRESHOLD (DSP-TBL-IDX) TO PE2-CTL-THRESHOLD
070600     MOVE SPACE TO PE2-CTL-TRIAL-FLAG
070700     WRITE PE2-CONTROL-RECORD.
070800 4280-EXIT.
070900     EXIT.
071000
071100 4300-WRITE-PE3CTL.
071200     OPEN OUTPUT DSP-PE3CTL-FILE
071300     IF NOT DSP-PE3-OK
071400         MOVE "PE3CTL OPEN FAILED" TO DSP-ABEND-MESSAGE
071500         GO TO 8000-ABEND
071600     END-IF
071700     PERFORM 4350-WRITE-TARGET THRU 4350-EXIT
071800         VARYING DSP-TBL-IDX FROM 1 BY 1
071900         UNTIL DSP-TBL-IDX > DSP-TARGET-COUNT
072000     CLOSE DSP-PE3CTL-FILE.
072100 4300-EXIT.
072200     EXIT.
072300
072400 4350-WRITE-TARGET.
072500     MOVE DSP-TARGET (DSP-TBL-IDX) TO PE3-CTL-TARGET
072510     SET PE3-CTL-LITERAL-TARGET TO TRUE
072600     WRITE PE3-CONTROL-RECORD.
072700 4350-EXIT.
072800     EXIT.
072810
072820*****************************************************************
072828* THE OPERATORS WHO KEYED THE DISPATCHED QUESTIONS ARE THE MAKERS
072836* OF THE SET OF MEMBERS REBUILT FROM THEM - THE FULL SET (A MEMBER
072844* LEFT AS IT STANDS INCLUDED) IS MATCHED AGAINST THE LATEST
072852* PENDING OR APPROVED VERSION EFFECTIVE BY THE PROCESSING DATE
072860* AND, IF IT DIFFERS, KEYED AS A NEW PENDING VERSION EFFECTIVE ON
072868* THE PROCESSING DATE, THE FIRST MAKER AS KEYED-BY AND ANY OTHERS
072876* AS ALSO-KEYED-BY.  NOTHING IS APPROVED HERE - PEEDIT REFUSES THE
072884* RUN UNTIL AN OPERATOR WHO IS NONE OF THE MAKERS APPROVES THE
072892* VERSION UNDER PEPARM.
072900*****************************************************************
072910 4500-RECORD-PARM-VERSION.
072920     IF DSP-P1-REQ-COUNT IS EQUAL TO ZERO AND
072930             DSP-P2-REQ-COUNT IS EQUAL TO ZERO AND
072940             DSP-P3-REQ-COUNT IS EQUAL TO ZERO
072950         GO TO 4500-EXIT
072960     END-IF
072970     OPEN I-O DSP-PARM-MASTER-FILE
072980     IF NOT DSP-PRM-OK
072990         OPEN OUTPUT DSP-PARM-MASTER-FILE
073000         CLOSE DSP-PARM-MASTER-FILE
073010         OPEN I-O DSP-PARM-MASTER-FILE
073020     END-IF
073030     IF NOT DSP-PRM-OK
073040         MOVE "PRMMST OPEN FAILED" TO DSP-ABEND-MESSAGE
073050         GO TO 8000-ABEND
073060     END-IF
073070     PERFORM 4510-FIND-VERSION THRU 4510-EXIT
073080     IF DSP-PRM-FOUND
073090         PERFORM 4530-PASS-PE1CTL THRU 4530-EXIT
073100         PERFORM 4540-PASS-PE2CTL THRU 4540-EXIT
073110         IF DSP-PARM-SEQUENCE IS NOT EQUAL TO DSP-PARM-PE2-COUNT
073120             SET DSP-PRM-DIFFERS TO TRUE
073130         END-IF
073140         PERFORM 4550-PASS-PE3CTL THRU 4550-EXIT
073150         IF DSP-PARM-SEQUENCE IS NOT EQUAL TO DSP-PARM-PE3-COUNT
073160             SET DSP-PRM-DIFFERS TO TRUE
073170         END-IF
073180     ELSE
073190         SET DSP-PRM-DIFFERS TO TRUE
073200     END-IF
073210     MOVE "PRMMST" TO DSP-MBR-NAME
073220     IF NOT DSP-PRM-DIFFERS
073230         IF DSP-PARM-STATUS IS EQUAL TO "P"
073240             MOVE "UNCHANGED - AWAITING APPROVAL, VERSION="
073250                 TO DSP-MBR-TEXT
073260         ELSE
073270             MOVE "UNCHANGED - MATCHES APPROVED VERSION=" TO
073280                 DSP-MBR-TEXT
073290         END-IF
073300         MOVE DSP-PARM-VERSION TO DSP-MBR-COUNT
073310         WRITE DSP-REPORT-LINE FROM DSP-MEMBER-LINE
073320         CLOSE DSP-PARM-MASTER-FILE
073330         GO TO 4500-EXIT
073340     END-IF
073350     ADD 1 TO DSP-LAST-VERSION GIVING DSP-NEW-VERSION
073360     SET DSP-PRM-KEYING TO TRUE
073370     PERFORM 4530-PASS-PE1CTL THRU 4530-EXIT
073380     PERFORM 4540-PASS-PE2CTL THRU 4540-EXIT
073390     MOVE DSP-PARM-SEQUENCE TO DSP-NEW-PE2-COUNT
073400     PERFORM 4550-PASS-PE3CTL THRU 4550-EXIT
073410     MOVE DSP-PARM-SEQUENCE TO DSP-NEW-PE3-COUNT
073420     MOVE DSP-NEW-VERSION TO PRM-MST-VERSION
073430     MOVE "H" TO PRM-MST-RECORD-TYPE
073440     MOVE ZEROS TO PRM-MST-SEQUENCE
073450     MOVE SPACES TO PRM-MST-DATA
073460     MOVE DSP-PROCESS-DATE TO PRM-MST-EFFECTIVE-DATE
073470     SET PRM-MST-PENDING TO TRUE
073476     MOVE DSP-FIRST-MAKER TO PRM-MST-KEYED-BY
073482     MOVE DSP-OTHER-MAKERS TO PRM-MST-ALSO-KEYED
073490     ACCEPT PRM-MST-KEYED-DATE FROM DATE YYYYMMDD
073500     MOVE ZEROS TO PRM-MST-APPROVED-DATE
073510     MOVE ZEROS TO PRM-MST-RETIRED-DATE
073520     MOVE DSP-NEW-PE2-COUNT TO PRM-MST-PE2-COUNT
073530     MOVE DSP-NEW-PE3-COUNT TO PRM-MST-PE3-COUNT
073540     WRITE PRM-MASTER-RECORD
073550     IF NOT DSP-PRM-OK
073560         MOVE "PRMMST HEADER WRITE FAILED" TO DSP-ABEND-MESSAGE
073570         GO TO 8000-ABEND
073580     END-IF
073590     MOVE "KEYED - PENDING APPROVAL, VERSION=" TO DSP-MBR-TEXT
073600     MOVE DSP-NEW-VERSION TO DSP-MBR-COUNT
073610     WRITE DSP-REPORT-LINE FROM DSP-MEMBER-LINE
073620     CLOSE DSP-PARM-MASTER-FILE.
073630 4500-EXIT.
073640     EXIT.
073650
073660*****************************************************************
073670* ONE PASS OVER THE MASTER FOR THE HIGHEST VERSION NUMBER AND
073680* THE VERSION TO MATCH - PENDING OR APPROVED, LATEST EFFECTIVE
073690* DATE NOT AFTER THE PROCESSING DATE, HIGHER VERSION ON A TIE.
073700*****************************************************************
073710 4510-FIND-VERSION.
073720     MOVE ZEROS TO PRM-MST-VERSION
073730     MOVE LOW-VALUES TO PRM-MST-RECORD-TYPE
073740     MOVE ZEROS TO PRM-MST-SEQUENCE
073750     START DSP-PARM-MASTER-FILE KEY IS NOT LESS THAN PRM-MST-KEY
073760     IF DSP-PRM-NOT-FOUND
073770         GO TO 4510-EXIT
073780     END-IF
073790     IF NOT DSP-PRM-OK
073800         MOVE "PRMMST START FAILED" TO DSP-ABEND-MESSAGE
073810         GO TO 8000-ABEND
073820     END-IF
073830     PERFORM 4520-SCAN-VERSION THRU 4520-EXIT
073840         WITH TEST BEFORE UNTIL DSP-PRM-EOF.
073850 4510-EXIT.
073860     EXIT.
073870
073880 4520-SCAN-VERSION.
073890     READ DSP-PARM-MASTER-FILE NEXT RECORD
073900         AT END
073910             SET DSP-PRM-EOF TO TRUE
073920             GO TO 4520-EXIT
073930     END-READ
073940     IF PRM-MST-VERSION > DSP-LAST-VERSION
073950         MOVE PRM-MST-VERSION TO DSP-LAST-VERSION
073960     END-IF
073970     IF PRM-MST-HEADER AND NOT PRM-MST-RETIRED AND
073980             PRM-MST-EFFECTIVE-DATE IS NOT GREATER THAN
073990             DSP-PROCESS-DATE AND
074000             PRM-MST-EFFECTIVE-DATE IS NOT LESS THAN
074010             DSP-PARM-EFFECTIVE
074020         SET DSP-PRM-FOUND TO TRUE
074030         MOVE PRM-MST-VERSION TO DSP-PARM-VERSION
074040         MOVE PRM-MST-EFFECTIVE-DATE TO DSP-PARM-EFFECTIVE
074050         MOVE PRM-MST-STATUS TO DSP-PARM-STATUS
074060         MOVE PRM-MST-PE2-COUNT TO DSP-PARM-PE2-COUNT
074070         MOVE PRM-MST-PE3-COUNT TO DSP-PARM-PE3-COUNT
074080     END-IF.
074090 4520-EXIT.
074100     EXIT.
074110
074120*****************************************************************
074130* EACH MEMBER PASS EITHER MATCHES THE MEMBER AGAINST THE FOUND
074140* VERSION OR, ONCE DSP-PRM-KEYING IS SET, WRITES IT UNDER THE
074150* NEW VERSION NUMBER.  DSP-PARM-SEQUENCE IS LEFT AT THE NUMBER
074160* OF RECORDS IN THE MEMBER.
074170*****************************************************************
074180 4530-PASS-PE1CTL.
074190     OPEN INPUT DSP-PE1CTL-FILE
074200     IF NOT DSP-PE1-OK
074210         MOVE "PE1CTL OPEN FAILED" TO DSP-ABEND-MESSAGE
074220         GO TO 8000-ABEND
074230     END-IF
074240     MOVE 1 TO DSP-PARM-SEQUENCE
074250     READ DSP-PE1CTL-FILE
074260         AT END
074270             MOVE SPACES TO DSP-PARM-IMAGE
074280         NOT AT END
074290             MOVE PE1-CONTROL-RECORD TO DSP-PARM-IMAGE
074300     END-READ
074310     MOVE "1" TO PRM-MST-RECORD-TYPE
074320     PERFORM 4580-PASS-RECORD THRU 4580-EXIT
074330     CLOSE DSP-PE1CTL-FILE.
074340 4530-EXIT.
074350     EXIT.
074360
074370 4540-PASS-PE2CTL.
074380     OPEN INPUT DSP-PE2CTL-FILE
074390     IF NOT DSP-PE2-OK
074400         MOVE "PE2CTL OPEN FAILED" TO DSP-ABEND-MESSAGE
074410         GO TO 8000-ABEND
074420     END-IF
074430     MOVE "N" TO DSP-MBR-EOF-SW
074440     MOVE ZEROS TO DSP-PARM-SEQUENCE
074450     PERFORM 4545-PASS-PE2-RECORD THRU 4545-EXIT
074460         WITH TEST BEFORE UNTIL DSP-MBR-EOF
074470     CLOSE DSP-PE2CTL-FILE.
074480 4540-EXIT.
074490     EXIT.
074500
074510 4545-PASS-PE2-RECORD.
074520     READ DSP-PE2CTL-FILE
074530         AT END
074540             SET DSP-MBR-EOF TO TRUE
074550         NOT AT END
074560             ADD 1 TO DSP-PARM-SEQUENCE
074570             MOVE PE2-CONTROL-RECORD TO DSP-PARM-IMAGE
074580             MOVE "2" TO PRM-MST-RECORD-TYPE
074590             PERFORM 4580-PASS-RECORD THRU 4580-EXIT
074600     END-READ.
074610 4545-EXIT.
074620     EXIT.
074630
074640 4550-PASS-PE3CTL.
074650     OPEN INPUT DSP-PE3CTL-FILE
074660     IF NOT DSP-PE3-OK
074670         MOVE "PE3CTL OPEN FAILED" TO DSP-ABEND-MESSAGE
074680         GO TO 8000-ABEND
074690     END-IF
074700     MOVE "N" TO DSP-MBR-EOF-SW
074710     MOVE ZEROS TO DSP-PARM-SEQUENCE
074720     PERFORM 4555-PASS-PE3-RECORD THRU 4555-EXIT
074730         WITH TEST BEFORE UNTIL DSP-MBR-EOF
074740     CLOSE DSP-PE3CTL-FILE.
074750 4550-EXIT.
074760     EXIT.
074770
074780 4555-PASS-PE3-RECORD.
074790     READ DSP-PE3CTL-FILE
074800         AT END
074810             SET DSP-MBR-EOF TO TRUE
074820         NOT AT END
074830             ADD 1 TO DSP-PARM-SEQUENCE
074840             MOVE PE3-CONTROL-RECORD TO DSP-PARM-IMAGE
074850             MOVE "3" TO PRM-MST-RECORD-TYPE
074860             PERFORM 4580-PASS-RECORD THRU 4580-EXIT
074870     END-READ.
074880 4555-EXIT.
074890     EXIT.
074900
074910*****************************************************************
074920* THE RECORD TYPE IS SET BY THE CALLER.
074930*****************************************************************
074940 4580-PASS-RECORD.
074950     MOVE DSP-PARM-SEQUENCE TO PRM-MST-SEQUENCE
074960     IF DSP-PRM-KEYING
074970         MOVE DSP-NEW-VERSION TO PRM-MST-VERSION
074980         MOVE DSP-PARM-IMAGE TO PRM-MST-DATA
074990         WRITE PRM-MASTER-RECORD
075000         IF NOT DSP-PRM-OK
075010             MOVE "PRMMST MEMBER WRITE FAILED" TO
075020                 DSP-ABEND-MESSAGE
075030             GO TO 8000-ABEND
075040         END-IF
075050         GO TO 4580-EXIT
075060     END-IF
075070     IF DSP-PRM-DIFFERS
075080         GO TO 4580-EXIT
075090     END-IF
075100     MOVE DSP-PARM-VERSION TO PRM-MST-VERSION
075110     READ DSP-PARM-MASTER-FILE
075120     IF NOT DSP-PRM-OK AND NOT DSP-PRM-NOT-FOUND
075130         MOVE "PRMMST READ FAILED" TO DSP-ABEND-MESSAGE
075140         GO TO 8000-ABEND
075150     END-IF
075160     IF NOT DSP-PRM-OK OR
075170             PRM-MST-DATA IS NOT EQUAL TO DSP-PARM-IMAGE
075180         SET DSP-PRM-DIFFERS TO TRUE
075190     END-IF.
075200 4580-EXIT.
075210     EXIT.
075300
075400 5000-FINALIZE.
075500     CLOSE DSP-REQUEST-FILE
075600     WRITE DSP-REPORT-LINE FROM DSP-BLANK-LINE
075700     MOVE DSP-INTAKE-COUNT TO DSP-TRL-INTAKE
075800     MOVE DSP-LOADED-COUNT TO DSP-TRL-LOADED
075900     MOVE DSP-REJECTED-COUNT TO DSP-TRL-REJECTED
076000     MOVE DSP-DISPATCH-COUNT TO DSP-TRL-DISPATCHED
076100     MOVE DSP-HELD-COUNT TO DSP-TRL-HELD
076200     WRITE DSP-REPORT-LINE FROM DSP-TRAILER-LINE
076300     CLOSE DSP-REPORT-FILE
076400     DISPLAY "PEDISP INTAKE=" DSP-INTAKE-COUNT
076500         " REJECTED=" DSP-REJECTED-COUNT
076600         " DISPATCHED=" DSP-DISPATCH-COUNT
076700         " HELD=" DSP-HELD-COUNT.
076800 5000-EXIT.
076900     EXIT.
077000
077100 7000-WRITE-DETAIL.
077200     MOVE REQ-INT-REQUEST-ID TO DSP-DTL-REQUEST-ID
077300     MOVE REQ-INT-REQUESTER TO DSP-DTL-REQUESTER
077400     MOVE REQ-INT-PROGRAM-ID TO DSP-DTL-PROGRAM-ID
077500     MOVE REQ-INT-PARAMETERS TO DSP-DTL-PARAMETERS
077600     WRITE DSP-REPORT-LINE FROM DSP-DETAIL-LINE
077700     MOVE SPACES TO DSP-DTL-ACTION.
077800 7000-EXIT.
077900     EXIT.
078000
078100 7100-WRITE-MASTER-DETAIL.
078200     MOVE REQ-MST-REQUEST-ID TO DSP-DTL-REQUEST-ID
078300     MOVE REQ-MST-REQUESTER TO DSP-DTL-REQUESTER
078400     MOVE REQ-MST-PROGRAM-ID TO DSP-DTL-PROGRAM-ID
078500     MOVE REQ-MST-PARAMETERS TO DSP-DTL-PARAMETERS
078600     WRITE DSP-REPORT-LINE FROM DSP-DETAIL-LINE
078700     MOVE SPACES TO DSP-DTL-ACTION.
078800 7100-EXIT.
078900     EXIT.
079000
079100 8000-ABEND.
079200     DISPLAY "*** PEDISP ABEND *** " DSP-ABEND-MESSAGE
079300     MOVE 16 TO RETURN-CODE
079400     GO TO 9999-EXIT.
079500
079600 9999-EXIT.
079700     STOP RUN.
