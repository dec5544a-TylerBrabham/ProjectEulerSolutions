004100*                    POSTED ITS COMPLETION FOR THE DATE OR THE
004200*                    RUN ABENDS - AND POSTS ITS OWN COMPLETION
004300*                    FLAG AT END OF RUN.
004306* 10/15/2026  TB    WRITES THE COMPLETE FACTORIZATION OF EVERY
004312*                    TARGET TO THE NEW PE3FAC FACTOR-DETAIL
004318*                    FILE - ONE RECORD PER DISTINCT PRIME WITH
004324*                    ITS EXPONENT, THEN A PER-TARGET SUMMARY OF
004330*                    DISTINCT AND TOTAL FACTOR COUNTS AND A
004336*                    PRIME/COMPOSITE FLAG.  THE FACTOR WALK NOW
004342*                    RUNS FOR AN ANSMST CACHE HIT AS WELL, SO A
004348*                    CACHED ANSWER STILL CARRIES ITS DETAIL; THE
004354*                    PE3OUT/PEHIST ANSWER STILL COMES FROM THE
004360*                    CACHE.
004366* 10/15/2026  TB    APPENDS A STEP RUN-STATISTICS RECORD TO THE
004372*                    NEW STPSTA FILE AT END OF RUN - RUN ID,
004378*                    WALL-CLOCK START AND END, RECORDS READ AND
004384*                    WRITTEN PER FILE, ANSMST HITS AGAINST
004390*                    COMPUTED ANSWERS AND THE ODD TRIAL DIVISORS
004396*                    TRIED BY THE FACTOR WALK.
004402* 10/15/2026  TB    EVERY PEHIST ROW IS NOW STAMPED WITH THE
004408*                    PRMMST PARAMETER VERSION PEEDIT MATCHED THE
004414*                    PARM MEMBERS TO, CARRIED ON RUNCTL.
004420* 10/15/2026  TB    A PE3CTL TARGET MAY NOW NAME THE RUN'S P1
004426*                    SUMMARY RESULT OR ITS P2 RESULT FOR A GIVEN
004432*                    THRESHOLD INSTEAD OF A NUMBER - THE TARGET
004438*                    IS LOOKED UP ON PE1OUT OR PE2OUT BY RUN ID
004444*                    BEFORE FACTORING, AND PE3OUT AND THE PEHIST
004450*                    PARAMETER STRING CARRY WHERE IT CAME FROM.
004456*                    THE ANSMST KEY STAYS "TARGET=" AND THE
004462*                    NUMBER, SO A CHAINED TARGET SHARES THE CACHE
004468*                    WITH THE SAME NUMBER KEYED LITERALLY.
004469* 10/15/2026  TB    A CACHED ANSMST ANSWER IS NOW CHECKED AGAINST
004470*                    THE LARGEST FACTOR FOUND BY THE FACTOR WALK;
004471*                    A STALE CACHE ROW ABENDS THE STEP.
004474*****************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
005300     SELECT PE3-OUTPUT-FILE ASSIGN TO "PE3OUT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS PE3-OUT-STATUS.
005510
005520     SELECT PE3-FACTOR-FILE ASSIGN TO "PE3FAC"
005530         ORGANIZATION IS LINE SEQUENTIAL
005540         FILE STATUS IS PE3-FAC-STATUS.
005546
005552     SELECT PE3-PE1OUT-FILE ASSIGN TO "PE1OUT"
005558         ORGANIZATION IS LINE SEQUENTIAL
005564         FILE STATUS IS PE3-PE1-STATUS.
005570
005576     SELECT PE3-PE2OUT-FILE ASSIGN TO "PE2OUT"
005582         ORGANIZATION IS LINE SEQUENTIAL
005588         FILE STATUS IS PE3-PE2-STATUS.
005600
005700     SELECT PE3-HISTORY-FILE ASSIGN TO "PEHIST"
005800         ORGANIZATION IS INDEXED
008700     SELECT PE3-CALENDAR-FILE ASSIGN TO "BDCAL"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS PE3-CAL-STATUS.
008910
008920     SELECT PE3-STATISTICS-FILE ASSIGN TO "STPSTA"
008930         ORGANIZATION IS LINE SEQUENTIAL
008940         FILE STATUS IS PE3-STA-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009700 FD  PE3-OUTPUT-FILE
009800     RECORDING MODE IS F.
009900 COPY PE3OUT.
009910
009920 FD  PE3-FACTOR-FILE
009930     RECORDING MODE IS F.
009940 COPY PE3FAC.
009941
009942 FD  PE3-PE1OUT-FILE
009943     RECORDING MODE IS F.
009944 COPY PE1OUT.
009945
009946 FD  PE3-PE2OUT-FILE
009947     RECORDING MODE IS F.
009948 COPY PE2OUT.
009950
009960 FD  PE3-STATISTICS-FILE
009970     RECORDING MODE IS F.
009980 COPY STPSTA.
010000
010100 FD  PE3-HISTORY-FILE.
010200 COPY PEHIST.
013300         88  PE3-TRIAL-DONE         VALUE "Y".
013400     05  PE3-CACHE-HIT-SW    PIC X(01) VALUE "N".
013500         88  PE3-CACHE-HIT          VALUE "Y".
013510     05  PE3-PE1-EOF-SW      PIC X(01) VALUE "N".
013520         88  PE3-PE1-EOF            VALUE "Y".
013530     05  PE3-PE2-EOF-SW      PIC X(01) VALUE "N".
013540         88  PE3-PE2-EOF            VALUE "Y".
013550     05  PE3-P1-FOUND-SW     PIC X(01) VALUE "N".
013560         88  PE3-P1-FOUND           VALUE "Y".
013600
013700 01  PE3-FILE-STATUSES.
013800     05  PE3-CTL-STATUS      PIC X(02) VALUE "00".
016000 01  PE3-CYC-STATUS          PIC X(02) VALUE "00".
016100     88  PE3-CYC-OK                 VALUE "00".
016200     88  PE3-CYC-NOT-FOUND          VALUE "23".
016210
016220 01  PE3-FAC-STATUS          PIC X(02) VALUE "00".
016230     88  PE3-FAC-OK                 VALUE "00".
016240
016250 01  PE3-STA-STATUS          PIC X(02) VALUE "00".
016260     88  PE3-STA-OK                 VALUE "00".
016265
016270 01  PE3-PE1-STATUS          PIC X(02) VALUE "00".
016275     88  PE3-PE1-OK                 VALUE "00".
016280
016285 01  PE3-PE2-STATUS          PIC X(02) VALUE "00".
016290     88  PE3-PE2-OK                 VALUE "00".
016300
016400 01  PE3-RUN-ID              PIC 9(09) VALUE ZEROS.
016410 01  PE3-PARM-VERSION        PIC 9(05) VALUE ZEROS.
016500
016600 01  PE3-PARAMETER-STRING    PIC X(60) VALUE SPACES.
016610 01  PE3-CACHE-KEY           PIC X(60) VALUE SPACES.
016700
016800 01  PE3-RUN-DATE.
016900     05  PE3-RUN-YYYY        PIC 9(04).
018100*****************************************************************
018200 01  PE3-MAX-TARGET          PIC 9(18) VALUE 999999999999999.
018300
018310*****************************************************************
018320* A CHAINED TARGET ENTERS THE TABLE AS ZERO WITH ITS SOURCE CODE
018330* (AND THE P2 THRESHOLD IT NAMES) AND IS FILLED IN FROM PE1OUT OR
018340* PE2OUT BEFORE THE FIRST TARGET IS FACTORED.
018350*****************************************************************
018400 01  PE3-TARGET-LIMIT        PIC 9(03) COMP VALUE 100.
018500 01  PE3-TARGET-TABLE.
018600     05  PE3-TARGET-COUNT    PIC 9(03) COMP VALUE ZERO.
018610     05  PE3-TARGET-ENTRY    OCCURS 100 TIMES.
018620         10  PE3-TBL-TARGET  PIC 9(18).
018630         10  PE3-TBL-SOURCE  PIC X(01).
018640             88  PE3-TBL-LITERAL    VALUE " ".
018650             88  PE3-TBL-FROM-P1    VALUE "1".
018660             88  PE3-TBL-FROM-P2    VALUE "2".
018670         10  PE3-TBL-REF-THRESHOLD
018680                             PIC 9(18).
018690         10  PE3-TBL-RESOLVED-SW
018700                             PIC X(01).
018710             88  PE3-TBL-RESOLVED   VALUE "Y".
018720 01  PE3-REFERENCE-COUNT     PIC 9(03) COMP VALUE ZERO.
018730 01  PE3-P1-SUMMARY-RESULT   PIC 9(18) VALUE ZEROS.
018800
018900 01  PE3-TBL-IDX             PIC 9(03) COMP VALUE ZERO.
019000
019900
020000 01  PE3-EMIT-TARGET         PIC 9(18) VALUE ZEROS.
020100 01  PE3-EMIT-RESULT         PIC 9(18) VALUE ZEROS.
020105
020110*****************************************************************
020115* EVERY PRIME DIVIDED OUT BY THE FACTOR WALK, IN THE ASCENDING
020120* ORDER THE WALK FINDS THEM, WITH THE NUMBER OF TIMES IT WENT.
020125* THE PRODUCT OF THE FIRST FOURTEEN PRIMES ALREADY PASSES
020130* PE3-MAX-TARGET, SO TWENTY ENTRIES IS AMPLE.
020135*****************************************************************
020140 01  PE3-FACTOR-LIMIT        PIC 9(03) COMP VALUE 20.
020145 01  PE3-FACTOR-TABLE.
020150     05  PE3-FACTOR-COUNT    PIC 9(03) COMP VALUE ZERO.
020155     05  PE3-FACTOR-ENTRY    OCCURS 20 TIMES.
020160         10  PE3-FTB-PRIME   PIC 9(18).
020165         10  PE3-FTB-EXPONENT
020170                             PIC 9(03).
020175 01  PE3-FAC-IDX             PIC 9(03) COMP VALUE ZERO.
020180 01  PE3-FOUND-FACTOR        PIC 9(18) VALUE ZEROS.
020185 01  PE3-FACTOR-TOTAL        PIC 9(03) VALUE ZEROS.
020200
020300*****************************************************************
020400* P3 HAS NO NATURAL 9-DIGIT DISCRIMINATOR - THE TARGET ITSELF IS
026000 01  PE3-MONTH-DAYS REDEFINES PE3-MONTH-DAYS-TABLE.
026100     05  PE3-MONTH-DAYS-NN   PIC 9(02) OCCURS 12 TIMES.
026200 01  PE3-MAX-DD              PIC 9(02) VALUE ZEROS.
026204
026208*****************************************************************
026212* STEP RUN-STATISTICS COUNTERS - WRITTEN TO STPSTA AT END OF RUN.
026216*****************************************************************
026220 01  PE3-STATISTICS.
026224     05  PE3-STA-START-TIME  PIC 9(08) VALUE ZEROS.
026228     05  PE3-STA-END-DATE    PIC 9(08) VALUE ZEROS.
026232     05  PE3-STA-END-TIME    PIC 9(08) VALUE ZEROS.
026236     05  PE3-STA-CTL-READ    PIC 9(09) VALUE ZEROS.
026240     05  PE3-STA-CAL-READ    PIC 9(09) VALUE ZEROS.
026244     05  PE3-STA-HIST-READ   PIC 9(09) VALUE ZEROS.
026248     05  PE3-STA-HIST-WRITTEN
026252                             PIC 9(09) VALUE ZEROS.
026256     05  PE3-STA-ANS-READ    PIC 9(09) VALUE ZEROS.
026260     05  PE3-STA-ANS-WRITTEN PIC 9(09) VALUE ZEROS.
026264     05  PE3-STA-OUT-WRITTEN PIC 9(09) VALUE ZEROS.
026268     05  PE3-STA-FAC-WRITTEN PIC 9(09) VALUE ZEROS.
026272     05  PE3-STA-CACHE-HITS  PIC 9(07) VALUE ZEROS.
026276     05  PE3-STA-COMPUTED    PIC 9(07) VALUE ZEROS.
026280     05  PE3-STA-DIVISORS    PIC 9(15) VALUE ZEROS.
026281     05  PE3-STA-PE1-READ    PIC 9(09) VALUE ZEROS.
026282     05  PE3-STA-PE2-READ    PIC 9(09) VALUE ZEROS.
026284     05  PE3-STA-IDX         PIC 9(02) VALUE ZEROS.
026300 PROCEDURE DIVISION.
026400
026500 0000-MAINLINE.
027300 1000-INITIALIZE.
027400     ACCEPT PE3-ACTUAL-DATE FROM DATE YYYYMMDD
027500     ACCEPT PE3-RUN-TIME FROM TIME
027510     ACCEPT PE3-STA-START-TIME FROM TIME
027600     OPEN INPUT PE3-PROCESS-DATE-FILE
027700     IF NOT PE3-PRC-OK
027800         MOVE "PRCDTE OPEN FAILED" TO PE3-ABEND-MESSAGE
029800             GO TO 8000-ABEND
029900     END-READ
030000     MOVE RUN-CTL-LAST-RUN-ID TO PE3-RUN-ID
030010     MOVE RUN-CTL-PARM-VERSION TO PE3-PARM-VERSION
030100     CLOSE PE3-RUNCTL-FILE
030200     PERFORM 1300-CHECK-CYCLE-STATUS THRU 1300-EXIT
030300     OPEN INPUT PE3-CONTROL-FILE
030800     PERFORM 1100-LOAD-TARGET THRU 1100-EXIT
030900         WITH TEST BEFORE UNTIL PE3-CTL-EOF
031000     CLOSE PE3-CONTROL-FILE
031010     IF PE3-REFERENCE-COUNT > ZERO
031020         PERFORM 1500-RESOLVE-REFERENCES THRU 1500-EXIT
031030     END-IF
031100     OPEN OUTPUT PE3-OUTPUT-FILE
031110     OPEN OUTPUT PE3-FACTOR-FILE
031120     IF NOT PE3-FAC-OK
031130         MOVE "PE3FAC OPEN FAILED" TO PE3-ABEND-MESSAGE
031140         GO TO 8000-ABEND
031150     END-IF
031200     OPEN I-O PE3-HISTORY-FILE
031300     IF NOT PE3-HIST-OK
031400         OPEN OUTPUT PE3-HISTORY-FILE
033000         AT END
033100             SET PE3-CTL-EOF TO TRUE
033200         NOT AT END
033210             ADD 1 TO PE3-STA-CTL-READ
033300             PERFORM 1900-VALIDATE-TARGET THRU 1900-EXIT
033400             IF PE3-TARGET-COUNT IS NOT LESS THAN
033500                     PE3-TARGET-LIMIT
034000             ADD 1 TO PE3-TARGET-COUNT
034100             MOVE PE3-CTL-TARGET TO
034200                 PE3-TBL-TARGET (PE3-TARGET-COUNT)
034208             MOVE PE3-CTL-TARGET-SOURCE TO
034216                 PE3-TBL-SOURCE (PE3-TARGET-COUNT)
034224             MOVE ZEROS TO
034226                 PE3-TBL-REF-THRESHOLD (PE3-TARGET-COUNT)
034232             MOVE "N" TO PE3-TBL-RESOLVED-SW (PE3-TARGET-COUNT)
034240             IF PE3-CTL-P2-REFERENCE
034248                 MOVE PE3-CTL-REF-THRESHOLD TO
034256                     PE3-TBL-REF-THRESHOLD (PE3-TARGET-COUNT)
034264             END-IF
034272             IF NOT PE3-CTL-LITERAL-TARGET
034280                 MOVE ZEROS TO PE3-TBL-TARGET (PE3-TARGET-COUNT)
034288             END-IF
034300     END-READ.
034400 1100-EXIT.
034500     EXIT.
042900                 GO TO 8000-ABEND
043000             END-IF
043100             ADD 1 TO PE3-HOLIDAY-COUNT
043110             ADD 1 TO PE3-STA-CAL-READ
043200             MOVE BDC-CAL-HOLIDAY-DATE TO
043300                 PE3-HOLIDAY-DATE (PE3-HOLIDAY-COUNT)
043400     END-READ.
048200         AT END
048300             SET PE3-HSCAN-EOF TO TRUE
048400         NOT AT END
048410             ADD 1 TO PE3-STA-HIST-READ
048500             IF PEH-HIST-RUN-DATE > PE3-LAST-HIST-DATE
048600                 MOVE PEH-HIST-RUN-DATE TO PE3-LAST-HIST-DATE
048700             END-IF
055100     ADD PE3-SER-MONTH-WORK TO PE3-SERIAL
055200     ADD PE3-TST-DD TO PE3-SERIAL.
055300 1490-EXIT.
055312     EXIT.
055324
055336*****************************************************************
055348* A CHAINED TARGET IS TAKEN FROM THE OUTPUT THIS RUN'S P1 AND P2
055360* STEPS WROTE - THE P1 SUMMARY RECORD, OR THE P2 RECORD FOR THE
055372* THRESHOLD NAMED, CARRYING THE CURRENT RUN ID.  A STEP RERUN
055384* UNDER THE SAME RUN ID APPENDS A LATER RECORD, SO THE LAST ONE
055396* READ WINS.  EVERY REFERENCE MUST RESOLVE TO A TARGET THE FACTOR
055408* WALK CAN TAKE, OR THE RUN ABENDS BEFORE ANY OUTPUT IS WRITTEN.
055420*****************************************************************
055432 1500-RESOLVE-REFERENCES.
055444     MOVE "N" TO PE3-P1-FOUND-SW
055456     OPEN INPUT PE3-PE1OUT-FILE
055468     IF NOT PE3-PE1-OK
055480         MOVE "PE1OUT OPEN FAILED" TO PE3-ABEND-MESSAGE
055492         GO TO 8000-ABEND
055504     END-IF
055516     PERFORM 1510-READ-PE1OUT THRU 1510-EXIT
055528         WITH TEST BEFORE UNTIL PE3-PE1-EOF
055540     CLOSE PE3-PE1OUT-FILE
055552     OPEN INPUT PE3-PE2OUT-FILE
055564     IF NOT PE3-PE2-OK
055576         MOVE "PE2OUT OPEN FAILED" TO PE3-ABEND-MESSAGE
055588         GO TO 8000-ABEND
055600     END-IF
055612     PERFORM 1520-READ-PE2OUT THRU 1520-EXIT
055624         WITH TEST BEFORE UNTIL PE3-PE2-EOF
055636     CLOSE PE3-PE2OUT-FILE
055648     PERFORM 1540-CHECK-REFERENCE THRU 1540-EXIT
055660         VARYING PE3-TBL-IDX FROM 1 BY 1
055672         UNTIL PE3-TBL-IDX > PE3-TARGET-COUNT.
055684 1500-EXIT.
055696     EXIT.
055708
055720 1510-READ-PE1OUT.
055732     READ PE3-PE1OUT-FILE
055744         AT END
055756             SET PE3-PE1-EOF TO TRUE
055768         NOT AT END
055780             ADD 1 TO PE3-STA-PE1-READ
055792             IF PE1-OUT-SUMMARY AND
055804                     PE1-OUT-RUN-ID IS EQUAL TO PE3-RUN-ID
055816                 MOVE PE1-OUT-RESULT TO PE3-P1-SUMMARY-RESULT
055828                 SET PE3-P1-FOUND TO TRUE
055840             END-IF
055852     END-READ.
055864 1510-EXIT.
055876     EXIT.
055888
055900 1520-READ-PE2OUT.
055912     READ PE3-PE2OUT-FILE
055924         AT END
055936             SET PE3-PE2-EOF TO TRUE
055948         NOT AT END
055960             ADD 1 TO PE3-STA-PE2-READ
055972             IF PE2-OUT-RUN-ID IS EQUAL TO PE3-RUN-ID
055984                 PERFORM 1530-POST-P2-RESULT THRU 1530-EXIT
055996                     VARYING PE3-TBL-IDX FROM 1 BY 1
056008                     UNTIL PE3-TBL-IDX > PE3-TARGET-COUNT
056020             END-IF
056032     END-READ.
056044 1520-EXIT.
056056     EXIT.
056068
056080 1530-POST-P2-RESULT.
056092     IF PE3-TBL-FROM-P2 (PE3-TBL-IDX) AND
056104             PE3-TBL-REF-THRESHOLD (PE3-TBL-IDX) IS EQUAL TO
056116             PE2-OUT-THRESHOLD
056128         MOVE PE2-OUT-RESULT TO PE3-TBL-TARGET (PE3-TBL-IDX)
056140         SET PE3-TBL-RESOLVED (PE3-TBL-IDX) TO TRUE
056152     END-IF.
056164 1530-EXIT.
056176     EXIT.
056188
056200 1540-CHECK-REFERENCE.
056212     IF PE3-TBL-LITERAL (PE3-TBL-IDX)
056224         GO TO 1540-EXIT
056236     END-IF
056248     IF PE3-TBL-FROM-P1 (PE3-TBL-IDX)
056260         IF NOT PE3-P1-FOUND
056272             MOVE "PE1OUT HAS NO P1 SUMMARY FOR THIS RUN ID" TO
056284                 PE3-ABEND-MESSAGE
056296             GO TO 8000-ABEND
056308         END-IF
056320         MOVE PE3-P1-SUMMARY-RESULT TO
056332             PE3-TBL-TARGET (PE3-TBL-IDX)
056344         SET PE3-TBL-RESOLVED (PE3-TBL-IDX) TO TRUE
056356     END-IF
056368     IF NOT PE3-TBL-RESOLVED (PE3-TBL-IDX)
056380         MOVE "PE2OUT HAS NO RESULT FOR A REFERENCED THRESHOLD" TO
056392             PE3-ABEND-MESSAGE
056404         GO TO 8000-ABEND
056416     END-IF
056428     IF PE3-TBL-TARGET (PE3-TBL-IDX) < 2
056440         MOVE "CHAINED TARGET RESOLVED TO LESS THAN 2" TO
056452             PE3-ABEND-MESSAGE
056464         GO TO 8000-ABEND
056476     END-IF
056488     IF PE3-TBL-TARGET (PE3-TBL-IDX) > PE3-MAX-TARGET
056500         MOVE "CHAINED TARGET EXCEEDS MAXIMUM SAFE VALUE" TO
056512             PE3-ABEND-MESSAGE
056524         GO TO 8000-ABEND
056536     END-IF.
056548 1540-EXIT.
056560     EXIT.
056572
056584 1900-VALIDATE-TARGET.
056596     IF PE3-CTL-P1-REFERENCE OR PE3-CTL-P2-REFERENCE
056608         ADD 1 TO PE3-REFERENCE-COUNT
056620         GO TO 1900-EXIT
056632     END-IF
056644     IF NOT PE3-CTL-LITERAL-TARGET
056656         MOVE "PE3CTL TARGET SOURCE MUST BE BLANK, 1 OR 2" TO
056668             PE3-ABEND-MESSAGE
056680         GO TO 8000-ABEND
056692     END-IF
056704     IF PE3-CTL-TARGET < 2
056716         MOVE "PE3CTL TARGET MUST BE AT LEAST 2" TO
056728             PE3-ABEND-MESSAGE
056740         GO TO 8000-ABEND
056752     END-IF
056764     IF PE3-CTL-TARGET > PE3-MAX-TARGET
056776         MOVE "PE3CTL TARGET EXCEEDS MAXIMUM SAFE VALUE" TO
056788             PE3-ABEND-MESSAGE
056800         GO TO 8000-ABEND
056812     END-IF.
056824 1900-EXIT.
056836     EXIT.
056848
056900 2000-PROCESS-TARGET.
057000     MOVE SPACES TO PE3-CACHE-KEY
057100     STRING "TARGET=" PE3-TBL-TARGET (PE3-TBL-IDX)
057200         DELIMITED BY SIZE INTO PE3-CACHE-KEY
057210     MOVE PE3-CACHE-KEY TO PE3-PARAMETER-STRING
057220     IF PE3-TBL-FROM-P1 (PE3-TBL-IDX)
057230         MOVE " P1 SUMMARY" TO PE3-PARAMETER-STRING (26:11)
057240     END-IF
057250     IF PE3-TBL-FROM-P2 (PE3-TBL-IDX)
057260         STRING " P2 THRESHOLD="
057270             PE3-TBL-REF-THRESHOLD (PE3-TBL-IDX)
057280             DELIMITED BY SIZE INTO PE3-PARAMETER-STRING (26:32)
057290     END-IF
057300     MOVE PE3-TBL-TARGET (PE3-TBL-IDX) TO PE3-EMIT-TARGET
057400     PERFORM 2050-CHECK-ANSWER-MASTER THRU 2050-EXIT
057500     PERFORM 2100-FACTOR-TARGET THRU 2100-EXIT
057600     PERFORM 3000-RECONCILE THRU 3000-EXIT
057700     IF NOT PE3-CACHE-HIT
057800         MOVE PE3-LARGEST-FACTOR TO PE3-EMIT-RESULT
057900         PERFORM 2400-INSERT-ANSWER THRU 2400-EXIT
058000     END-IF
058100     PERFORM 2500-EMIT-TARGET THRU 2500-EXIT
058110     PERFORM 2600-EMIT-FACTORS THRU 2600-EXIT.
058200 2000-EXIT.
058300     EXIT.
058400
058500 2050-CHECK-ANSWER-MASTER.
058600     MOVE "N" TO PE3-CACHE-HIT-SW
058700     MOVE "P3" TO ANS-MST-PROGRAM-ID
058800     MOVE PE3-CACHE-KEY TO ANS-MST-PARAMETERS
058900     READ PE3-ANSWER-FILE
058910     ADD 1 TO PE3-STA-ANS-READ
059000     IF PE3-ANS-OK
059100         MOVE ANS-MST-RESULT TO PE3-EMIT-RESULT
059200         SET PE3-CACHE-HIT TO TRUE
060600* DIVISOR THAT GETS THROUGH IS PRIME BECAUSE ALL ITS SMALLER
060700* FACTORS WERE ALREADY REMOVED.  WHATEVER REMAINS ABOVE 1 AT THE
060800* END IS ITSELF PRIME AND IS THE LARGEST FACTOR.  THE PRODUCT OF
060900* EVERY FACTOR DIVIDED OUT IS ACCUMULATED FOR THE CONTROL CHECK,
060910* AND EACH FACTOR IS POSTED TO THE FACTOR TABLE FOR PE3FAC.  THE
060920* WALK RUNS ON A CACHE HIT TOO - ANSMST HOLDS ONLY THE LARGEST
060930* FACTOR, NOT THE FULL FACTORIZATION.
061000*****************************************************************
061100 2100-FACTOR-TARGET.
061200     MOVE PE3-TBL-TARGET (PE3-TBL-IDX) TO PE3-WORK-NUMBER
061300     MOVE 1 TO PE3-LARGEST-FACTOR
061400     MOVE 1 TO PE3-PRODUCT-CHECK
061410     MOVE ZERO TO PE3-FACTOR-COUNT
061500     MOVE "N" TO PE3-TWOS-DONE-SW
061600     PERFORM 2110-REMOVE-TWOS THRU 2110-EXIT
061700         WITH TEST BEFORE UNTIL PE3-TWOS-DONE
062300         MOVE PE3-WORK-NUMBER TO PE3-LARGEST-FACTOR
062400         MULTIPLY PE3-WORK-NUMBER BY PE3-PRODUCT-CHECK
062500             GIVING PE3-PRODUCT-CHECK
062510         MOVE PE3-WORK-NUMBER TO PE3-FOUND-FACTOR
062520         PERFORM 2150-POST-FACTOR THRU 2150-EXIT
062600         MOVE 1 TO PE3-WORK-NUMBER
062700     END-IF.
062800 2100-EXIT.
063600         MOVE 2 TO PE3-LARGEST-FACTOR
063700         MULTIPLY 2 BY PE3-PRODUCT-CHECK
063800             GIVING PE3-PRODUCT-CHECK
063810         MOVE 2 TO PE3-FOUND-FACTOR
063820         PERFORM 2150-POST-FACTOR THRU 2150-EXIT
063900     ELSE
064000         SET PE3-TWOS-DONE TO TRUE
064100     END-IF.
064900         SET PE3-TRIAL-DONE TO TRUE
065000         GO TO 2120-EXIT
065100     END-IF
065110     ADD 1 TO PE3-STA-DIVISORS
065200     DIVIDE PE3-WORK-NUMBER BY PE3-TRIAL-FACTOR
065300         GIVING PE3-QUOTIENT REMAINDER PE3-REMAINDER
065400     IF PE3-REMAINDER IS EQUAL TO ZERO
065600         MOVE PE3-TRIAL-FACTOR TO PE3-LARGEST-FACTOR
065700         MULTIPLY PE3-TRIAL-FACTOR BY PE3-PRODUCT-CHECK
065800             GIVING PE3-PRODUCT-CHECK
065810         MOVE PE3-TRIAL-FACTOR TO PE3-FOUND-FACTOR
065820         PERFORM 2150-POST-FACTOR THRU 2150-EXIT
065900     ELSE
066000         ADD 2 TO PE3-TRIAL-FACTOR
066100     END-IF.
066200 2120-EXIT.
066300     EXIT.
066304
066308*****************************************************************
066312* THE WALK FINDS FACTORS IN ASCENDING ORDER, SO A REPEAT OF A
066316* PRIME IS ALWAYS A REPEAT OF THE LAST ENTRY IN THE TABLE.
066320*****************************************************************
066324 2150-POST-FACTOR.
066328     IF PE3-FACTOR-COUNT > ZERO
066332         IF PE3-FTB-PRIME (PE3-FACTOR-COUNT) IS EQUAL TO
066336                 PE3-FOUND-FACTOR
066340             ADD 1 TO PE3-FTB-EXPONENT (PE3-FACTOR-COUNT)
066344             GO TO 2150-EXIT
066348         END-IF
066352     END-IF
066356     IF PE3-FACTOR-COUNT IS NOT LESS THAN PE3-FACTOR-LIMIT
066360         MOVE "P3 FACTOR TABLE OVERFLOW" TO PE3-ABEND-MESSAGE
066364         GO TO 8000-ABEND
066368     END-IF
066372     ADD 1 TO PE3-FACTOR-COUNT
066376     MOVE PE3-FOUND-FACTOR TO PE3-FTB-PRIME (PE3-FACTOR-COUNT)
066380     MOVE 1 TO PE3-FTB-EXPONENT (PE3-FACTOR-COUNT).
066384 2150-EXIT.
066388     EXIT.
066400
066500*****************************************************************
066600* CONTROL CHECK - MULTIPLYING EVERY FACTOR DIVIDED OUT BACK
067100             PE3-TBL-TARGET (PE3-TBL-IDX)
067200         MOVE "P3 FACTOR PRODUCT MISMATCH" TO PE3-ABEND-MESSAGE
067300         GO TO 8000-ABEND
067310     END-IF
067320     IF PE3-CACHE-HIT AND
067330             PE3-LARGEST-FACTOR IS NOT EQUAL TO PE3-EMIT-RESULT
067340         MOVE "P3 CACHE/FACTOR MISMATCH" TO PE3-ABEND-MESSAGE
067350         GO TO 8000-ABEND
067400     END-IF.
067500 3000-EXIT.
067600     EXIT.
067700
067800 2400-INSERT-ANSWER.
067900     MOVE "P3" TO ANS-MST-PROGRAM-ID
068000     MOVE PE3-CACHE-KEY TO ANS-MST-PARAMETERS
068100     MOVE PE3-EMIT-RESULT TO ANS-MST-RESULT
068200     MOVE PE3-RUN-DATE TO ANS-MST-FIRST-RUN-DATE
068300     WRITE ANS-MASTER-RECORD
068400     IF PE3-ANS-DUPLICATE
068500         REWRITE ANS-MASTER-RECORD
068600     END-IF
068610     ADD 1 TO PE3-STA-ANS-WRITTEN.
068700 2400-EXIT.
068800     EXIT.
068900
069700         SET PE3-OUT-COMPUTED TO TRUE
069800     END-IF
069900     MOVE PE3-RUN-ID TO PE3-OUT-RUN-ID
069910     MOVE PE3-TBL-SOURCE (PE3-TBL-IDX) TO PE3-OUT-TARGET-SOURCE
069920     MOVE PE3-TBL-REF-THRESHOLD (PE3-TBL-IDX) TO
069930         PE3-OUT-REF-THRESHOLD
070000     WRITE PE3-OUTPUT-RECORD
070010     ADD 1 TO PE3-STA-OUT-WRITTEN
070100
070200     ADD 1 TO PE3-SEQ-NUMBER
070300     MULTIPLY PE3-RUN-TIME BY 100 GIVING PE3-DISCRIMINATOR
071500         SET PEH-HIST-COMPUTED TO TRUE
071600     END-IF
071700     MOVE PE3-RUN-ID TO PEH-HIST-RUN-ID
071710     MOVE PE3-PARM-VERSION TO PEH-HIST-PARM-VERSION
071800     WRITE PEH-HISTORY-RECORD
071900     IF PE3-HIST-DUPLICATE
072000         REWRITE PEH-HISTORY-RECORD
072100     END-IF
072110     ADD 1 TO PE3-STA-HIST-WRITTEN
072200
072300     IF PE3-CACHE-HIT
072310         ADD 1 TO PE3-STA-CACHE-HITS
072400         DISPLAY "P3 TARGET " PE3-EMIT-TARGET " RESULT = "
072500             PE3-EMIT-RESULT " (FROM ANSWER MASTER)"
072600     ELSE
072610         ADD 1 TO PE3-STA-COMPUTED
072700         DISPLAY "P3 TARGET " PE3-EMIT-TARGET " RESULT = "
072800             PE3-EMIT-RESULT
072900     END-IF.
073000 2500-EXIT.
073100     EXIT.
073102
073104*****************************************************************
073106* ONE PE3FAC DETAIL RECORD PER DISTINCT PRIME, THEN THE TARGET'S
073108* SUMMARY RECORD.  A TARGET WITH A SINGLE FACTOR OF EXPONENT 1
073110* IS ITSELF PRIME.
073112*****************************************************************
073114 2600-EMIT-FACTORS.
073116     MOVE ZEROS TO PE3-FACTOR-TOTAL
073118     PERFORM 2650-EMIT-FACTOR-DETAIL THRU 2650-EXIT
073120         VARYING PE3-FAC-IDX FROM 1 BY 1
073122         UNTIL PE3-FAC-IDX > PE3-FACTOR-COUNT
073124     MOVE SPACES TO PE3-FACTOR-RECORD
073126     MOVE PE3-RUN-DATE TO PE3-FAC-RUN-DATE
073128     MOVE PE3-RUN-ID TO PE3-FAC-RUN-ID
073130     MOVE PE3-EMIT-TARGET TO PE3-FAC-TARGET
073132     SET PE3-FAC-SUMMARY TO TRUE
073134     MOVE PE3-FACTOR-COUNT TO PE3-FAC-DISTINCT-COUNT
073136     MOVE PE3-FACTOR-TOTAL TO PE3-FAC-TOTAL-COUNT
073138     IF PE3-FACTOR-TOTAL IS EQUAL TO 1
073140         SET PE3-FAC-IS-PRIME TO TRUE
073142     ELSE
073144         SET PE3-FAC-IS-COMPOSITE TO TRUE
073146     END-IF
073148     IF PE3-CACHE-HIT
073150         SET PE3-FAC-FROM-CACHE TO TRUE
073152     ELSE
073154         SET PE3-FAC-COMPUTED TO TRUE
073156     END-IF
073158     WRITE PE3-FACTOR-RECORD
073159     ADD 1 TO PE3-STA-FAC-WRITTEN.
073160 2600-EXIT.
073162     EXIT.
073164
073166 2650-EMIT-FACTOR-DETAIL.
073168     MOVE SPACES TO PE3-FACTOR-RECORD
073170     MOVE PE3-RUN-DATE TO PE3-FAC-RUN-DATE
073172     MOVE PE3-RUN-ID TO PE3-FAC-RUN-ID
073174     MOVE PE3-EMIT-TARGET TO PE3-FAC-TARGET
073176     SET PE3-FAC-DETAIL TO TRUE
073178     MOVE PE3-FTB-PRIME (PE3-FAC-IDX) TO PE3-FAC-PRIME
073180     MOVE PE3-FTB-EXPONENT (PE3-FAC-IDX) TO PE3-FAC-EXPONENT
073182     ADD PE3-FTB-EXPONENT (PE3-FAC-IDX) TO PE3-FACTOR-TOTAL
073184     IF PE3-CACHE-HIT
073186         SET PE3-FAC-FROM-CACHE TO TRUE
073188     ELSE
073190         SET PE3-FAC-COMPUTED TO TRUE
073192     END-IF
073194     WRITE PE3-FACTOR-RECORD
073195     ADD 1 TO PE3-STA-FAC-WRITTEN.
073196 2650-EXIT.
073198     EXIT.
073200
073300 5000-FINALIZE.
073400     SET CYC-STS-P3-DONE TO TRUE
073700     REWRITE CYC-STATUS-RECORD
073800     CLOSE PE3-CYCLE-FILE
073900     CLOSE PE3-OUTPUT-FILE
073910     CLOSE PE3-FACTOR-FILE
074000     CLOSE PE3-HISTORY-FILE
074100     CLOSE PE3-ANSWER-FILE
074110     PERFORM 5500-WRITE-STATISTICS THRU 5500-EXIT.
074200 5000-EXIT.
074300     EXIT.
074301
074302*****************************************************************
074303* ONE STPSTA RECORD PER RUN.  THE STATISTICS FILE IS NOT PART OF
074304* THE ANSWER, SO AN UNAVAILABLE FILE IS REPORTED AND THE RUN
074305* STILL ENDS CLEAN.  THE ITERATION COUNT IS THE ODD TRIAL
074306* DIVISORS TRIED ACROSS EVERY TARGET'S FACTOR WALK.
074307*****************************************************************
074308 5500-WRITE-STATISTICS.
074309     ACCEPT PE3-STA-END-DATE FROM DATE YYYYMMDD
074310     ACCEPT PE3-STA-END-TIME FROM TIME
074311     OPEN EXTEND PE3-STATISTICS-FILE
074312     IF NOT PE3-STA-OK
074313         DISPLAY "P3 STATISTICS FILE UNAVAILABLE, STATUS "
074314             PE3-STA-STATUS
074315         GO TO 5500-EXIT
074316     END-IF
074317     MOVE SPACES TO STP-STATISTICS-RECORD
074318     PERFORM 5550-CLEAR-STAT-FILE THRU 5550-EXIT
074319         VARYING PE3-STA-IDX FROM 1 BY 1
074320         UNTIL PE3-STA-IDX > 8
074321     MOVE PE3-RUN-ID TO STP-STA-RUN-ID
074322     MOVE PE3-RUN-DATE TO STP-STA-PROCESS-DATE
074323     MOVE "P3" TO STP-STA-STEP-NAME
074324     MOVE PE3-ACTUAL-DATE TO STP-STA-START-DATE
074325     MOVE PE3-STA-START-TIME TO STP-STA-START-TIME
074326     MOVE PE3-STA-END-DATE TO STP-STA-END-DATE
074327     MOVE PE3-STA-END-TIME TO STP-STA-END-TIME
074328     MOVE "PE3CTL" TO STP-STA-FILE-NAME (1)
074329     MOVE PE3-STA-CTL-READ TO STP-STA-RECORDS-READ (1)
074330     MOVE "BDCAL" TO STP-STA-FILE-NAME (2)
074331     MOVE PE3-STA-CAL-READ TO STP-STA-RECORDS-READ (2)
074332     MOVE "PEHIST" TO STP-STA-FILE-NAME (3)
074333     MOVE PE3-STA-HIST-READ TO STP-STA-RECORDS-READ (3)
074334     MOVE PE3-STA-HIST-WRITTEN TO STP-STA-RECORDS-WRITTEN (3)
074335     MOVE "ANSMST" TO STP-STA-FILE-NAME (4)
074336     MOVE PE3-STA-ANS-READ TO STP-STA-RECORDS-READ (4)
074337     MOVE PE3-STA-ANS-WRITTEN TO STP-STA-RECORDS-WRITTEN (4)
074338     MOVE "PE3OUT" TO STP-STA-FILE-NAME (5)
074339     MOVE PE3-STA-OUT-WRITTEN TO STP-STA-RECORDS-WRITTEN (5)
074340     MOVE "PE3FAC" TO STP-STA-FILE-NAME (6)
074341     MOVE PE3-STA-FAC-WRITTEN TO STP-STA-RECORDS-WRITTEN (6)
074342     MOVE "PE1OUT" TO STP-STA-FILE-NAME (7)
074343     MOVE PE3-STA-PE1-READ TO STP-STA-RECORDS-READ (7)
074344     MOVE "PE2OUT" TO STP-STA-FILE-NAME (8)
074345     MOVE PE3-STA-PE2-READ TO STP-STA-RECORDS-READ (8)
074346     MOVE PE3-STA-CACHE-HITS TO STP-STA-CACHE-HITS
074347     MOVE PE3-STA-COMPUTED TO STP-STA-COMPUTED
074348     MOVE "DIVISORS" TO STP-STA-ITERATION-TYPE
074349     MOVE PE3-STA-DIVISORS TO STP-STA-ITERATIONS
074350     MOVE RETURN-CODE TO STP-STA-RETURN-CODE
074351     WRITE STP-STATISTICS-RECORD
074352     CLOSE PE3-STATISTICS-FILE.
074353 5500-EXIT.
074354     EXIT.
074355
074356 5550-CLEAR-STAT-FILE.
074357     MOVE SPACES TO STP-STA-FILE-NAME (PE3-STA-IDX)
074358     MOVE ZEROS TO STP-STA-RECORDS-READ (PE3-STA-IDX)
074359     MOVE ZEROS TO STP-STA-RECORDS-WRITTEN (PE3-STA-IDX).
074360 5550-EXIT.
074361     EXIT.
074400
074500 8000-ABEND.
074600     DISPLAY "*** P3 ABEND *** " PE3-ABEND-MESSAGE
