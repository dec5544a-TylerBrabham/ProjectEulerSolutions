002100*                    DATASETS OVER THE ORIGINALS AFTER CHECKING
002200*                    THE REPORT.  A RUN ID FOUND NOWHERE ENDS
002300*                    THE STEP WITH CONDITION CODE 4.
002306* 10/15/2026  TB    A RUN WITH ANY RECORD DATED IN A PERIOD
002312*                    CLOSED ON PERCTL BY THE PECLOS MONTH-END
002318*                    CLOSE IS REFUSED BEFORE ANY FILE IS TOUCHED
002324*                    - THE STEP ENDS WITH CONDITION CODE 8 UNLESS
002330*                    THE PERIOD HAS BEEN FORMALLY REOPENED.
002336* 10/15/2026  TB    THE BKOCTL OPERATOR MUST HOLD THE BACKOUT
002342*                    GRANT ON THE OPRAUT OPERATOR AUTHORITY FILE
002348*                    OR THE BACKOUT IS REFUSED (CONDITION CODE 8)
002354*                    WITH NOTHING TOUCHED.  A COMPLETED BACKOUT
002360*                    APPENDS A ROW TO THE MNTAUD MAINTENANCE
002366*                    AUDIT TRAIL AND STAMPS THE OPERATOR ON ITS
002372*                    EXCLOG ENTRY.
002378* 10/15/2026  TB    PE3OUT RECORD WIDENED TO 73 BYTES FOR THE
002384*                    P3 TARGET SOURCE AND REFERENCE THRESHOLD.
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS BKO-EXC-STATUS.
007400
007405     SELECT BKO-PERIOD-FILE ASSIGN TO "PERCTL"
007410         ORGANIZATION IS INDEXED
007415         ACCESS MODE IS DYNAMIC
007420         RECORD KEY IS PER-CTL-KEY
007425         FILE STATUS IS BKO-PER-STATUS.
007430
007435     SELECT BKO-AUTHORITY-FILE ASSIGN TO "OPRAUT"
007440         ORGANIZATION IS INDEXED
007445         ACCESS MODE IS DYNAMIC
007450         RECORD KEY IS OPR-AUT-KEY
007455         FILE STATUS IS BKO-AUT-STATUS.
007460
007465     SELECT BKO-AUDIT-FILE ASSIGN TO "MNTAUD"
007470         ORGANIZATION IS LINE SEQUENTIAL
007475         FILE STATUS IS BKO-AUD-STATUS.
007480
007500     SELECT BKO-REPORT-FILE ASSIGN TO "BKORPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS BKO-LST-STATUS.
011200
011300 FD  BKO-PE3-NEW-FILE
011400     RECORDING MODE IS F.
011410 01  BKO-PE3-NEW-RECORD          PIC X(73).
011600
011700 FD  BKO-HISTORY-FILE.
011800 COPY PEHIST.
012000 FD  BKO-EXCEPTION-FILE
012100     RECORDING MODE IS F.
012200 COPY EXCLOG.
012209
012218 FD  BKO-PERIOD-FILE.
012227 COPY PERCTL.
012236
012245 FD  BKO-AUTHORITY-FILE.
012254 COPY OPRAUT.
012263
012272 FD  BKO-AUDIT-FILE
012281     RECORDING MODE IS F.
012290 COPY MNTAUD.
012300
012400 FD  BKO-REPORT-FILE
012500     RECORDING MODE IS F.
013700         88  BKO-PE3-EOF            VALUE "Y".
013800     05  BKO-HIST-EOF-SW     PIC X(01) VALUE "N".
013900         88  BKO-HIST-EOF           VALUE "Y".
013910     05  BKO-SCAN-EOF-SW     PIC X(01) VALUE "N".
013920         88  BKO-SCAN-EOF           VALUE "Y".
013930     05  BKO-LOCKED-SW       PIC X(01) VALUE "N".
013940         88  BKO-PERIOD-LOCKED      VALUE "Y".
014000
014100 01  BKO-FILE-STATUSES.
014200     05  BKO-CTL-STATUS      PIC X(02) VALUE "00".
016400         88  BKO-EXC-OK             VALUE "00".
016500     05  BKO-LST-STATUS      PIC X(02) VALUE "00".
016600         88  BKO-LST-OK             VALUE "00".
016610     05  BKO-PER-STATUS      PIC X(02) VALUE "00".
016620         88  BKO-PER-OK             VALUE "00".
016630         88  BKO-PER-NOT-FOUND      VALUE "23".
016640         88  BKO-PER-MISSING        VALUE "35".
016650     05  BKO-AUT-STATUS      PIC X(02) VALUE "00".
016660         88  BKO-AUT-OK             VALUE "00".
016670         88  BKO-AUT-NOT-FOUND      VALUE "23".
016680     05  BKO-AUD-STATUS      PIC X(02) VALUE "00".
016690         88  BKO-AUD-OK             VALUE "00".
016700
016800 01  BKO-ABEND-MESSAGE       PIC X(60).
016810 01  BKO-REFUSAL-MESSAGE     PIC X(60).
016900
017000 01  BKO-RUN-DATE            PIC 9(08) VALUE ZEROS.
017100 01  BKO-RUN-TIME            PIC 9(06) VALUE ZEROS.
017109
017118*****************************************************************
017127* CLOSED-PERIOD CHECK - THE PERIOD (YYYYMM) OF EACH RECORD OF THE
017136* RUN, THE LAST PERIOD LOOKED UP ON PERCTL, AND THE FIRST CLOSED
017145* PERIOD FOUND.
017154*****************************************************************
017163 01  BKO-CHECK-DATE          PIC 9(08) VALUE ZEROS.
017172 01  BKO-CHECK-PERIOD        PIC 9(06) VALUE ZEROS.
017181 01  BKO-LAST-PERIOD         PIC 9(06) VALUE ZEROS.
017190 01  BKO-LOCKED-PERIOD       PIC 9(06) VALUE ZEROS.
017200
017300 01  BKO-COUNTS.
017400     05  BKO-PE1-READ        PIC 9(07) VALUE ZEROS.
020500     05  BKO-WRN-MESSAGE     PIC X(44).
020600     05  FILLER              PIC X(36) VALUE SPACES.
020700
020705 01  BKO-REFUSAL-LINE.
020710     05  FILLER              PIC X(16) VALUE
020715         "*** REFUSED *** ".
020720     05  FILLER              PIC X(22) VALUE
020725         "RUN HAS RECORDS DATED ".
020730     05  FILLER              PIC X(17) VALUE
020735         "IN CLOSED PERIOD ".
020740     05  BKO-RFS-PERIOD      PIC 9(06).
020745     05  FILLER              PIC X(19) VALUE SPACES.
020750
020755 01  BKO-OPERATOR-REFUSAL-LINE.
020760     05  FILLER              PIC X(16) VALUE
020765         "*** REFUSED *** ".
020770     05  BKO-ORF-MESSAGE     PIC X(60).
020775     05  FILLER              PIC X(04) VALUE SPACES.
020780
020800 01  BKO-BLANK-LINE          PIC X(80) VALUE SPACES.
020900
021000 PROCEDURE DIVISION.
021800     PERFORM 4000-BACKOUT-PEHIST THRU 4000-EXIT
021900     PERFORM 5000-REPORT-COUNTS THRU 5000-EXIT
022000     PERFORM 6000-LOG-BACKOUT THRU 6000-EXIT
022010     PERFORM 6500-WRITE-MAINT-AUDIT THRU 6500-EXIT
022100     PERFORM 7000-FINALIZE THRU 7000-EXIT
022200     GO TO 9999-EXIT.
022201
022202*****************************************************************
022203* ONLY AN OPERATOR HOLDING THE BACKOUT GRANT ON OPRAUT MAY
022204* WITHDRAW A RUN.  THE CHECK IS MADE BEFORE ANY FILE IS OPENED,
022205* SO A REFUSED BACKOUT LEAVES EVERYTHING AS IT WAS.
022206*****************************************************************
022207 0500-CHECK-OPERATOR.
022208     IF BKO-CTL-OPERATOR IS EQUAL TO SPACES
022209         MOVE "BKOCTL OPERATOR INITIALS ARE REQUIRED" TO
022210             BKO-REFUSAL-MESSAGE
022211         PERFORM 0550-REFUSE-OPERATOR THRU 0550-EXIT
022212     END-IF
022213     OPEN INPUT BKO-AUTHORITY-FILE
022214     IF NOT BKO-AUT-OK
022215         MOVE "OPRAUT OPEN FAILED" TO BKO-ABEND-MESSAGE
022216         GO TO 8000-ABEND
022217     END-IF
022218     MOVE BKO-CTL-OPERATOR TO OPR-AUT-OPERATOR
022219     READ BKO-AUTHORITY-FILE
022220     IF BKO-AUT-NOT-FOUND
022221         MOVE SPACES TO BKO-REFUSAL-MESSAGE
022222         STRING "OPERATOR " BKO-CTL-OPERATOR
022223             " IS NOT ON THE AUTHORITY FILE"
022224             DELIMITED BY SIZE INTO BKO-REFUSAL-MESSAGE
022225         CLOSE BKO-AUTHORITY-FILE
022226         PERFORM 0550-REFUSE-OPERATOR THRU 0550-EXIT
022227     END-IF
022228     IF NOT BKO-AUT-OK
022229         MOVE "OPRAUT READ FAILED" TO BKO-ABEND-MESSAGE
022230         GO TO 8000-ABEND
022231     END-IF
022232     CLOSE BKO-AUTHORITY-FILE
022233     IF NOT OPR-AUT-MAY-BACKOUT
022234         MOVE SPACES TO BKO-REFUSAL-MESSAGE
022235         STRING "OPERATOR " BKO-CTL-OPERATOR
022236             " IS NOT AUTHORIZED FOR BACKOUT"
022237             DELIMITED BY SIZE INTO BKO-REFUSAL-MESSAGE
022238         PERFORM 0550-REFUSE-OPERATOR THRU 0550-EXIT
022239     END-IF.
022240 0500-EXIT.
022241     EXIT.
022242
022243 0550-REFUSE-OPERATOR.
022244     OPEN OUTPUT BKO-REPORT-FILE
022245     IF NOT BKO-LST-OK
022246         MOVE "BKORPT OPEN FAILED" TO BKO-ABEND-MESSAGE
022247         GO TO 8000-ABEND
022248     END-IF
022249     WRITE BKO-REPORT-LINE FROM BKO-HEADING-1
022250     WRITE BKO-REPORT-LINE FROM BKO-BLANK-LINE
022251     MOVE BKO-CTL-RUN-ID TO BKO-PRM-RUN-ID
022252     WRITE BKO-REPORT-LINE FROM BKO-PARM-LINE
022253     WRITE BKO-REPORT-LINE FROM BKO-BLANK-LINE
022254     MOVE BKO-REFUSAL-MESSAGE TO BKO-ORF-MESSAGE
022255     WRITE BKO-REPORT-LINE FROM BKO-OPERATOR-REFUSAL-LINE
022256     CLOSE BKO-REPORT-FILE
022257     DISPLAY "PEBKO RUN " BKO-CTL-RUN-ID
022258         " REFUSED - " BKO-REFUSAL-MESSAGE
022259     MOVE 8 TO RETURN-CODE
022260     GO TO 9999-EXIT.
022261 0550-EXIT.
022262     EXIT.
022300
022400 1000-INITIALIZE.
022500     ACCEPT BKO-RUN-DATE FROM DATE YYYYMMDD
024200             BKO-ABEND-MESSAGE
024300         GO TO 8000-ABEND
024400     END-IF
024410     PERFORM 0500-CHECK-OPERATOR THRU 0500-EXIT
024420     PERFORM 1500-CHECK-CLOSED-PERIODS THRU 1500-EXIT
024500     OPEN INPUT PE1-OUTPUT-FILE
024600     IF NOT BKO-PE1-OK
024700         MOVE "PE1OUT OPEN FAILED" TO BKO-ABEND-MESSAGE
027800     END-IF.
027900 1000-EXIT.
028000     EXIT.
028001
028002*****************************************************************
028003* NOTHING DATED INSIDE A PERIOD CLOSED BY PECLOS MAY BE BACKED
028004* OUT - THE SIGNED-OFF FIGURES WOULD NO LONGER MATCH THE FILES.
028005* EVERY FILE IS SCANNED FOR THE RUN'S RECORDS BEFORE ANY FILE IS
028006* OPENED FOR OUTPUT, AND A RUN WITH A RECORD IN A CLOSED PERIOD
028007* IS REFUSED WITH NOTHING TOUCHED.  A MISSING PERCTL MEANS NO
028008* PERIOD HAS EVER BEEN CLOSED; A REOPENED PERIOD IS OPEN.
028009*****************************************************************
028010 1500-CHECK-CLOSED-PERIODS.
028011     OPEN INPUT BKO-PERIOD-FILE
028012     IF BKO-PER-MISSING
028013         GO TO 1500-EXIT
028014     END-IF
028015     IF NOT BKO-PER-OK
028016         MOVE "PERCTL OPEN FAILED" TO BKO-ABEND-MESSAGE
028017         GO TO 8000-ABEND
028018     END-IF
028019     OPEN INPUT PE1-OUTPUT-FILE
028020     IF NOT BKO-PE1-OK
028021         MOVE "PE1OUT OPEN FAILED" TO BKO-ABEND-MESSAGE
028022         GO TO 8000-ABEND
028023     END-IF
028024     MOVE "N" TO BKO-SCAN-EOF-SW
028025     PERFORM 1510-SCAN-PE1OUT THRU 1510-EXIT
028026         WITH TEST BEFORE UNTIL BKO-SCAN-EOF
028027     CLOSE PE1-OUTPUT-FILE
028028     OPEN INPUT PE1-BREAKDOWN-FILE
028029     IF NOT BKO-RPT-OK
028030         MOVE "PE1RPT OPEN FAILED" TO BKO-ABEND-MESSAGE
028031         GO TO 8000-ABEND
028032     END-IF
028033     MOVE "N" TO BKO-SCAN-EOF-SW
028034     PERFORM 1520-SCAN-PE1RPT THRU 1520-EXIT
028035         WITH TEST BEFORE UNTIL BKO-SCAN-EOF
028036     CLOSE PE1-BREAKDOWN-FILE
028037     OPEN INPUT PE2-OUTPUT-FILE
028038     IF NOT BKO-PE2-OK
028039         MOVE "PE2OUT OPEN FAILED" TO BKO-ABEND-MESSAGE
028040         GO TO 8000-ABEND
028041     END-IF
028042     MOVE "N" TO BKO-SCAN-EOF-SW
028043     PERFORM 1530-SCAN-PE2OUT THRU 1530-EXIT
028044         WITH TEST BEFORE UNTIL BKO-SCAN-EOF
028045     CLOSE PE2-OUTPUT-FILE
028046     OPEN INPUT PE3-OUTPUT-FILE
028047     IF NOT BKO-PE3-OK
028048         MOVE "PE3OUT OPEN FAILED" TO BKO-ABEND-MESSAGE
028049         GO TO 8000-ABEND
028050     END-IF
028051     MOVE "N" TO BKO-SCAN-EOF-SW
028052     PERFORM 1540-SCAN-PE3OUT THRU 1540-EXIT
028053         WITH TEST BEFORE UNTIL BKO-SCAN-EOF
028054     CLOSE PE3-OUTPUT-FILE
028055     OPEN INPUT BKO-HISTORY-FILE
028056     IF NOT BKO-HIST-OK
028057         MOVE "PEHIST OPEN FAILED" TO BKO-ABEND-MESSAGE
028058         GO TO 8000-ABEND
028059     END-IF
028060     MOVE "N" TO BKO-SCAN-EOF-SW
028061     PERFORM 1550-SCAN-PEHIST THRU 1550-EXIT
028062         WITH TEST BEFORE UNTIL BKO-SCAN-EOF
028063     CLOSE BKO-HISTORY-FILE
028064     CLOSE BKO-PERIOD-FILE
028065     IF BKO-PERIOD-LOCKED
028066         PERFORM 1700-REFUSE-BACKOUT THRU 1700-EXIT
028067     END-IF.
028068 1500-EXIT.
028069     EXIT.
028070
028071 1510-SCAN-PE1OUT.
028072     READ PE1-OUTPUT-FILE
028073         AT END
028074             SET BKO-SCAN-EOF TO TRUE
028075         NOT AT END
028076             IF PE1-OUT-RUN-ID IS EQUAL TO BKO-CTL-RUN-ID
028077                 MOVE PE1-OUT-RUN-DATE TO BKO-CHECK-DATE
028078                 PERFORM 1600-CHECK-PERIOD THRU 1600-EXIT
028079             END-IF
028080     END-READ.
028081 1510-EXIT.
028082     EXIT.
028083
028084 1520-SCAN-PE1RPT.
028085     READ PE1-BREAKDOWN-FILE
028086         AT END
028087             SET BKO-SCAN-EOF TO TRUE
028088         NOT AT END
028089             IF PE1-BRK-RUN-ID IS EQUAL TO BKO-CTL-RUN-ID
028090                 MOVE PE1-BRK-RUN-DATE TO BKO-CHECK-DATE
028091                 PERFORM 1600-CHECK-PERIOD THRU 1600-EXIT
028092             END-IF
028093     END-READ.
028094 1520-EXIT.
028095     EXIT.
028100
028101 1530-SCAN-PE2OUT.
028102     READ PE2-OUTPUT-FILE
028103         AT END
028104             SET BKO-SCAN-EOF TO TRUE
028105         NOT AT END
028106             IF PE2-OUT-RUN-ID IS EQUAL TO BKO-CTL-RUN-ID
028107                 MOVE PE2-OUT-RUN-DATE TO BKO-CHECK-DATE
028108                 PERFORM 1600-CHECK-PERIOD THRU 1600-EXIT
028109             END-IF
028110     END-READ.
028111 1530-EXIT.
028112     EXIT.
028113
028114 1540-SCAN-PE3OUT.
028115     READ PE3-OUTPUT-FILE
028116         AT END
028117             SET BKO-SCAN-EOF TO TRUE
028118         NOT AT END
028119             IF PE3-OUT-RUN-ID IS EQUAL TO BKO-CTL-RUN-ID
028120                 MOVE PE3-OUT-RUN-DATE TO BKO-CHECK-DATE
028121                 PERFORM 1600-CHECK-PERIOD THRU 1600-EXIT
028122             END-IF
028123     END-READ.
028124 1540-EXIT.
028125     EXIT.
028126
028127 1550-SCAN-PEHIST.
028128     READ BKO-HISTORY-FILE NEXT RECORD
028129         AT END
028130             SET BKO-SCAN-EOF TO TRUE
028131         NOT AT END
028132             IF PEH-HIST-RUN-ID IS EQUAL TO BKO-CTL-RUN-ID
028133                 MOVE PEH-HIST-RUN-DATE TO BKO-CHECK-DATE
028134                 PERFORM 1600-CHECK-PERIOD THRU 1600-EXIT
028135             END-IF
028136     END-READ.
028137 1550-EXIT.
028138     EXIT.
028139
028140 1600-CHECK-PERIOD.
028141     DIVIDE BKO-CHECK-DATE BY 100 GIVING BKO-CHECK-PERIOD
028142     IF BKO-CHECK-PERIOD IS EQUAL TO BKO-LAST-PERIOD
028143         GO TO 1600-EXIT
028144     END-IF
028145     MOVE BKO-CHECK-PERIOD TO BKO-LAST-PERIOD
028146     MOVE BKO-CHECK-PERIOD TO PER-CTL-PERIOD
028147     READ BKO-PERIOD-FILE
028148     IF BKO-PER-OK
028149         IF PER-CTL-CLOSED AND NOT BKO-PERIOD-LOCKED
028150             SET BKO-PERIOD-LOCKED TO TRUE
028151             MOVE BKO-CHECK-PERIOD TO BKO-LOCKED-PERIOD
028152         END-IF
028153     ELSE
028154         IF NOT BKO-PER-NOT-FOUND
028155             MOVE "PERCTL READ FAILED" TO BKO-ABEND-MESSAGE
028156             GO TO 8000-ABEND
028157         END-IF
028158     END-IF.
028159 1600-EXIT.
028160     EXIT.
028161
028162 1700-REFUSE-BACKOUT.
028163     OPEN OUTPUT BKO-REPORT-FILE
028164     IF NOT BKO-LST-OK
028165         MOVE "BKORPT OPEN FAILED" TO BKO-ABEND-MESSAGE
028166         GO TO 8000-ABEND
028167     END-IF
028168     WRITE BKO-REPORT-LINE FROM BKO-HEADING-1
028169     WRITE BKO-REPORT-LINE FROM BKO-BLANK-LINE
028170     MOVE BKO-CTL-RUN-ID TO BKO-PRM-RUN-ID
028171     WRITE BKO-REPORT-LINE FROM BKO-PARM-LINE
028172     WRITE BKO-REPORT-LINE FROM BKO-BLANK-LINE
028173     MOVE BKO-LOCKED-PERIOD TO BKO-RFS-PERIOD
028174     WRITE BKO-REPORT-LINE FROM BKO-REFUSAL-LINE
028175     CLOSE BKO-REPORT-FILE
028176     DISPLAY "PEBKO RUN " BKO-CTL-RUN-ID
028177         " REFUSED - CLOSED PERIOD " BKO-LOCKED-PERIOD
028178     MOVE 8 TO RETURN-CODE
028179     GO TO 9999-EXIT.
028180 1700-EXIT.
028181     EXIT.
028182
028200 2000-BACKOUT-PE1OUT.
028300     PERFORM 2100-COPY-PE1-RECORD THRU 2100-EXIT
028400         WITH TEST BEFORE UNTIL BKO-PE1-EOF.
045500         " P2=" BKO-PE2-REMOVED " P3=" BKO-PE3-REMOVED
045600         " HIST=" BKO-HIST-REMOVED
045700         DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
045710     MOVE BKO-CTL-OPERATOR TO EXC-LOG-RESOLVED-BY
045720     MOVE BKO-RUN-DATE TO EXC-LOG-RESOLVED-DATE
045730     MOVE "BACKOUT COMPLETED BY PEBKO" TO
045740         EXC-LOG-RESOLUTION-NOTE
045900     WRITE EXC-LOG-RECORD
046000     CLOSE BKO-EXCEPTION-FILE.
046100 6000-EXIT.
046103     EXIT.
046106
046109*****************************************************************
046112* EVERY COMPLETED BACKOUT IS RECORDED ON THE SHARED MAINTENANCE
046115* AUDIT TRAIL WITH THE OPERATOR AND THE RECORDS REMOVED.
046118*****************************************************************
046121 6500-WRITE-MAINT-AUDIT.
046124     OPEN EXTEND BKO-AUDIT-FILE
046127     IF NOT BKO-AUD-OK
046130         MOVE "MNTAUD OPEN FAILED" TO BKO-ABEND-MESSAGE
046133         GO TO 8000-ABEND
046136     END-IF
046139     MOVE BKO-RUN-DATE TO MNT-AUD-DATE
046142     MOVE BKO-RUN-TIME TO MNT-AUD-TIME
046145     MOVE BKO-CTL-OPERATOR TO MNT-AUD-OPERATOR
046148     SET MNT-AUD-BACKOUT TO TRUE
046151     MOVE "PEBKO" TO MNT-AUD-PROGRAM-ID
046154     MOVE SPACES TO MNT-AUD-KEY
046157     STRING "RUN ID=" BKO-CTL-RUN-ID
046160         DELIMITED BY SIZE INTO MNT-AUD-KEY
046163     MOVE BKO-TOTAL-REMOVED TO MNT-AUD-REMOVED-COUNT
046166     MOVE ZEROS TO MNT-AUD-CHANGED-COUNT
046169     WRITE MNT-AUDIT-RECORD
046172     CLOSE BKO-AUDIT-FILE.
046175 6500-EXIT.
046200     EXIT.
046300
046400 7000-FINALIZE.
