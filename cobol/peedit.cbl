006200*                    STREAM, AND A CLEAN EDIT POSTS PEEDIT
006300*                    COMPLETE WITH EVERY DOWNSTREAM FLAG RESET
006400*                    SO THE WHOLE PASS MUST RUN AGAIN IN ORDER.
006407* 10/15/2026  TB    APPENDS A STEP RUN-STATISTICS RECORD TO THE
006414*                    NEW STPSTA FILE AT END OF RUN, CLEAN OR NOT -
006421*                    RUN ID ASSIGNED (ZERO AFTER AN EDIT ERROR),
006428*                    WALL-CLOCK START AND END, RECORDS READ AND
006435*                    WRITTEN PER FILE AND THE RECORDS CHECKED.
006442* 10/15/2026  TB    THE PARM MEMBERS ARE NOW MATCHED RECORD FOR
006449*                    RECORD AGAINST THE APPROVED PRMMST PARAMETER
006456*                    VERSION IN FORCE ON THE PROCESSING DATE - NO
006463*                    SUCH VERSION (E601), A DIFFERING RECORD
006470*                    (E602) OR A DIFFERING RECORD COUNT (E603)
006477*                    REFUSES THE RUN.  THE VERSION MATCHED IS
006484*                    LISTED ON THE EDIT REPORT AND WRITTEN TO
006491*                    RUNCTL WITH THE RUN ID.
006498* 10/15/2026  TB    A PROCESSING DATE INSIDE A MONTH CLOSED ON
006505*                    THE PERCTL PERIOD-CONTROL FILE BY PECLOS IS
006512*                    REJECTED (E407), SO PRCDTE CANNOT BE SET
006519*                    BACK TO RERUN A SIGNED-OFF DAY UNLESS THE
006526*                    PERIOD HAS FIRST BEEN FORMALLY REOPENED.
006533* 10/15/2026  TB    EDITS THE NEW PE3CTL CHAINED-TARGET RECORDS -
006540*                    THE TARGET SOURCE MUST BE BLANK, 1 OR 2
006547*                    (E505), A P1 REFERENCE MUST CARRY A ZERO
006554*                    TARGET (E506), A P2 REFERENCE MUST NAME ONE
006561*                    OF THE RUN'S PE2CTL THRESHOLDS (E507), AND
006568*                    THE STEP REFERENCED MAY NOT BE A TRIAL RUN,
006575*                    WHICH WRITES NO OUTPUT FOR P3 TO READ (E508).
006582*****************************************************************
006600
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
010000     SELECT EDT-REPORT-FILE ASSIGN TO "EDTRPT"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS EDT-RPT-STATUS.
010210
010220     SELECT EDT-STATISTICS-FILE ASSIGN TO "STPSTA"
010230         ORGANIZATION IS LINE SEQUENTIAL
010240         FILE STATUS IS EDT-STA-STATUS.
010248
010256     SELECT EDT-PARM-MASTER-FILE ASSIGN TO "PRMMST"
010264         ORGANIZATION IS INDEXED
010272         ACCESS MODE IS DYNAMIC
010280         RECORD KEY IS PRM-MST-KEY
010288         FILE STATUS IS EDT-PRM-STATUS.
010289
010290     SELECT EDT-PERIOD-FILE ASSIGN TO "PERCTL"
010291         ORGANIZATION IS INDEXED
010292         ACCESS MODE IS DYNAMIC
010293         RECORD KEY IS PER-CTL-KEY
010294         FILE STATUS IS EDT-PER-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
013300 FD  EDT-REPORT-FILE
013400     RECORDING MODE IS F.
013500 01  EDT-REPORT-LINE             PIC X(132).
013510
013520 FD  EDT-STATISTICS-FILE
013530     RECORDING MODE IS F.
013540 COPY STPSTA.
013550
013560 FD  EDT-PARM-MASTER-FILE.
013570 COPY PRMMST.
013577
013584 FD  EDT-PERIOD-FILE.
013591 COPY PERCTL.
013600
013700 WORKING-STORAGE SECTION.
013800 01  EDT-SWITCHES.
015200         88  EDT-CYC-OPEN           VALUE "Y".
015300     05  EDT-CYC-FOUND-SW    PIC X(01) VALUE "N".
015400         88  EDT-CYC-FOUND          VALUE "Y".
015410     05  EDT-PRM-EOF-SW      PIC X(01) VALUE "N".
015420         88  EDT-PRM-EOF            VALUE "Y".
015430     05  EDT-PRM-FOUND-SW    PIC X(01) VALUE "N".
015440         88  EDT-PRM-FOUND          VALUE "Y".
015450     05  EDT-PRM-DIFF-SW     PIC X(01) VALUE "N".
015460         88  EDT-PRM-DIFFERS        VALUE "Y".
015500
015600 01  EDT-FILE-STATUSES.
015700     05  EDT-PE1-STATUS      PIC X(02) VALUE "00".
017300         88  EDT-CYC-OK             VALUE "00".
017400         88  EDT-CYC-NOT-FOUND      VALUE "23".
017500         88  EDT-CYC-DUPLICATE      VALUE "22".
017502     05  EDT-PRM-STATUS      PIC X(02) VALUE "00".
017504         88  EDT-PRM-OK             VALUE "00".
017506         88  EDT-PRM-NOT-FOUND      VALUE "23".
017508         88  EDT-PRM-MISSING        VALUE "35".
017510
017520 01  EDT-STA-STATUS          PIC X(02) VALUE "00".
017530     88  EDT-STA-OK                 VALUE "00".
017540 01  EDT-PER-STATUS          PIC X(02) VALUE "00".
017550     88  EDT-PER-OK                 VALUE "00".
017560     88  EDT-PER-NOT-FOUND          VALUE "23".
017570     88  EDT-PER-MISSING            VALUE "35".
017600
017700 01  EDT-ABEND-MESSAGE       PIC X(60).
017800
021700 01  EDT-NEW-RUN-ID          PIC 9(09) VALUE ZEROS.
021800 01  EDT-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
021900 01  EDT-RUN-TIME            PIC 9(06) VALUE ZEROS.
021905
021910*****************************************************************
021915* STEP RUN-STATISTICS COUNTERS - WRITTEN TO STPSTA AT END OF RUN.
021920*****************************************************************
021925 01  EDT-STATISTICS.
021930     05  EDT-STA-START-TIME  PIC 9(08) VALUE ZEROS.
021935     05  EDT-STA-END-DATE    PIC 9(08) VALUE ZEROS.
021940     05  EDT-STA-END-TIME    PIC 9(08) VALUE ZEROS.
021945     05  EDT-STA-PE1-READ    PIC 9(09) VALUE ZEROS.
021950     05  EDT-STA-DLY-READ    PIC 9(09) VALUE ZEROS.
021955     05  EDT-STA-PRC-READ    PIC 9(09) VALUE ZEROS.
021960     05  EDT-STA-RUN-READ    PIC 9(09) VALUE ZEROS.
021965     05  EDT-STA-RUN-WRITTEN PIC 9(09) VALUE ZEROS.
021970     05  EDT-STA-CYC-READ    PIC 9(09) VALUE ZEROS.
021975     05  EDT-STA-CYC-WRITTEN PIC 9(09) VALUE ZEROS.
021980     05  EDT-STA-RPT-WRITTEN PIC 9(09) VALUE ZEROS.
021985     05  EDT-STA-IDX         PIC 9(02) VALUE ZEROS.
022000
022100 01  EDT-PE1-DIVISOR-WORK.
022200     05  EDT-PE1-DIV-IDX     PIC 9(02) VALUE ZEROS.
023500 01  EDT-PE2-RECORD-COUNT    PIC 9(05) VALUE ZEROS.
023600 01  EDT-PE3-RECORD-COUNT    PIC 9(05) VALUE ZEROS.
023700 01  EDT-PE2-FIRST-TRIAL     PIC X(01) VALUE SPACES.
023707 01  EDT-PE1-SAVED-TRIAL     PIC X(01) VALUE SPACES.
023714
023721*****************************************************************
023728* THE PE2CTL THRESHOLDS, KEPT FOR THE PE3CTL P2-REFERENCE EDIT.
023735*****************************************************************
023742 01  EDT-PE2-THRESHOLD-TABLE.
023749     05  EDT-PE2-THRESHOLD-COUNT
023756                             PIC 9(03) COMP VALUE ZERO.
023763     05  EDT-PE2-THRESHOLD   PIC 9(18) OCCURS 100 TIMES.
023770 01  EDT-PE2-THR-IDX         PIC 9(03) COMP VALUE ZERO.
023777 01  EDT-THRESHOLD-FOUND-SW  PIC X(01) VALUE "N".
023784     88  EDT-THRESHOLD-FOUND        VALUE "Y".
023800 01  EDT-DLY-SAVED-DATE      PIC 9(08) VALUE ZEROS.
023900 01  EDT-PRC-SAVED-DATE      PIC 9(08) VALUE ZEROS.
023906
023912*****************************************************************
023918* THE PRMMST PARAMETER VERSION IN FORCE ON THE PROCESSING DATE
023924* AND THE WORK AREAS FOR MATCHING THE PARM MEMBERS AGAINST IT.
023930*****************************************************************
023936 01  EDT-PARM-WORK.
023942     05  EDT-PARM-VERSION    PIC 9(05) VALUE ZEROS.
023948     05  EDT-PARM-EFFECTIVE  PIC 9(08) VALUE ZEROS.
023954     05  EDT-PARM-APPROVED-BY
023960                             PIC X(03) VALUE SPACES.
023966     05  EDT-PARM-PE2-COUNT  PIC 9(03) VALUE ZEROS.
023972     05  EDT-PARM-PE3-COUNT  PIC 9(03) VALUE ZEROS.
023978     05  EDT-PARM-SEQUENCE   PIC 9(03) VALUE ZEROS.
023984     05  EDT-PARM-IMAGE      PIC X(60) VALUE SPACES.
024000
024100 01  EDT-DATE-WORK.
024200     05  EDT-WRK-DATE.
028500     05  EDT-TRL-ERRORS      PIC ZZ,ZZ9.
028600     05  FILLER              PIC X(96) VALUE SPACES.
028700
028709 01  EDT-PARM-LINE.
028718     05  FILLER              PIC X(18) VALUE
028727         "PARAMETER VERSION ".
028736     05  EDT-PRL-VERSION     PIC 9(05).
028745     05  FILLER              PIC X(11) VALUE " EFFECTIVE ".
028754     05  EDT-PRL-EFFECTIVE   PIC 9(08).
028763     05  FILLER              PIC X(13) VALUE " APPROVED BY ".
028772     05  EDT-PRL-APPROVED-BY PIC X(03).
028781     05  FILLER              PIC X(74) VALUE SPACES.
028790
028800 01  EDT-BLANK-LINE          PIC X(132) VALUE SPACES.
028900
029000 PROCEDURE DIVISION.
029700     PERFORM 4000-EDIT-DLYCTL THRU 4000-EXIT
029800     PERFORM 4500-EDIT-PRCDTE THRU 4500-EXIT
029900     PERFORM 4700-CROSS-EDIT-DATES THRU 4700-EXIT
029910     PERFORM 4750-CHECK-CLOSED-PERIOD THRU 4750-EXIT
030000     PERFORM 4800-CHECK-CYCLE-STATUS THRU 4800-EXIT
030010     PERFORM 4900-CHECK-PARM-VERSION THRU 4900-EXIT
030100     PERFORM 5000-FINALIZE THRU 5000-EXIT
030200     GO TO 9999-EXIT.
030300
030400 1000-INITIALIZE.
030500     ACCEPT EDT-ACTUAL-DATE FROM DATE YYYYMMDD
030600     ACCEPT EDT-RUN-TIME FROM TIME
030610     ACCEPT EDT-STA-START-TIME FROM TIME
030700     OPEN OUTPUT EDT-REPORT-FILE
030800     IF NOT EDT-RPT-OK
030900         MOVE "EDTRPT OPEN FAILED" TO EDT-ABEND-MESSAGE
031200     WRITE EDT-REPORT-LINE FROM EDT-HEADING-1
031300     WRITE EDT-REPORT-LINE FROM EDT-BLANK-LINE
031400     WRITE EDT-REPORT-LINE FROM EDT-HEADING-2
031500     WRITE EDT-REPORT-LINE FROM EDT-BLANK-LINE
031510     ADD 4 TO EDT-STA-RPT-WRITTEN.
031600 1000-EXIT.
031700     EXIT.
031800
033100             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
033200         NOT AT END
033300             ADD 1 TO EDT-CHECKED-COUNT
033310             ADD 1 TO EDT-STA-PE1-READ
033400             PERFORM 2100-EDIT-PE1-RECORD THRU 2100-EXIT
033500     END-READ
033600     CLOSE EDT-PE1CTL-FILE.
034000 2100-EDIT-PE1-RECORD.
034100     MOVE "PE1CTL" TO EDT-ERR-FILE
034200     MOVE PE1-CONTROL-RECORD TO EDT-ERR-IMAGE
034210     MOVE PE1-CTL-TRIAL-FLAG TO EDT-PE1-SAVED-TRIAL
034300     IF PE1-CTL-CUTOFF IS NOT NUMERIC
034400         MOVE "E101" TO EDT-ERR-REASON
034500         MOVE "CUTOFF IS NOT NUMERIC" TO EDT-ERR-TEXT
049600         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
049700     END-IF
049800     MOVE PE2-CTL-THRESHOLD TO EDT-PRIOR-THRESHOLD
049810     IF EDT-PE2-THRESHOLD-COUNT < EDT-MAX-PE2-RECORDS
049820         ADD 1 TO EDT-PE2-THRESHOLD-COUNT
049830         MOVE PE2-CTL-THRESHOLD TO
049840             EDT-PE2-THRESHOLD (EDT-PE2-THRESHOLD-COUNT)
049850     END-IF
049900     IF NOT PE2-CTL-TRIAL-MODE AND NOT PE2-CTL-LIVE-MODE
050000         MOVE "E206" TO EDT-ERR-REASON
050100         MOVE "TRIAL FLAG MUST BE BLANK OR T" TO EDT-ERR-TEXT
055200 3700-EDIT-PE3-RECORD.
055300     MOVE "PE3CTL" TO EDT-ERR-FILE
055400     MOVE PE3-CONTROL-RECORD TO EDT-ERR-IMAGE
055408     IF PE3-CTL-P1-REFERENCE OR PE3-CTL-P2-REFERENCE
055416         PERFORM 3800-EDIT-PE3-REFERENCE THRU 3800-EXIT
055424         GO TO 3700-EXIT
055432     END-IF
055440     IF NOT PE3-CTL-LITERAL-TARGET
055448         MOVE "E505" TO EDT-ERR-REASON
055456         MOVE "TARGET SOURCE MUST BE BLANK, 1 OR 2" TO
055464             EDT-ERR-TEXT
055472         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
055480         GO TO 3700-EXIT
055488     END-IF
055500     IF PE3-CTL-TARGET IS NOT NUMERIC
055600         MOVE "E501" TO EDT-ERR-REASON
055700         MOVE "TARGET IS NOT NUMERIC" TO EDT-ERR-TEXT
057100     END-IF.
057200 3700-EXIT.
057300     EXIT.
057301
057302*****************************************************************
057303* A CHAINED TARGET IS RESOLVED BY P3 FROM THE SAME RUN'S PE1OUT
057304* SUMMARY OR PE2OUT RECORD, SO THE STEP IT NAMES MUST BE A LIVE
057305* RUN AND A P2 REFERENCE MUST NAME A THRESHOLD P2 WILL ANSWER.
057306* THE RESOLVED NUMBER ITSELF IS RANGE-CHECKED BY P3.
057307*****************************************************************
057308 3800-EDIT-PE3-REFERENCE.
057309     IF PE3-CTL-P1-REFERENCE
057310         IF PE3-CTL-TARGET IS NOT NUMERIC OR
057311                 PE3-CTL-TARGET IS NOT EQUAL TO ZERO
057312             MOVE "E506" TO EDT-ERR-REASON
057313             MOVE "P1 REFERENCE MUST CARRY A ZERO TARGET" TO
057314                 EDT-ERR-TEXT
057315             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
057316         END-IF
057317         IF EDT-PE1-SAVED-TRIAL IS EQUAL TO "T"
057318             MOVE "E508" TO EDT-ERR-REASON
057319             MOVE "REFERENCED P1 RUN IS A TRIAL RUN" TO
057320                 EDT-ERR-TEXT
057321             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
057322         END-IF
057323         GO TO 3800-EXIT
057324     END-IF
057325     MOVE "N" TO EDT-THRESHOLD-FOUND-SW
057326     IF PE3-CTL-REF-THRESHOLD IS NUMERIC
057327         PERFORM 3850-FIND-PE2-THRESHOLD THRU 3850-EXIT
057328             VARYING EDT-PE2-THR-IDX FROM 1 BY 1
057329             UNTIL EDT-PE2-THR-IDX > EDT-PE2-THRESHOLD-COUNT
057330                 OR EDT-THRESHOLD-FOUND
057331     END-IF
057332     IF NOT EDT-THRESHOLD-FOUND
057333         MOVE "E507" TO EDT-ERR-REASON
057334         MOVE "REFERENCED THRESHOLD IS NOT ON PE2CTL" TO
057335             EDT-ERR-TEXT
057336         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
057337     END-IF
057338     IF EDT-PE2-FIRST-TRIAL IS EQUAL TO "T"
057339         MOVE "E508" TO EDT-ERR-REASON
057340         MOVE "REFERENCED P2 RUN IS A TRIAL RUN" TO
057341             EDT-ERR-TEXT
057342         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
057343     END-IF.
057344 3800-EXIT.
057345     EXIT.
057346
057347 3850-FIND-PE2-THRESHOLD.
057348     IF EDT-PE2-THRESHOLD (EDT-PE2-THR-IDX) IS EQUAL TO
057349             PE3-CTL-REF-THRESHOLD
057350         SET EDT-THRESHOLD-FOUND TO TRUE
057351     END-IF.
057352 3850-EXIT.
057353     EXIT.
057400
057500 4000-EDIT-DLYCTL.
057600     OPEN INPUT EDT-DLYCTL-FILE
058700             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
058800         NOT AT END
058900             ADD 1 TO EDT-CHECKED-COUNT
058910             ADD 1 TO EDT-STA-DLY-READ
059000             PERFORM 4100-EDIT-DLY-RECORD THRU 4100-EXIT
059100     END-READ
059200     CLOSE EDT-DLYCTL-FILE.
065300             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
065400         NOT AT END
065500             ADD 1 TO EDT-CHECKED-COUNT
065510             ADD 1 TO EDT-STA-PRC-READ
065600             PERFORM 4600-EDIT-PRC-RECORD THRU 4600-EXIT
065700     END-READ
065800     CLOSE EDT-PRCDTE-FILE.
070900     END-IF.
071000 4700-EXIT.
071100     EXIT.
071102
071104*****************************************************************
071106* A PROCESSING DATE INSIDE A PERIOD CLOSED BY PECLOS WOULD ADD
071108* ROWS UNDER SIGNED-OFF FIGURES - IT IS REJECTED UNLESS THE
071110* PERIOD HAS BEEN FORMALLY REOPENED.  A MISSING PERCTL MEANS NO
071112* PERIOD HAS EVER BEEN CLOSED.
071114*****************************************************************
071116 4750-CHECK-CLOSED-PERIOD.
071118     IF NOT EDT-PRC-DATE-OK
071120         GO TO 4750-EXIT
071122     END-IF
071124     OPEN INPUT EDT-PERIOD-FILE
071126     IF EDT-PER-MISSING
071128         GO TO 4750-EXIT
071130     END-IF
071132     IF NOT EDT-PER-OK
071134         MOVE "PERCTL OPEN FAILED" TO EDT-ABEND-MESSAGE
071136         GO TO 8000-ABEND
071138     END-IF
071140     DIVIDE EDT-PRC-SAVED-DATE BY 100 GIVING PER-CTL-PERIOD
071142     READ EDT-PERIOD-FILE
071144     IF EDT-PER-OK
071146         IF PER-CTL-CLOSED
071148             MOVE "E407" TO EDT-ERR-REASON
071150             MOVE "PRCDTE" TO EDT-ERR-FILE
071152             MOVE SPACES TO EDT-ERR-IMAGE
071154             MOVE EDT-PRC-SAVED-DATE TO EDT-ERR-IMAGE
071156             MOVE "PROCESSING DATE IS IN A CLOSED PERIOD" TO
071158                 EDT-ERR-TEXT
071160             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
071162         END-IF
071164     ELSE
071166         IF NOT EDT-PER-NOT-FOUND
071168             MOVE "PERCTL READ FAILED" TO EDT-ABEND-MESSAGE
071170             GO TO 8000-ABEND
071172         END-IF
071174     END-IF
071176     CLOSE EDT-PERIOD-FILE.
071178 4750-EXIT.
071180     EXIT.
071200
071300*****************************************************************
071400* THE CYCSTS ROW FOR THE PROCESSING DATE GATES THE WHOLE
073300     SET EDT-CYC-OPEN TO TRUE
073400     MOVE EDT-PRC-SAVED-DATE TO CYC-STS-PROCESS-DATE
073500     READ EDT-CYCLE-FILE
073510     ADD 1 TO EDT-STA-CYC-READ
073600     IF EDT-CYC-OK
073700         SET EDT-CYC-FOUND TO TRUE
073800         IF CYC-STS-DLYRPT-DONE
075200     END-IF.
075300 4800-EXIT.
075400     EXIT.
075410
075420*****************************************************************
075430* THE PARM MEMBERS MUST BE THE APPROVED PRMMST PARAMETER VERSION
075440* IN FORCE ON THE PROCESSING DATE, RECORD FOR RECORD - THE
075450* APPROVED VERSION WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
075460* PROCESSING DATE, THE HIGHER VERSION NUMBER ON A TIE.  A MEMBER
075470* CHANGED BY HAND, OR A VERSION KEYED BUT NOT YET APPROVED BY A
075480* SECOND OPERATOR UNDER PEPARM, REFUSES THE RUN.
075490*****************************************************************
075500 4900-CHECK-PARM-VERSION.
075510     IF NOT EDT-PRC-DATE-OK
075520         GO TO 4900-EXIT
075530     END-IF
075540     OPEN INPUT EDT-PARM-MASTER-FILE
075550     IF NOT EDT-PRM-OK AND NOT EDT-PRM-MISSING
075560         MOVE "PRMMST OPEN FAILED" TO EDT-ABEND-MESSAGE
075570         GO TO 8000-ABEND
075580     END-IF
075590     IF EDT-PRM-OK
075600         PERFORM 4910-FIND-VERSION THRU 4910-EXIT
075610         CLOSE EDT-PARM-MASTER-FILE
075620     END-IF
075630     IF NOT EDT-PRM-FOUND
075640         MOVE "E601" TO EDT-ERR-REASON
075650         MOVE "PRMMST" TO EDT-ERR-FILE
075660         MOVE SPACES TO EDT-ERR-IMAGE
075670         MOVE EDT-PRC-SAVED-DATE TO EDT-ERR-IMAGE
075680         MOVE "NO APPROVED PARM VERSION IN FORCE ON DATE" TO
075690             EDT-ERR-TEXT
075700         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
075710         GO TO 4900-EXIT
075720     END-IF
075730     MOVE EDT-PARM-VERSION TO EDT-PRL-VERSION
075740     MOVE EDT-PARM-EFFECTIVE TO EDT-PRL-EFFECTIVE
075750     MOVE EDT-PARM-APPROVED-BY TO EDT-PRL-APPROVED-BY
075760     WRITE EDT-REPORT-LINE FROM EDT-PARM-LINE
075770     ADD 1 TO EDT-STA-RPT-WRITTEN
075780     OPEN INPUT EDT-PARM-MASTER-FILE
075790     IF NOT EDT-PRM-OK
075800         MOVE "PRMMST OPEN FAILED" TO EDT-ABEND-MESSAGE
075810         GO TO 8000-ABEND
075820     END-IF
075830     PERFORM 4930-MATCH-PE1CTL THRU 4930-EXIT
075840     PERFORM 4940-MATCH-PE2CTL THRU 4940-EXIT
075850     PERFORM 4960-MATCH-PE3CTL THRU 4960-EXIT
075860     CLOSE EDT-PARM-MASTER-FILE.
075870 4900-EXIT.
075880     EXIT.
075890
075900 4910-FIND-VERSION.
075910     MOVE ZEROS TO PRM-MST-VERSION
075920     MOVE LOW-VALUES TO PRM-MST-RECORD-TYPE
075930     MOVE ZEROS TO PRM-MST-SEQUENCE
075940     START EDT-PARM-MASTER-FILE KEY IS NOT LESS THAN PRM-MST-KEY
075950     IF EDT-PRM-NOT-FOUND
075960         GO TO 4910-EXIT
075970     END-IF
075980     IF NOT EDT-PRM-OK
075990         MOVE "PRMMST START FAILED" TO EDT-ABEND-MESSAGE
076000         GO TO 8000-ABEND
076010     END-IF
076020     PERFORM 4920-SCAN-VERSION THRU 4920-EXIT
076030         WITH TEST BEFORE UNTIL EDT-PRM-EOF.
076040 4910-EXIT.
076050     EXIT.
076060
076070*****************************************************************
076080* THE MASTER IS IN VERSION ORDER, SO AN APPROVED HEADER WHOSE
076090* EFFECTIVE DATE EQUALS THE BEST SO FAR IS A HIGHER VERSION AND
076100* TAKES ITS PLACE.
076110*****************************************************************
076120 4920-SCAN-VERSION.
076130     READ EDT-PARM-MASTER-FILE NEXT RECORD
076140         AT END
076150             SET EDT-PRM-EOF TO TRUE
076160         NOT AT END
076170             IF PRM-MST-HEADER AND PRM-MST-APPROVED AND
076180                     PRM-MST-EFFECTIVE-DATE IS NOT GREATER
076190                     THAN EDT-PRC-SAVED-DATE AND
076200                     PRM-MST-EFFECTIVE-DATE IS NOT LESS THAN
076210                     EDT-PARM-EFFECTIVE
076220                 SET EDT-PRM-FOUND TO TRUE
076230                 MOVE PRM-MST-VERSION TO EDT-PARM-VERSION
076240                 MOVE PRM-MST-EFFECTIVE-DATE TO
076250                     EDT-PARM-EFFECTIVE
076260                 MOVE PRM-MST-APPROVED-BY TO
076270                     EDT-PARM-APPROVED-BY
076280                 MOVE PRM-MST-PE2-COUNT TO EDT-PARM-PE2-COUNT
076290                 MOVE PRM-MST-PE3-COUNT TO EDT-PARM-PE3-COUNT
076300             END-IF
076310     END-READ.
076320 4920-EXIT.
076330     EXIT.
076340
076350 4930-MATCH-PE1CTL.
076360     OPEN INPUT EDT-PE1CTL-FILE
076370     IF NOT EDT-PE1-OK
076380         MOVE "PE1CTL OPEN FAILED" TO EDT-ABEND-MESSAGE
076390         GO TO 8000-ABEND
076400     END-IF
076410     MOVE "PE1CTL" TO EDT-ERR-FILE
076420     MOVE "N" TO EDT-PRM-DIFF-SW
076425     MOVE 1 TO EDT-PARM-SEQUENCE
076430     READ EDT-PE1CTL-FILE
076440         AT END
076450             MOVE SPACES TO EDT-PARM-IMAGE
076460         NOT AT END
076470             MOVE PE1-CONTROL-RECORD TO EDT-PARM-IMAGE
076480     END-READ
076490     MOVE "1" TO PRM-MST-RECORD-TYPE
076500     PERFORM 4980-MATCH-RECORD THRU 4980-EXIT
076510     CLOSE EDT-PE1CTL-FILE.
076520 4930-EXIT.
076530     EXIT.
076540
076550 4940-MATCH-PE2CTL.
076560     OPEN INPUT EDT-PE2CTL-FILE
076570     IF NOT EDT-PE2-OK
076580         MOVE "PE2CTL OPEN FAILED" TO EDT-ABEND-MESSAGE
076590         GO TO 8000-ABEND
076600     END-IF
076610     MOVE "PE2CTL" TO EDT-ERR-FILE
076620     MOVE "N" TO EDT-PE2-EOF-SW
076630     MOVE "N" TO EDT-PRM-DIFF-SW
076640     MOVE ZEROS TO EDT-PARM-SEQUENCE
076650     PERFORM 4950-MATCH-PE2-RECORD THRU 4950-EXIT
076660         WITH TEST BEFORE UNTIL EDT-PE2-EOF
076670     CLOSE EDT-PE2CTL-FILE
076680     IF EDT-PARM-SEQUENCE IS NOT EQUAL TO EDT-PARM-PE2-COUNT
076690         MOVE EDT-PARM-PE2-COUNT TO EDT-PARM-SEQUENCE
076700         PERFORM 4990-COUNT-DIFFERS THRU 4990-EXIT
076710     END-IF.
076720 4940-EXIT.
076730     EXIT.
076740
076750 4950-MATCH-PE2-RECORD.
076760     READ EDT-PE2CTL-FILE
076770         AT END
076780             SET EDT-PE2-EOF TO TRUE
076790         NOT AT END
076800             ADD 1 TO EDT-PARM-SEQUENCE
076810             MOVE PE2-CONTROL-RECORD TO EDT-PARM-IMAGE
076820             MOVE "2" TO PRM-MST-RECORD-TYPE
076830             PERFORM 4980-MATCH-RECORD THRU 4980-EXIT
076840     END-READ.
076850 4950-EXIT.
076860     EXIT.
076870
076880 4960-MATCH-PE3CTL.
076890     OPEN INPUT EDT-PE3CTL-FILE
076900     IF NOT EDT-PE3-OK
076910         MOVE "PE3CTL OPEN FAILED" TO EDT-ABEND-MESSAGE
076920         GO TO 8000-ABEND
076930     END-IF
076940     MOVE "PE3CTL" TO EDT-ERR-FILE
076950     MOVE "N" TO EDT-PE3-EOF-SW
076960     MOVE "N" TO EDT-PRM-DIFF-SW
076970     MOVE ZEROS TO EDT-PARM-SEQUENCE
076980     PERFORM 4970-MATCH-PE3-RECORD THRU 4970-EXIT
076990         WITH TEST BEFORE UNTIL EDT-PE3-EOF
077000     CLOSE EDT-PE3CTL-FILE
077010     IF EDT-PARM-SEQUENCE IS NOT EQUAL TO EDT-PARM-PE3-COUNT
077020         MOVE EDT-PARM-PE3-COUNT TO EDT-PARM-SEQUENCE
077030         PERFORM 4990-COUNT-DIFFERS THRU 4990-EXIT
077040     END-IF.
077050 4960-EXIT.
077060     EXIT.
077070
077080 4970-MATCH-PE3-RECORD.
077090     READ EDT-PE3CTL-FILE
077100         AT END
077110             SET EDT-PE3-EOF TO TRUE
077120         NOT AT END
077130             ADD 1 TO EDT-PARM-SEQUENCE
077140             MOVE PE3-CONTROL-RECORD TO EDT-PARM-IMAGE
077150             MOVE "3" TO PRM-MST-RECORD-TYPE
077160             PERFORM 4980-MATCH-RECORD THRU 4980-EXIT
077170     END-READ.
077180 4970-EXIT.
077190     EXIT.
077200
077210*****************************************************************
077220* ONLY THE FIRST DIFFERING RECORD OF A MEMBER IS LISTED - ONE
077230* CHANGED RECORD USUALLY MEANS EVERY RECORD AFTER IT IS OUT OF
077240* STEP AS WELL.  THE RECORD TYPE IS SET BY THE CALLER.
077250*****************************************************************
077260 4980-MATCH-RECORD.
077270     MOVE EDT-PARM-VERSION TO PRM-MST-VERSION
077280     MOVE EDT-PARM-SEQUENCE TO PRM-MST-SEQUENCE
077290     READ EDT-PARM-MASTER-FILE
077300     IF NOT EDT-PRM-OK AND NOT EDT-PRM-NOT-FOUND
077310         MOVE "PRMMST READ FAILED" TO EDT-ABEND-MESSAGE
077320         GO TO 8000-ABEND
077330     END-IF
077340     IF EDT-PRM-OK AND PRM-MST-DATA IS EQUAL TO EDT-PARM-IMAGE
077350         GO TO 4980-EXIT
077360     END-IF
077370     IF EDT-PRM-DIFFERS
077380         GO TO 4980-EXIT
077390     END-IF
077400     SET EDT-PRM-DIFFERS TO TRUE
077410     MOVE "E602" TO EDT-ERR-REASON
077420     MOVE EDT-PARM-IMAGE TO EDT-ERR-IMAGE
077430     MOVE SPACES TO EDT-ERR-TEXT
077440     STRING "RECORD " EDT-PARM-SEQUENCE
077450         " DIFFERS FROM PARM VERSION " EDT-PARM-VERSION
077460         DELIMITED BY SIZE INTO EDT-ERR-TEXT
077470     PERFORM 7000-WRITE-ERROR THRU 7000-EXIT.
077480 4980-EXIT.
077490     EXIT.
077500
077510 4990-COUNT-DIFFERS.
077520     MOVE "E603" TO EDT-ERR-REASON
077530     MOVE SPACES TO EDT-ERR-IMAGE
077540     STRING "PARM VERSION RECORDS=" EDT-PARM-SEQUENCE
077550         DELIMITED BY SIZE INTO EDT-ERR-IMAGE
077560     MOVE "RECORD COUNT DIFFERS FROM PARM VERSION" TO
077570         EDT-ERR-TEXT
077580     PERFORM 7000-WRITE-ERROR THRU 7000-EXIT.
077590 4990-EXIT.
077600     EXIT.
077700
077800 5000-FINALIZE.
077900     WRITE EDT-REPORT-LINE FROM EDT-BLANK-LINE
078000     MOVE EDT-CHECKED-COUNT TO EDT-TRL-CHECKED
078100     MOVE EDT-ERROR-COUNT TO EDT-TRL-ERRORS
078200     WRITE EDT-REPORT-LINE FROM EDT-TRAILER-LINE
078300     ADD 2 TO EDT-STA-RPT-WRITTEN
078400     CLOSE EDT-REPORT-FILE
078500     DISPLAY "PEEDIT CHECKED=" EDT-CHECKED-COUNT
078600         " ERRORS=" EDT-ERROR-COUNT
078700     IF EDT-ERROR-COUNT > ZERO
078800         MOVE 8 TO RETURN-CODE
078900     ELSE
079000         PERFORM 5100-ASSIGN-RUN-ID THRU 5100-EXIT
079100         PERFORM 5200-POST-CYCLE-STATUS THRU 5200-EXIT
079200     END-IF
079300     IF EDT-CYC-OPEN
079400         CLOSE EDT-CYCLE-FILE
079500     END-IF
079600     PERFORM 5500-WRITE-STATISTICS THRU 5500-EXIT.
079700 5000-EXIT.
079800     EXIT.
079900
080000*****************************************************************
080100* ONLY A CLEAN EDIT CONSUMES A RUN ID - THE STREAM IS SKIPPED
080200* AFTER AN EDIT ERROR, SO NO OUTPUT WOULD CARRY THE NUMBER.  A
080300* MISSING OR EMPTY RUNCTL STARTS THE NUMBERING AT ONE.
080400*****************************************************************
080500 5100-ASSIGN-RUN-ID.
080600     MOVE ZEROS TO RUN-CTL-LAST-RUN-ID
080700     OPEN INPUT EDT-RUNCTL-FILE
080800     IF EDT-RUN-OK
080900         READ EDT-RUNCTL-FILE
081000             AT END
081100                 MOVE ZEROS TO RUN-CTL-LAST-RUN-ID
081200             NOT AT END
081300                 ADD 1 TO EDT-STA-RUN-READ
081400         END-READ
081500         CLOSE EDT-RUNCTL-FILE
081600     ELSE
081700         IF NOT EDT-RUN-MISSING
081800             MOVE "RUNCTL OPEN FAILED" TO EDT-ABEND-MESSAGE
081900             GO TO 8000-ABEND
082000         END-IF
082100     END-IF
082200     ADD 1 TO RUN-CTL-LAST-RUN-ID
082300     MOVE RUN-CTL-LAST-RUN-ID TO EDT-NEW-RUN-ID
082400     OPEN OUTPUT EDT-RUNCTL-FILE
082500     IF NOT EDT-RUN-OK
082600         MOVE "RUNCTL REWRITE FAILED" TO EDT-ABEND-MESSAGE
082700         GO TO 8000-ABEND
082800     END-IF
082900     MOVE EDT-NEW-RUN-ID TO RUN-CTL-LAST-RUN-ID
083000     MOVE EDT-PARM-VERSION TO RUN-CTL-PARM-VERSION
083100     WRITE RUN-CONTROL-RECORD
083200     ADD 1 TO EDT-STA-RUN-WRITTEN
083300     CLOSE EDT-RUNCTL-FILE
083400     DISPLAY "PEEDIT ASSIGNED RUN ID " EDT-NEW-RUN-ID.
083500 5100-EXIT.
083600     EXIT.
083700
083800*****************************************************************
083900* A CLEAN EDIT OPENS (OR REOPENS) THE CYCLE FOR THE PROCESSING
084000* DATE - PEEDIT'S FLAG IS POSTED AND EVERY DOWNSTREAM FLAG IS
084100* RESET SO THE WHOLE PASS MUST RUN AGAIN IN ORDER.
084200*****************************************************************
084300 5200-POST-CYCLE-STATUS.
084400     IF NOT EDT-CYC-OPEN
084500         GO TO 5200-EXIT
084600     END-IF
084700     MOVE EDT-PRC-SAVED-DATE TO CYC-STS-PROCESS-DATE
084800     MOVE "Y" TO CYC-STS-PEEDIT-FLAG
084900     MOVE "N" TO CYC-STS-P1-FLAG
085000     MOVE "N" TO CYC-STS-P2-FLAG
085100     MOVE "N" TO CYC-STS-P3-FLAG
085200     MOVE "N" TO CYC-STS-PEVRFY-FLAG
085300     MOVE "N" TO CYC-STS-DLYRPT-FLAG
085400     MOVE EDT-NEW-RUN-ID TO CYC-STS-LAST-RUN-ID
085500     MOVE EDT-ACTUAL-DATE TO CYC-STS-UPDATE-DATE
085600     MOVE EDT-RUN-TIME TO CYC-STS-UPDATE-TIME
085700     IF EDT-CYC-FOUND
085800         REWRITE CYC-STATUS-RECORD
085900     ELSE
086000         WRITE CYC-STATUS-RECORD
086100         IF EDT-CYC-DUPLICATE
086200             REWRITE CYC-STATUS-RECORD
086300         END-IF
086400     END-IF
086500     ADD 1 TO EDT-STA-CYC-WRITTEN.
086600 5200-EXIT.
086700     EXIT.
086800
086900*****************************************************************
087000* ONE STPSTA RECORD PER RUN, CLEAN OR NOT.  THE STATISTICS FILE
087100* IS NOT PART OF THE EDIT, SO AN UNAVAILABLE FILE IS REPORTED
087200* AND THE STEP'S CONDITION CODE IS LEFT AS THE EDIT SET IT.
087300*****************************************************************
087400 5500-WRITE-STATISTICS.
087500     ACCEPT EDT-STA-END-DATE FROM DATE YYYYMMDD
087600     ACCEPT EDT-STA-END-TIME FROM TIME
087700     OPEN EXTEND EDT-STATISTICS-FILE
087800     IF NOT EDT-STA-OK
087900         DISPLAY "PEEDIT STATISTICS FILE UNAVAILABLE, STATUS "
088000             EDT-STA-STATUS
088100         GO TO 5500-EXIT
088200     END-IF
088300     MOVE SPACES TO STP-STATISTICS-RECORD
088400     PERFORM 5550-CLEAR-STAT-FILE THRU 5550-EXIT
088500         VARYING EDT-STA-IDX FROM 1 BY 1
088600         UNTIL EDT-STA-IDX > 8
088700     MOVE EDT-NEW-RUN-ID TO STP-STA-RUN-ID
088800     MOVE EDT-PRC-SAVED-DATE TO STP-STA-PROCESS-DATE
088900     MOVE "PEEDIT" TO STP-STA-STEP-NAME
089000     MOVE EDT-ACTUAL-DATE TO STP-STA-START-DATE
089100     MOVE EDT-STA-START-TIME TO STP-STA-START-TIME
089200     MOVE EDT-STA-END-DATE TO STP-STA-END-DATE
089300     MOVE EDT-STA-END-TIME TO STP-STA-END-TIME
089400     MOVE "PE1CTL" TO STP-STA-FILE-NAME (1)
089500     MOVE EDT-STA-PE1-READ TO STP-STA-RECORDS-READ (1)
089600     MOVE "PE2CTL" TO STP-STA-FILE-NAME (2)
089700     MOVE EDT-PE2-RECORD-COUNT TO STP-STA-RECORDS-READ (2)
089800     MOVE "PE3CTL" TO STP-STA-FILE-NAME (3)
089900     MOVE EDT-PE3-RECORD-COUNT TO STP-STA-RECORDS-READ (3)
090000     MOVE "DLYCTL" TO STP-STA-FILE-NAME (4)
090100     MOVE EDT-STA-DLY-READ TO STP-STA-RECORDS-READ (4)
090200     MOVE "PRCDTE" TO STP-STA-FILE-NAME (5)
090300     MOVE EDT-STA-PRC-READ TO STP-STA-RECORDS-READ (5)
090400     MOVE "RUNCTL" TO STP-STA-FILE-NAME (6)
090500     MOVE EDT-STA-RUN-READ TO STP-STA-RECORDS-READ (6)
090600     MOVE EDT-STA-RUN-WRITTEN TO STP-STA-RECORDS-WRITTEN (6)
090700     MOVE "CYCSTS" TO STP-STA-FILE-NAME (7)
090800     MOVE EDT-STA-CYC-READ TO STP-STA-RECORDS-READ (7)
090900     MOVE EDT-STA-CYC-WRITTEN TO STP-STA-RECORDS-WRITTEN (7)
091000     MOVE "EDTRPT" TO STP-STA-FILE-NAME (8)
091100     MOVE EDT-STA-RPT-WRITTEN TO STP-STA-RECORDS-WRITTEN (8)
091200     MOVE ZEROS TO STP-STA-CACHE-HITS
091300     MOVE ZEROS TO STP-STA-COMPUTED
091400     MOVE "RECORDS" TO STP-STA-ITERATION-TYPE
091500     MOVE EDT-CHECKED-COUNT TO STP-STA-ITERATIONS
091600     MOVE RETURN-CODE TO STP-STA-RETURN-CODE
091700     WRITE STP-STATISTICS-RECORD
091800     CLOSE EDT-STATISTICS-FILE.
091900 5500-EXIT.
092000     EXIT.
092100
092200 5550-CLEAR-STAT-FILE.
092300     MOVE SPACES TO STP-STA-FILE-NAME (EDT-STA-IDX)
092400     MOVE ZEROS TO STP-STA-RECORDS-READ (EDT-STA-IDX)
092500     MOVE ZEROS TO STP-STA-RECORDS-WRITTEN (EDT-STA-IDX).
092600 5550-EXIT.
092700     EXIT.
092800
092900 7000-WRITE-ERROR.
093000     WRITE EDT-REPORT-LINE FROM EDT-ERROR-LINE
093100     ADD 1 TO EDT-ERROR-COUNT
093200     ADD 1 TO EDT-STA-RPT-WRITTEN.
093300 7000-EXIT.
093400     EXIT.
093500
093600 8000-ABEND.
093700     DISPLAY "*** PEEDIT ABEND *** " EDT-ABEND-MESSAGE
093800     MOVE 16 TO RETURN-CODE
093900     GO TO 9999-EXIT.
094000
094100 9999-EXIT.
094200     STOP RUN.
