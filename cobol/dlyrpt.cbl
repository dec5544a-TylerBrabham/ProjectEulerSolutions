004200*                    OR THE RUN ABENDS - AND POSTS ITS OWN
004300*                    COMPLETION FLAG, CLOSING THE DATE, AT END
004400*                    OF RUN.
004410* 10/15/2026  TB    APPENDS A STEP RUN-STATISTICS RECORD TO THE
004420*                    NEW STPSTA FILE AT END OF RUN - THE CYCLE'S
004430*                    RUN ID, WALL-CLOCK START AND END, RECORDS
004440*                    READ AND WRITTEN PER FILE, THE CACHED
004450*                    AGAINST COMPUTED ANSWERS REPORTED AND THE
004460*                    REPORT ROWS WRITTEN.
004500*****************************************************************
004600
004700 ENVIRONMENT DIVISION.
007000     SELECT DLY-EXCEPTION-FILE ASSIGN TO "EXCLOG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS DLY-EXC-STATUS.
007210
007220     SELECT DLY-STATISTICS-FILE ASSIGN TO "STPSTA"
007230         ORGANIZATION IS LINE SEQUENTIAL
007240         FILE STATUS IS DLY-STA-STATUS.
007300
007400     SELECT DLY-PROCESS-DATE-FILE ASSIGN TO "PRCDTE"
007500         ORGANIZATION IS LINE SEQUENTIAL
013000 FD  DLY-CALENDAR-FILE
013100     RECORDING MODE IS F.
013200 COPY BDCAL.
013210
013220 FD  DLY-STATISTICS-FILE
013230     RECORDING MODE IS F.
013240 COPY STPSTA.
013300
013400 WORKING-STORAGE SECTION.
013500 01  DLY-SWITCHES.
016900 01  DLY-HIST-STATUS         PIC X(02) VALUE "00".
017000     88  DLY-HIST-OK                VALUE "00".
017100     88  DLY-HIST-NOT-FOUND         VALUE "23".
017110
017120 01  DLY-STA-STATUS          PIC X(02) VALUE "00".
017130     88  DLY-STA-OK                 VALUE "00".
017200
017300 01  DLY-RUN-DATE            PIC 9(08) VALUE ZEROS.
017400 01  DLY-RUN-TIME            PIC 9(06) VALUE ZEROS.
017500 01  DLY-SAVED-CTL-DATE      PIC 9(08) VALUE ZEROS.
017504 01  DLY-RUN-ID              PIC 9(09) VALUE ZEROS.
017508
017512*****************************************************************
017516* STEP RUN-STATISTICS COUNTERS - WRITTEN TO STPSTA AT END OF RUN.
017520*****************************************************************
017524 01  DLY-STATISTICS.
017528     05  DLY-STA-START-TIME  PIC 9(08) VALUE ZEROS.
017532     05  DLY-STA-END-DATE    PIC 9(08) VALUE ZEROS.
017536     05  DLY-STA-END-TIME    PIC 9(08) VALUE ZEROS.
017540     05  DLY-STA-CTL-READ    PIC 9(09) VALUE ZEROS.
017544     05  DLY-STA-CAL-READ    PIC 9(09) VALUE ZEROS.
017548     05  DLY-STA-HIST-READ   PIC 9(09) VALUE ZEROS.
017552     05  DLY-STA-PE1-READ    PIC 9(09) VALUE ZEROS.
017556     05  DLY-STA-PE2-READ    PIC 9(09) VALUE ZEROS.
017560     05  DLY-STA-PE3-READ    PIC 9(09) VALUE ZEROS.
017564     05  DLY-STA-CYC-READ    PIC 9(09) VALUE ZEROS.
017568     05  DLY-STA-CYC-WRITTEN PIC 9(09) VALUE ZEROS.
017572     05  DLY-STA-RPT-WRITTEN PIC 9(09) VALUE ZEROS.
017576     05  DLY-STA-CACHE-HITS  PIC 9(07) VALUE ZEROS.
017580     05  DLY-STA-COMPUTED    PIC 9(07) VALUE ZEROS.
017584     05  DLY-STA-IDX         PIC 9(02) VALUE ZEROS.
017600
017700 01  DLY-ABEND-MESSAGE       PIC X(60).
017800
024400 1000-INITIALIZE.
024500     ACCEPT DLY-RUN-DATE FROM DATE YYYYMMDD
024600     ACCEPT DLY-RUN-TIME FROM TIME
024610     ACCEPT DLY-STA-START-TIME FROM TIME
024700     OPEN INPUT DLY-PROCESS-DATE-FILE
024800     IF NOT DLY-PRC-OK
024900         MOVE "PRCDTE OPEN FAILED" TO DLY-ABEND-MESSAGE
026800                 DLY-ABEND-MESSAGE
026900             GO TO 8000-ABEND
027000     END-READ
027010     ADD 1 TO DLY-STA-CTL-READ
027100     MOVE DLY-CTL-RUN-DATE TO DLY-SAVED-CTL-DATE
027200     CLOSE DLY-CONTROL-FILE
027300     IF DLY-SAVED-CTL-DATE IS NOT EQUAL TO PRC-PROCESS-DATE
035000                 GO TO 8000-ABEND
035100             END-IF
035200             ADD 1 TO DLY-HOLIDAY-COUNT
035210             ADD 1 TO DLY-STA-CAL-READ
035300             MOVE BDC-CAL-HOLIDAY-DATE TO
035400                 DLY-HOLIDAY-DATE (DLY-HOLIDAY-COUNT)
035500     END-READ.
040900         AT END
041000             SET DLY-HSCAN-EOF TO TRUE
041100         NOT AT END
041110             ADD 1 TO DLY-STA-HIST-READ
041200             IF PEH-HIST-RUN-DATE > DLY-LAST-HIST-DATE
041300                 MOVE PEH-HIST-RUN-DATE TO DLY-LAST-HIST-DATE
041400             END-IF
049300     END-IF
049400     MOVE PRC-PROCESS-DATE TO CYC-STS-PROCESS-DATE
049500     READ DLY-CYCLE-FILE
049510     ADD 1 TO DLY-STA-CYC-READ
049600     IF DLY-CYC-NOT-FOUND
049700         MOVE "CYCSTS HAS NO STATUS FOR PROCESSING DATE" TO
049800             DLY-ABEND-MESSAGE
050600         MOVE "PEVRFY HAS NOT RECONCILED THE PROCESSING DATE"
050700             TO DLY-ABEND-MESSAGE
050800         GO TO 8000-ABEND
050900     END-IF
050910     MOVE CYC-STS-LAST-RUN-ID TO DLY-RUN-ID.
051000 1300-EXIT.
051100     EXIT.
051200
052100         AT END
052200             SET DLY-P1-EOF TO TRUE
052300         NOT AT END
052310             ADD 1 TO DLY-STA-PE1-READ
052400             IF PE1-OUT-SUMMARY AND
052500                     PE1-OUT-RUN-DATE IS EQUAL TO
052600                     DLY-SAVED-CTL-DATE
054200         AT END
054300             SET DLY-P2-EOF TO TRUE
054400         NOT AT END
054410             ADD 1 TO DLY-STA-PE2-READ
054500             IF PE2-OUT-RUN-DATE IS EQUAL TO DLY-SAVED-CTL-DATE
054600                 PERFORM 3200-WRITE-COMBINED THRU 3200-EXIT
054700             END-IF
055800     MOVE ZEROS TO DLY-RPT-P3-TARGET
055900     MOVE ZEROS TO DLY-RPT-P3-RESULT
056000     WRITE DLY-REPORT-RECORD
056010     ADD 1 TO DLY-STA-RPT-WRITTEN
056020     IF PE2-OUT-FROM-CACHE
056030         ADD 1 TO DLY-STA-CACHE-HITS
056040     ELSE
056050         ADD 1 TO DLY-STA-COMPUTED
056060     END-IF
056100     DISPLAY "DAILY REPORT " DLY-SAVED-CTL-DATE
056200         " P1 RESULT=" DLY-P1-RESULT
056300         " P2 THRESHOLD=" PE2-OUT-THRESHOLD
057600         AT END
057700             SET DLY-P3-EOF TO TRUE
057800         NOT AT END
057810             ADD 1 TO DLY-STA-PE3-READ
057900             IF PE3-OUT-RUN-DATE IS EQUAL TO DLY-SAVED-CTL-DATE
058000                 PERFORM 3700-WRITE-P3-ROW THRU 3700-EXIT
058100             END-IF
059200     MOVE PE3-OUT-TARGET TO DLY-RPT-P3-TARGET
059300     MOVE PE3-OUT-RESULT TO DLY-RPT-P3-RESULT
059400     WRITE DLY-REPORT-RECORD
059410     ADD 1 TO DLY-STA-RPT-WRITTEN
059420     IF PE3-OUT-FROM-CACHE
059430         ADD 1 TO DLY-STA-CACHE-HITS
059440     ELSE
059450         ADD 1 TO DLY-STA-COMPUTED
059460     END-IF
059500     DISPLAY "DAILY REPORT " DLY-SAVED-CTL-DATE
059600         " P3 TARGET=" PE3-OUT-TARGET
059700         " P3 RESULT=" PE3-OUT-RESULT.
060300     MOVE DLY-RUN-DATE TO CYC-STS-UPDATE-DATE
060400     MOVE DLY-RUN-TIME TO CYC-STS-UPDATE-TIME
060500     REWRITE CYC-STATUS-RECORD
060510     ADD 1 TO DLY-STA-CYC-WRITTEN
060600     CLOSE DLY-CYCLE-FILE
060700     CLOSE PE1-OUTPUT-FILE
060800     CLOSE PE2-OUTPUT-FILE
060900     CLOSE PE3-OUTPUT-FILE
061000     CLOSE DLY-REPORT-FILE
061010     PERFORM 5500-WRITE-STATISTICS THRU 5500-EXIT.
061100 5000-EXIT.
061200     EXIT.
061201
061202*****************************************************************
061203* ONE STPSTA RECORD PER RUN.  THE STATISTICS FILE IS NOT PART OF
061204* THE REPORT, SO AN UNAVAILABLE FILE IS REPORTED AND THE RUN
061205* STILL ENDS CLEAN.  THE P1 SUMMARY IS ONLY LOOKED UP, SO THE
061206* CACHED AND COMPUTED COUNTS COVER THE P2 AND P3 ROWS REPORTED.
061207*****************************************************************
061208 5500-WRITE-STATISTICS.
061209     ACCEPT DLY-STA-END-DATE FROM DATE YYYYMMDD
061210     ACCEPT DLY-STA-END-TIME FROM TIME
061211     OPEN EXTEND DLY-STATISTICS-FILE
061212     IF NOT DLY-STA-OK
061213         DISPLAY "DLYRPT STATISTICS FILE UNAVAILABLE, STATUS "
061214             DLY-STA-STATUS
061215         GO TO 5500-EXIT
061216     END-IF
061217     MOVE SPACES TO STP-STATISTICS-RECORD
061218     PERFORM 5550-CLEAR-STAT-FILE THRU 5550-EXIT
061219         VARYING DLY-STA-IDX FROM 1 BY 1
061220         UNTIL DLY-STA-IDX > 8
061221     MOVE DLY-RUN-ID TO STP-STA-RUN-ID
061222     MOVE DLY-SAVED-CTL-DATE TO STP-STA-PROCESS-DATE
061223     MOVE "DLYRPT" TO STP-STA-STEP-NAME
061224     MOVE DLY-RUN-DATE TO STP-STA-START-DATE
061225     MOVE DLY-STA-START-TIME TO STP-STA-START-TIME
061226     MOVE DLY-STA-END-DATE TO STP-STA-END-DATE
061227     MOVE DLY-STA-END-TIME TO STP-STA-END-TIME
061228     MOVE "DLYCTL" TO STP-STA-FILE-NAME (1)
061229     MOVE DLY-STA-CTL-READ TO STP-STA-RECORDS-READ (1)
061230     MOVE "BDCAL" TO STP-STA-FILE-NAME (2)
061231     MOVE DLY-STA-CAL-READ TO STP-STA-RECORDS-READ (2)
061232     MOVE "PEHIST" TO STP-STA-FILE-NAME (3)
061233     MOVE DLY-STA-HIST-READ TO STP-STA-RECORDS-READ (3)
061234     MOVE "PE1OUT" TO STP-STA-FILE-NAME (4)
061235     MOVE DLY-STA-PE1-READ TO STP-STA-RECORDS-READ (4)
061236     MOVE "PE2OUT" TO STP-STA-FILE-NAME (5)
061237     MOVE DLY-STA-PE2-READ TO STP-STA-RECORDS-READ (5)
061238     MOVE "PE3OUT" TO STP-STA-FILE-NAME (6)
061239     MOVE DLY-STA-PE3-READ TO STP-STA-RECORDS-READ (6)
061240     MOVE "CYCSTS" TO STP-STA-FILE-NAME (7)
061241     MOVE DLY-STA-CYC-READ TO STP-STA-RECORDS-READ (7)
061242     MOVE DLY-STA-CYC-WRITTEN TO STP-STA-RECORDS-WRITTEN (7)
061243     MOVE "DLYRPT" TO STP-STA-FILE-NAME (8)
061244     MOVE DLY-STA-RPT-WRITTEN TO STP-STA-RECORDS-WRITTEN (8)
061245     MOVE DLY-STA-CACHE-HITS TO STP-STA-CACHE-HITS
061246     MOVE DLY-STA-COMPUTED TO STP-STA-COMPUTED
061247     MOVE "ROWS" TO STP-STA-ITERATION-TYPE
061248     MOVE DLY-STA-RPT-WRITTEN TO STP-STA-ITERATIONS
061249     MOVE RETURN-CODE TO STP-STA-RETURN-CODE
061250     WRITE STP-STATISTICS-RECORD
061251     CLOSE DLY-STATISTICS-FILE.
061252 5500-EXIT.
061253     EXIT.
061254
061255 5550-CLEAR-STAT-FILE.
061256     MOVE SPACES TO STP-STA-FILE-NAME (DLY-STA-IDX)
061257     MOVE ZEROS TO STP-STA-RECORDS-READ (DLY-STA-IDX)
061258     MOVE ZEROS TO STP-STA-RECORDS-WRITTEN (DLY-STA-IDX).
061259 5550-EXIT.
061260     EXIT.
061300
061400 8000-ABEND.
061500     DISPLAY "*** DLYRPT ABEND *** " DLY-ABEND-MESSAGE
