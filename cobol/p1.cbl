008900*                    HAVE POSTED A CLEAN EDIT FOR THE DATE OR
009000*                    THE RUN ABENDS - AND POSTS ITS OWN
009100*                    COMPLETION FLAG AT END OF RUN.
009110* 10/15/2026  TB    APPENDS A STEP RUN-STATISTICS RECORD TO THE
009120*                    NEW STPSTA FILE AT END OF A LIVE RUN - RUN
009130*                    ID, WALL-CLOCK START AND END, RECORDS READ
009140*                    AND WRITTEN PER FILE, ANSMST HITS AGAINST
009150*                    COMPUTED ANSWERS AND THE INTEGERS WALKED
009160*                    (SUBSETS EVALUATED IN FORMULA MODE).
009170* 10/15/2026  TB    EVERY PEHIST ROW IS NOW STAMPED WITH THE
009180*                    PRMMST PARAMETER VERSION PEEDIT MATCHED THE
009190*                    PARM MEMBERS TO, CARRIED ON RUNCTL.
009200*****************************************************************
009300
009400 ENVIRONMENT DIVISION.
014300     SELECT PE1-TRIAL-FILE ASSIGN TO "TRLRPT"
014400         ORGANIZATION IS LINE SEQUENTIAL
014500         FILE STATUS IS PE1-TRL-STATUS.
014510
014520     SELECT PE1-STATISTICS-FILE ASSIGN TO "STPSTA"
014530         ORGANIZATION IS LINE SEQUENTIAL
014540         FILE STATUS IS PE1-STA-STATUS.
014600
014700 DATA DIVISION.
014800 FILE SECTION.
018600 FD  PE1-TRIAL-FILE
018700     RECORDING MODE IS F.
018800 01  PE1-TRIAL-LINE          PIC X(132).
018810
018820 FD  PE1-STATISTICS-FILE
018830     RECORDING MODE IS F.
018840 COPY STPSTA.
018900
019000 WORKING-STORAGE SECTION.
019100 01  NUM                     PIC 9(09) VALUE ZEROS.
022300
022400 01  PE1-TRL-STATUS          PIC X(02) VALUE "00".
022500     88  PE1-TRL-OK                 VALUE "00".
022504
022508 01  PE1-STA-STATUS          PIC X(02) VALUE "00".
022512     88  PE1-STA-OK                 VALUE "00".
022516
022520*****************************************************************
022524* STEP RUN-STATISTICS COUNTERS - WRITTEN TO STPSTA AT END OF RUN.
022528*****************************************************************
022532 01  PE1-STATISTICS.
022536     05  PE1-STA-START-TIME  PIC 9(08) VALUE ZEROS.
022540     05  PE1-STA-END-DATE    PIC 9(08) VALUE ZEROS.
022544     05  PE1-STA-END-TIME    PIC 9(08) VALUE ZEROS.
022548     05  PE1-STA-CTL-READ    PIC 9(09) VALUE ZEROS.
022552     05  PE1-STA-CAL-READ    PIC 9(09) VALUE ZEROS.
022556     05  PE1-STA-HIST-READ   PIC 9(09) VALUE ZEROS.
022560     05  PE1-STA-HIST-WRITTEN
022564                             PIC 9(09) VALUE ZEROS.
022568     05  PE1-STA-ANS-READ    PIC 9(09) VALUE ZEROS.
022572     05  PE1-STA-ANS-WRITTEN PIC 9(09) VALUE ZEROS.
022576     05  PE1-STA-OUT-WRITTEN PIC 9(09) VALUE ZEROS.
022580     05  PE1-STA-RPT-WRITTEN PIC 9(09) VALUE ZEROS.
022584     05  PE1-STA-IDX         PIC 9(02) VALUE ZEROS.
022600
022700 01  PE1-TRIAL-HEADING.
022800     05  FILLER              PIC X(50) VALUE
025700 01  PE1-TRIAL-BLANK-LINE    PIC X(132) VALUE SPACES.
025800
025900 01  PE1-RUN-ID              PIC 9(09) VALUE ZEROS.
025910 01  PE1-PARM-VERSION        PIC 9(05) VALUE ZEROS.
026000
026100 01  PE1-CACHE-HIT-SW        PIC X(01) VALUE "N".
026200     88  PE1-CACHE-HIT              VALUE "Y".
041300 1000-INITIALIZE.
041400     ACCEPT PE1-ACTUAL-DATE FROM DATE YYYYMMDD
041500     ACCEPT PE1-RUN-TIME FROM TIME
041510     ACCEPT PE1-STA-START-TIME FROM TIME
041600     OPEN INPUT PE1-PROCESS-DATE-FILE
041700     IF NOT PE1-PRC-OK
041800         MOVE "PRCDTE OPEN FAILED" TO PE1-ABEND-MESSAGE
043700                 PE1-ABEND-MESSAGE
043800             GO TO 8000-ABEND
043900     END-READ
043910     ADD 1 TO PE1-STA-CTL-READ
044000     PERFORM 1100-COUNT-DIVISOR THRU 1100-EXIT
044100         VARYING PE1-DIV-IDX FROM 1 BY 1
044200         UNTIL PE1-DIV-IDX > 10
048800             GO TO 8000-ABEND
048900     END-READ
049000     MOVE RUN-CTL-LAST-RUN-ID TO PE1-RUN-ID
049010     MOVE RUN-CTL-PARM-VERSION TO PE1-PARM-VERSION
049100     CLOSE PE1-RUNCTL-FILE
049200     PERFORM 1300-CHECK-CYCLE-STATUS THRU 1300-EXIT
049300     OPEN OUTPUT PE1-OUTPUT-FILE
063600                 GO TO 8000-ABEND
063700             END-IF
063800             ADD 1 TO PE1-HOLIDAY-COUNT
063810             ADD 1 TO PE1-STA-CAL-READ
063900             MOVE BDC-CAL-HOLIDAY-DATE TO
064000                 PE1-HOLIDAY-DATE (PE1-HOLIDAY-COUNT)
064100     END-READ.
068900         AT END
069000             SET PE1-HSCAN-EOF TO TRUE
069100         NOT AT END
069110             ADD 1 TO PE1-STA-HIST-READ
069200             IF PEH-HIST-RUN-DATE > PE1-LAST-HIST-DATE
069300                 MOVE PEH-HIST-RUN-DATE TO PE1-LAST-HIST-DATE
069400             END-IF
076300     MOVE "P1" TO ANS-MST-PROGRAM-ID
076400     MOVE PE1-PARAMETER-STRING TO ANS-MST-PARAMETERS
076500     READ PE1-ANSWER-FILE
076510     ADD 1 TO PE1-STA-ANS-READ
076600     IF PE1-ANS-OK
076700         MOVE ANS-MST-RESULT TO RESULT
076800         SET PE1-CACHE-HIT TO TRUE
081200         MOVE RESULT TO PE1-OUT-RESULT
081300         MOVE PE1-RUN-ID TO PE1-OUT-RUN-ID
081400         WRITE PE1-OUTPUT-RECORD
081410         ADD 1 TO PE1-STA-OUT-WRITTEN
081500     END-IF.
081600 2100-EXIT.
081700     EXIT.
105700     END-IF
105800     MOVE PE1-RUN-ID TO PE1-OUT-RUN-ID
105900     WRITE PE1-OUTPUT-RECORD
105910     ADD 1 TO PE1-STA-OUT-WRITTEN
106000
106100     MOVE PE1-RUN-DATE TO PEH-HIST-RUN-DATE
106200     MOVE "P1" TO PEH-HIST-PROGRAM-ID
107100         SET PEH-HIST-COMPUTED TO TRUE
107200     END-IF
107300     MOVE PE1-RUN-ID TO PEH-HIST-RUN-ID
107310     MOVE PE1-PARM-VERSION TO PEH-HIST-PARM-VERSION
107400     WRITE PEH-HISTORY-RECORD
107500     IF PE1-HIST-DUPLICATE
107600         REWRITE PEH-HISTORY-RECORD
107700     END-IF
107710     ADD 1 TO PE1-STA-HIST-WRITTEN
107800
107900     IF PE1-CACHE-HIT
108000         DISPLAY "P1 RESULT = " RESULT " (FROM ANSWER MASTER)"
108900         MOVE RESULT TO PE1-BRK-GRAND-TOTAL
109000         MOVE PE1-RUN-ID TO PE1-BRK-RUN-ID
109100         WRITE PE1-BREAKDOWN-RECORD
109110         ADD 1 TO PE1-STA-RPT-WRITTEN
109200
109300         DISPLAY "P1 RESULT = " RESULT
109400         DISPLAY "P1 DIVISORS=" PE1-DIVISOR-COUNT
110200     CLOSE PE1-OUTPUT-FILE
110300     CLOSE PE1-HISTORY-FILE
110400     CLOSE PE1-BREAKDOWN-FILE
110500     CLOSE PE1-ANSWER-FILE
110510     PERFORM 4800-WRITE-STATISTICS THRU 4800-EXIT.
110600 4000-EXIT.
110700     EXIT.
110800
111400     WRITE ANS-MASTER-RECORD
111500     IF PE1-ANS-DUPLICATE
111600         REWRITE ANS-MASTER-RECORD
111700     END-IF
111710     ADD 1 TO PE1-STA-ANS-WRITTEN.
111800 4100-EXIT.
111900     EXIT.
112000
115600     END-IF.
115700 4200-EXIT.
115800     EXIT.
115801
115802*****************************************************************
115803* ONE STPSTA RECORD PER LIVE RUN.  THE STATISTICS FILE IS NOT
115804* PART OF THE ANSWER, SO AN UNAVAILABLE FILE IS REPORTED AND
115805* THE RUN STILL ENDS CLEAN.  THE ITERATION COUNT IS THE INTEGER
115806* WALK (ONE PASS PER INTEGER UP TO THE CUTOFF) OR, IN FORMULA
115807* MODE, THE INCLUSION-EXCLUSION SUBSETS - NONE ON A CACHE HIT.
115808*****************************************************************
115809 4800-WRITE-STATISTICS.
115810     ACCEPT PE1-STA-END-DATE FROM DATE YYYYMMDD
115811     ACCEPT PE1-STA-END-TIME FROM TIME
115812     OPEN EXTEND PE1-STATISTICS-FILE
115813     IF NOT PE1-STA-OK
115814         DISPLAY "P1 STATISTICS FILE UNAVAILABLE, STATUS "
115815             PE1-STA-STATUS
115816         GO TO 4800-EXIT
115817     END-IF
115818     MOVE SPACES TO STP-STATISTICS-RECORD
115819     PERFORM 4850-CLEAR-STAT-FILE THRU 4850-EXIT
115820         VARYING PE1-STA-IDX FROM 1 BY 1
115821         UNTIL PE1-STA-IDX > 8
115822     MOVE PE1-RUN-ID TO STP-STA-RUN-ID
115823     MOVE PE1-RUN-DATE TO STP-STA-PROCESS-DATE
115824     MOVE "P1" TO STP-STA-STEP-NAME
115825     MOVE PE1-ACTUAL-DATE TO STP-STA-START-DATE
115826     MOVE PE1-STA-START-TIME TO STP-STA-START-TIME
115827     MOVE PE1-STA-END-DATE TO STP-STA-END-DATE
115828     MOVE PE1-STA-END-TIME TO STP-STA-END-TIME
115829     MOVE ZEROS TO STP-STA-CACHE-HITS
115830     MOVE ZEROS TO STP-STA-COMPUTED
115831     MOVE ZEROS TO STP-STA-ITERATIONS
115832     MOVE "PE1CTL" TO STP-STA-FILE-NAME (1)
115833     MOVE PE1-STA-CTL-READ TO STP-STA-RECORDS-READ (1)
115834     MOVE "BDCAL" TO STP-STA-FILE-NAME (2)
115835     MOVE PE1-STA-CAL-READ TO STP-STA-RECORDS-READ (2)
115836     MOVE "PEHIST" TO STP-STA-FILE-NAME (3)
115837     MOVE PE1-STA-HIST-READ TO STP-STA-RECORDS-READ (3)
115838     MOVE PE1-STA-HIST-WRITTEN TO STP-STA-RECORDS-WRITTEN (3)
115839     MOVE "ANSMST" TO STP-STA-FILE-NAME (4)
115840     MOVE PE1-STA-ANS-READ TO STP-STA-RECORDS-READ (4)
115841     MOVE PE1-STA-ANS-WRITTEN TO STP-STA-RECORDS-WRITTEN (4)
115842     MOVE "PE1OUT" TO STP-STA-FILE-NAME (5)
115843     MOVE PE1-STA-OUT-WRITTEN TO STP-STA-RECORDS-WRITTEN (5)
115844     MOVE "PE1RPT" TO STP-STA-FILE-NAME (6)
115845     MOVE PE1-STA-RPT-WRITTEN TO STP-STA-RECORDS-WRITTEN (6)
115846     IF PE1-CACHE-HIT
115847         MOVE 1 TO STP-STA-CACHE-HITS
115848     ELSE
115849         MOVE 1 TO STP-STA-COMPUTED
115850     END-IF
115851     IF PE1-CTL-FORMULA-MODE
115852         MOVE "SUBSETS" TO STP-STA-ITERATION-TYPE
115853         IF NOT PE1-CACHE-HIT
115854             MOVE PE1-SUBSET-MAX TO STP-STA-ITERATIONS
115855         END-IF
115856     ELSE
115857         MOVE "INTEGERS" TO STP-STA-ITERATION-TYPE
115858         IF NOT PE1-CACHE-HIT
115859             MOVE PE1-CTL-CUTOFF TO STP-STA-ITERATIONS
115860         END-IF
115861     END-IF
115862     MOVE RETURN-CODE TO STP-STA-RETURN-CODE
115863     WRITE STP-STATISTICS-RECORD
115864     CLOSE PE1-STATISTICS-FILE.
115865 4800-EXIT.
115866     EXIT.
115867
115868 4850-CLEAR-STAT-FILE.
115869     MOVE SPACES TO STP-STA-FILE-NAME (PE1-STA-IDX)
115870     MOVE ZEROS TO STP-STA-RECORDS-READ (PE1-STA-IDX)
115871     MOVE ZEROS TO STP-STA-RECORDS-WRITTEN (PE1-STA-IDX).
115872 4850-EXIT.
115873     EXIT.
115900
116000 8000-ABEND.
116100     DISPLAY "*** P1 ABEND *** " PE1-ABEND-MESSAGE
