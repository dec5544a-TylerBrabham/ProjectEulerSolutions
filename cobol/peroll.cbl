001900*                    ADVANCED BY HAND AGAIN.  A DATE THAT IS
002000*                    NOT YET CLOSED ABENDS AND LEAVES PRCDTE
002100*                    UNTOUCHED.
002110* 10/15/2026  TB    THE ROLL IS REFUSED (CONDITION CODE 8) AND
002120*                    PRCDTE LEFT UNTOUCHED UNLESS THE OPERATOR
002130*                    NAMED ON THE NEW ROLCTL CONTROL RECORD
002140*                    HOLDS THE DATE-ROLL GRANT ON THE OPRAUT
002150*                    OPERATOR AUTHORITY FILE.  EACH ROLL APPENDS
002160*                    A ROW TO THE MNTAUD MAINTENANCE AUDIT TRAIL.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
003700     SELECT ROL-CALENDAR-FILE ASSIGN TO "BDCAL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS ROL-CAL-STATUS.
003906
003912     SELECT ROL-CONTROL-FILE ASSIGN TO "ROLCTL"
003918         ORGANIZATION IS LINE SEQUENTIAL
003924         FILE STATUS IS ROL-CTL-STATUS.
003930
003936     SELECT ROL-AUTHORITY-FILE ASSIGN TO "OPRAUT"
003942         ORGANIZATION IS INDEXED
003948         ACCESS MODE IS DYNAMIC
003954         RECORD KEY IS OPR-AUT-KEY
003960         FILE STATUS IS ROL-AUT-STATUS.
003966
003972     SELECT ROL-AUDIT-FILE ASSIGN TO "MNTAUD"
003978         ORGANIZATION IS LINE SEQUENTIAL
003984         FILE STATUS IS ROL-AUD-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
005000 FD  ROL-CALENDAR-FILE
005100     RECORDING MODE IS F.
005200 COPY BDCAL.
005208
005216 FD  ROL-CONTROL-FILE
005224     RECORDING MODE IS F.
005232 COPY ROLCTL.
005240
005248 FD  ROL-AUTHORITY-FILE.
005256 COPY OPRAUT.
005264
005272 FD  ROL-AUDIT-FILE
005280     RECORDING MODE IS F.
005288 COPY MNTAUD.
005300
005400 WORKING-STORAGE SECTION.
005500 01  ROL-SWITCHES.
006600         88  ROL-CYC-NOT-FOUND      VALUE "23".
006700     05  ROL-CAL-STATUS      PIC X(02) VALUE "00".
006800         88  ROL-CAL-OK             VALUE "00".
006810     05  ROL-CTL-STATUS      PIC X(02) VALUE "00".
006820         88  ROL-CTL-OK             VALUE "00".
006830     05  ROL-AUT-STATUS      PIC X(02) VALUE "00".
006840         88  ROL-AUT-OK             VALUE "00".
006850         88  ROL-AUT-NOT-FOUND      VALUE "23".
006860     05  ROL-AUD-STATUS      PIC X(02) VALUE "00".
006870         88  ROL-AUD-OK             VALUE "00".
006900
007000 01  ROL-ABEND-MESSAGE       PIC X(60).
007010 01  ROL-REFUSAL-MESSAGE     PIC X(60).
007100
007200 01  ROL-OLD-DATE            PIC 9(08) VALUE ZEROS.
007210 01  ROL-RUN-DATE            PIC 9(08) VALUE ZEROS.
007220 01  ROL-RUN-TIME            PIC 9(06) VALUE ZEROS.
007300
007400 01  ROL-HOLIDAY-LIMIT       PIC 9(03) COMP VALUE 200.
007500 01  ROL-HOLIDAY-TABLE.
012300     PERFORM 2000-CHECK-DATE-CLOSED THRU 2000-EXIT
012400     PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
012500     PERFORM 5000-FINALIZE THRU 5000-EXIT
012510     PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
012600     GO TO 9999-EXIT.
012700
012800 1000-INITIALIZE.
012810     ACCEPT ROL-RUN-DATE FROM DATE YYYYMMDD
012820     ACCEPT ROL-RUN-TIME FROM TIME
012900     OPEN INPUT ROL-PROCESS-DATE-FILE
013000     IF NOT ROL-PRC-OK
013100         MOVE "PRCDTE OPEN FAILED" TO ROL-ABEND-MESSAGE
013900     END-READ
014000     MOVE PRC-PROCESS-DATE TO ROL-OLD-DATE
014100     CLOSE ROL-PROCESS-DATE-FILE
014110     PERFORM 1400-CHECK-OPERATOR THRU 1400-EXIT
014200     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
014300 1000-EXIT.
014400     EXIT.
017300 1200-EXIT.
017400     EXIT.
017500
017501*****************************************************************
017502* ONLY AN OPERATOR HOLDING THE DATE-ROLL GRANT ON OPRAUT MAY
017503* ADVANCE THE PROCESSING DATE.  A REFUSAL LEAVES PRCDTE ALONE.
017504*****************************************************************
017505 1400-CHECK-OPERATOR.
017506     OPEN INPUT ROL-CONTROL-FILE
017507     IF NOT ROL-CTL-OK
017508         MOVE "ROLCTL OPEN FAILED" TO ROL-ABEND-MESSAGE
017509         GO TO 8000-ABEND
017510     END-IF
017511     READ ROL-CONTROL-FILE
017512         AT END
017513             MOVE "ROLCTL CONTAINS NO CONTROL RECORD" TO
017514                 ROL-ABEND-MESSAGE
017515             GO TO 8000-ABEND
017516     END-READ
017517     CLOSE ROL-CONTROL-FILE
017518     IF ROL-CTL-OPERATOR IS EQUAL TO SPACES
017519         MOVE "ROLCTL OPERATOR INITIALS ARE REQUIRED" TO
017520             ROL-REFUSAL-MESSAGE
017521         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
017522     END-IF
017523     OPEN INPUT ROL-AUTHORITY-FILE
017524     IF NOT ROL-AUT-OK
017525         MOVE "OPRAUT OPEN FAILED" TO ROL-ABEND-MESSAGE
017526         GO TO 8000-ABEND
017527     END-IF
017528     MOVE ROL-CTL-OPERATOR TO OPR-AUT-OPERATOR
017529     READ ROL-AUTHORITY-FILE
017530     IF ROL-AUT-NOT-FOUND
017531         MOVE SPACES TO ROL-REFUSAL-MESSAGE
017532         STRING "OPERATOR " ROL-CTL-OPERATOR
017533             " IS NOT ON THE AUTHORITY FILE"
017534             DELIMITED BY SIZE INTO ROL-REFUSAL-MESSAGE
017535         CLOSE ROL-AUTHORITY-FILE
017536         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
017537     END-IF
017538     IF NOT ROL-AUT-OK
017539         MOVE "OPRAUT READ FAILED" TO ROL-ABEND-MESSAGE
017540         GO TO 8000-ABEND
017541     END-IF
017542     CLOSE ROL-AUTHORITY-FILE
017543     IF NOT OPR-AUT-MAY-DATE-ROLL
017544         MOVE SPACES TO ROL-REFUSAL-MESSAGE
017545         STRING "OPERATOR " ROL-CTL-OPERATOR
017546             " IS NOT AUTHORIZED FOR DATE ROLL"
017547             DELIMITED BY SIZE INTO ROL-REFUSAL-MESSAGE
017548         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
017549     END-IF.
017550 1400-EXIT.
017551     EXIT.
017552
017553 1450-REFUSE-OPERATOR.
017554     DISPLAY "PEROLL REFUSED - " ROL-REFUSAL-MESSAGE
017555     DISPLAY "PEROLL " ROL-OLD-DATE " NOT ROLLED"
017556     MOVE 8 TO RETURN-CODE
017557     GO TO 9999-EXIT.
017558 1450-EXIT.
017559     EXIT.
017560
017600*****************************************************************
017700* THE DATE MAY ONLY ROLL ONCE DLYRPT HAS POSTED ITS COMPLETION
017800* ON THE CYCSTS ROW - ROLLING AN OPEN DATE WOULD STRAND THE
030600 5000-EXIT.
030700     EXIT.
030800
030803*****************************************************************
030806* EVERY ROLL IS RECORDED ON THE SHARED MAINTENANCE AUDIT TRAIL
030809* WITH THE OPERATOR AND THE OLD AND NEW PROCESSING DATES.
030812*****************************************************************
030815 6000-WRITE-MAINT-AUDIT.
030818     OPEN EXTEND ROL-AUDIT-FILE
030821     IF NOT ROL-AUD-OK
030824         MOVE "MNTAUD OPEN FAILED" TO ROL-ABEND-MESSAGE
030827         GO TO 8000-ABEND
030830     END-IF
030833     MOVE ROL-RUN-DATE TO MNT-AUD-DATE
030836     MOVE ROL-RUN-TIME TO MNT-AUD-TIME
030839     MOVE ROL-CTL-OPERATOR TO MNT-AUD-OPERATOR
030842     SET MNT-AUD-DATE-ROLL TO TRUE
030845     MOVE "PEROLL" TO MNT-AUD-PROGRAM-ID
030848     MOVE SPACES TO MNT-AUD-KEY
030851     STRING "PROCESS DATE " ROL-OLD-DATE
030854         " TO " ROL-TEST-DATE-N
030857         DELIMITED BY SIZE INTO MNT-AUD-KEY
030860     MOVE ZEROS TO MNT-AUD-REMOVED-COUNT
030863     MOVE 1 TO MNT-AUD-CHANGED-COUNT
030866     WRITE MNT-AUDIT-RECORD
030869     CLOSE ROL-AUDIT-FILE.
030872 6000-EXIT.
030875     EXIT.
030878
030900 8000-ABEND.
031000     DISPLAY "*** PEROLL ABEND *** " ROL-ABEND-MESSAGE
031100     MOVE 16 TO RETURN-CODE
