002300*                    CODE 4.
002310* 09/02/2026  TB    NEW-LOG RECORD IMAGE WIDENED IN STEP WITH
002320*                    THE X(90) EXCLOG CONTEXT FIELD.
002330* 10/15/2026  TB    A RESOLVE IS REFUSED (CONDITION CODE 8)
002340*                    UNLESS THE EXWCTL OPERATOR HOLDS THE
002350*                    EXCEPTION-RESOLVE GRANT ON THE OPRAUT
002360*                    OPERATOR AUTHORITY FILE.  EACH RESOLVE RUN
002370*                    ALSO APPENDS A ROW TO THE MNTAUD MAINTENANCE
002380*                    AUDIT TRAIL SHARED BY THE MAINTENANCE JOBS.
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004500     SELECT EXW-REPORT-FILE ASSIGN TO "EXWRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS EXW-RPT-STATUS.
004709
004718     SELECT EXW-AUTHORITY-FILE ASSIGN TO "OPRAUT"
004727         ORGANIZATION IS INDEXED
004736         ACCESS MODE IS DYNAMIC
004745         RECORD KEY IS OPR-AUT-KEY
004754         FILE STATUS IS EXW-AUT-STATUS.
004763
004772     SELECT EXW-MAINT-AUDIT-FILE ASSIGN TO "MNTAUD"
004781         ORGANIZATION IS LINE SEQUENTIAL
004790         FILE STATUS IS EXW-MNT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006700 FD  EXW-REPORT-FILE
006800     RECORDING MODE IS F.
006900 01  EXW-REPORT-LINE             PIC X(132).
006910
006920 FD  EXW-AUTHORITY-FILE.
006930 COPY OPRAUT.
006940
006950 FD  EXW-MAINT-AUDIT-FILE
006960     RECORDING MODE IS F.
006970 COPY MNTAUD.
007000
007100 WORKING-STORAGE SECTION.
007200 01  EXW-SWITCHES.
008700         88  EXW-AUD-OK             VALUE "00".
008800     05  EXW-RPT-STATUS      PIC X(02) VALUE "00".
008900         88  EXW-RPT-OK             VALUE "00".
008910     05  EXW-AUT-STATUS      PIC X(02) VALUE "00".
008920         88  EXW-AUT-OK             VALUE "00".
008930         88  EXW-AUT-NOT-FOUND      VALUE "23".
008940     05  EXW-MNT-STATUS      PIC X(02) VALUE "00".
008950         88  EXW-MNT-OK             VALUE "00".
009000
009100 01  EXW-ABEND-MESSAGE       PIC X(60).
009110 01  EXW-REFUSAL-MESSAGE     PIC X(60).
009200
009300 01  EXW-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
009400 01  EXW-RUN-TIME            PIC 9(06) VALUE ZEROS.
016300 01  EXW-WARNING-LINE.
016400     05  EXW-WRN-MESSAGE     PIC X(50).
016500     05  FILLER              PIC X(82) VALUE SPACES.
016510
016520 01  EXW-REFUSAL-LINE.
016530     05  FILLER              PIC X(16) VALUE
016540         "*** REFUSED *** ".
016550     05  EXW-RFS-MESSAGE     PIC X(60).
016560     05  FILLER              PIC X(56) VALUE SPACES.
016600
016700 01  EXW-TRAILER-LINE.
016800     05  FILLER              PIC X(17) VALUE "TOTAL EXCEPTIONS=".
020900             EXW-ABEND-MESSAGE
021000         GO TO 8000-ABEND
021100     END-IF
021110     IF EXW-CTL-RESOLVE
021120         PERFORM 1400-CHECK-OPERATOR THRU 1400-EXIT
021130     END-IF
021200     OPEN OUTPUT EXW-REPORT-FILE
021300     IF NOT EXW-RPT-OK
021400         MOVE "EXWRPT OPEN FAILED" TO EXW-ABEND-MESSAGE
024700 1000-EXIT.
024800     EXIT.
024900
024901*****************************************************************
024902* ONLY AN OPERATOR HOLDING THE EXCEPTION-RESOLVE GRANT ON OPRAUT
024903* MAY RESOLVE AN ENTRY.  THE CHECK IS MADE BEFORE EXCLOG IS READ.
024904*****************************************************************
024905 1400-CHECK-OPERATOR.
024906     OPEN INPUT EXW-AUTHORITY-FILE
024907     IF NOT EXW-AUT-OK
024908         MOVE "OPRAUT OPEN FAILED" TO EXW-ABEND-MESSAGE
024909         GO TO 8000-ABEND
024910     END-IF
024911     MOVE EXW-CTL-OPERATOR TO OPR-AUT-OPERATOR
024912     READ EXW-AUTHORITY-FILE
024913     IF EXW-AUT-NOT-FOUND
024914         MOVE SPACES TO EXW-REFUSAL-MESSAGE
024915         STRING "OPERATOR " EXW-CTL-OPERATOR
024916             " IS NOT ON THE AUTHORITY FILE"
024917             DELIMITED BY SIZE INTO EXW-REFUSAL-MESSAGE
024918         CLOSE EXW-AUTHORITY-FILE
024919         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
024920     END-IF
024921     IF NOT EXW-AUT-OK
024922         MOVE "OPRAUT READ FAILED" TO EXW-ABEND-MESSAGE
024923         GO TO 8000-ABEND
024924     END-IF
024925     CLOSE EXW-AUTHORITY-FILE
024926     IF NOT OPR-AUT-MAY-EXC-RESOLVE
024927         MOVE SPACES TO EXW-REFUSAL-MESSAGE
024928         STRING "OPERATOR " EXW-CTL-OPERATOR
024929             " IS NOT AUTHORIZED FOR EXCEPTION RESOLVE"
024930             DELIMITED BY SIZE INTO EXW-REFUSAL-MESSAGE
024931         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
024932     END-IF.
024933 1400-EXIT.
024934     EXIT.
024935
024936 1450-REFUSE-OPERATOR.
024937     OPEN OUTPUT EXW-REPORT-FILE
024938     IF NOT EXW-RPT-OK
024939         MOVE "EXWRPT OPEN FAILED" TO EXW-ABEND-MESSAGE
024940         GO TO 8000-ABEND
024941     END-IF
024942     MOVE "- RESOLVE" TO EXW-HDG-FUNCTION
024943     WRITE EXW-REPORT-LINE FROM EXW-HEADING-1
024944     WRITE EXW-REPORT-LINE FROM EXW-BLANK-LINE
024945     MOVE EXW-REFUSAL-MESSAGE TO EXW-RFS-MESSAGE
024946     WRITE EXW-REPORT-LINE FROM EXW-REFUSAL-LINE
024947     CLOSE EXW-REPORT-FILE
024948     DISPLAY "PEEXCW REFUSED - " EXW-REFUSAL-MESSAGE
024949     MOVE 8 TO RETURN-CODE
024950     GO TO 9999-EXIT.
024951 1450-EXIT.
024952     EXIT.
024953
025000 2000-WORK-LOG.
025100     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
025200         WITH TEST BEFORE UNTIL EXW-LOG-EOF.
034100     CLOSE EXW-AUDIT-FILE.
034200 3100-EXIT.
034300     EXIT.
034303
034306*****************************************************************
034309* EVERY RESOLVE RUN IS ALSO RECORDED ON THE SHARED MAINTENANCE
034312* AUDIT TRAIL WITH THE KEYS ASKED FOR AND THE ENTRIES CHANGED.
034315*****************************************************************
034318 3200-WRITE-MAINT-AUDIT.
034321     OPEN EXTEND EXW-MAINT-AUDIT-FILE
034324     IF NOT EXW-MNT-OK
034327         MOVE "MNTAUD OPEN FAILED" TO EXW-ABEND-MESSAGE
034330         GO TO 8000-ABEND
034333     END-IF
034336     MOVE EXW-ACTUAL-DATE TO MNT-AUD-DATE
034339     MOVE EXW-RUN-TIME TO MNT-AUD-TIME
034342     MOVE EXW-CTL-OPERATOR TO MNT-AUD-OPERATOR
034345     SET MNT-AUD-EXC-RESOLVE TO TRUE
034348     MOVE "PEEXCW" TO MNT-AUD-PROGRAM-ID
034351     MOVE SPACES TO MNT-AUD-KEY
034354     STRING "EXCLOG ENTRY " EXW-CTL-RUN-DATE
034357         " " EXW-CTL-RUN-TIME
034360         " " EXW-CTL-PROGRAM-ID
034363         DELIMITED BY SIZE INTO MNT-AUD-KEY
034366     MOVE ZEROS TO MNT-AUD-REMOVED-COUNT
034369     MOVE EXW-RESOLVED-COUNT TO MNT-AUD-CHANGED-COUNT
034372     WRITE MNT-AUDIT-RECORD
034375     CLOSE EXW-MAINT-AUDIT-FILE.
034378 3200-EXIT.
034381     EXIT.
034400
034500 5000-FINALIZE.
034600     IF NOT EXW-LOG-MISSING
035400             WRITE EXW-REPORT-LINE FROM EXW-WARNING-LINE
035500             MOVE 4 TO RETURN-CODE
035600         END-IF
035610         PERFORM 3200-WRITE-MAINT-AUDIT THRU 3200-EXIT
035700     END-IF
035800     WRITE EXW-REPORT-LINE FROM EXW-BLANK-LINE
035900     MOVE EXW-TOTAL-COUNT TO EXW-TRL-TOTAL
