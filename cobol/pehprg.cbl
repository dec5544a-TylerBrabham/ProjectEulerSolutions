001880*                    THE X(60) PEHIST PARAMETER STRING.
001881* 09/02/2026  TB    ARCHIVE RECORD WIDENED AGAIN IN STEP WITH
001882*                    THE NEW RUN-ID ON THE PEHIST ROW.
001883* 10/15/2026  TB    ARCHIVE RECORD WIDENED AGAIN IN STEP WITH
001884*                    THE NEW PARAMETER VERSION ON THE PEHIST ROW.
001885* 10/15/2026  TB    ROWS DATED IN A PERIOD CLOSED ON PERCTL BY
001886*                    THE PECLOS MONTH-END CLOSE ARE HELD ON THE
001887*                    LIVE FILE UNLESS THE PERIOD HAS BEEN
001888*                    FORMALLY REOPENED.  HELD ROWS ARE COUNTED
001889*                    INTO THE BALANCE AND END THE STEP WITH
001890*                    CONDITION CODE 4.
001891* 10/15/2026  TB    THE PRGCTL OPERATOR MUST HOLD THE
001892*                    HISTORY-PURGE GRANT ON THE OPRAUT OPERATOR
001893*                    AUTHORITY FILE OR THE PURGE IS REFUSED
001894*                    (CONDITION CODE 8) BEFORE PEHIST IS OPENED.
001895*                    EACH PURGE APPENDS A ROW TO THE MNTAUD
001896*                    MAINTENANCE AUDIT TRAIL.
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PRG-ARC-STATUS.
003700
003705     SELECT PRG-PERIOD-FILE ASSIGN TO "PERCTL"
003710         ORGANIZATION IS INDEXED
003715         ACCESS MODE IS DYNAMIC
003720         RECORD KEY IS PER-CTL-KEY
003725         FILE STATUS IS PRG-PER-STATUS.
003730
003735     SELECT PRG-AUTHORITY-FILE ASSIGN TO "OPRAUT"
003740         ORGANIZATION IS INDEXED
003745         ACCESS MODE IS DYNAMIC
003750         RECORD KEY IS OPR-AUT-KEY
003755         FILE STATUS IS PRG-AUT-STATUS.
003760
003765     SELECT PRG-AUDIT-FILE ASSIGN TO "MNTAUD"
003770         ORGANIZATION IS LINE SEQUENTIAL
003775         FILE STATUS IS PRG-AUD-STATUS.
003780
003800     SELECT PRG-REPORT-FILE ASSIGN TO "PRGRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS PRG-RPT-STATUS.
005000
005100 FD  PRG-ARCHIVE-FILE
005200     RECORDING MODE IS F.
005210 01  PRG-ARCHIVE-RECORD          PIC X(132).
005220
005230 FD  PRG-PERIOD-FILE.
005240 COPY PERCTL.
005250
005260 FD  PRG-AUTHORITY-FILE.
005270 COPY OPRAUT.
005280
005290 FD  PRG-AUDIT-FILE
005300     RECORDING MODE IS F.
005310 COPY MNTAUD.
005400
005500 FD  PRG-REPORT-FILE
005600     RECORDING MODE IS F.
006000 01  PRG-SWITCHES.
006100     05  PRG-HIST-EOF-SW     PIC X(01) VALUE "N".
006200         88  PRG-HIST-EOF           VALUE "Y".
006210     05  PRG-PER-OPEN-SW     PIC X(01) VALUE "N".
006220         88  PRG-PER-OPEN           VALUE "Y".
006230     05  PRG-PER-CLOSED-SW   PIC X(01) VALUE "N".
006240         88  PRG-PERIOD-CLOSED      VALUE "Y".
006300
006400 01  PRG-FILE-STATUSES.
006500     05  PRG-CTL-STATUS      PIC X(02) VALUE "00".
007100         88  PRG-ARC-OK             VALUE "00".
007200     05  PRG-RPT-STATUS      PIC X(02) VALUE "00".
007300         88  PRG-RPT-OK             VALUE "00".
007310     05  PRG-PER-STATUS      PIC X(02) VALUE "00".
007320         88  PRG-PER-OK             VALUE "00".
007330         88  PRG-PER-NOT-FOUND      VALUE "23".
007340         88  PRG-PER-MISSING        VALUE "35".
007350     05  PRG-AUT-STATUS      PIC X(02) VALUE "00".
007360         88  PRG-AUT-OK             VALUE "00".
007370         88  PRG-AUT-NOT-FOUND      VALUE "23".
007380     05  PRG-AUD-STATUS      PIC X(02) VALUE "00".
007390         88  PRG-AUD-OK             VALUE "00".
007400
007500 01  PRG-ABEND-MESSAGE       PIC X(60).
007510 01  PRG-REFUSAL-MESSAGE     PIC X(60).
007600
007700 01  PRG-RUN-DATE.
007800     05  PRG-RUN-YYYY        PIC 9(04).
007900     05  PRG-RUN-MM          PIC 9(02).
008000     05  PRG-RUN-DD          PIC 9(02).
008010 01  PRG-RUN-TIME            PIC 9(06) VALUE ZEROS.
008100
008200 01  PRG-CUTOFF-DATE.
008300     05  PRG-CUT-YYYY        PIC 9(04).
008700                             PIC 9(08).
008800
008900 01  PRG-DAYS-TO-BACK        PIC 9(07) VALUE ZEROS.
008910 01  PRG-CHECK-PERIOD        PIC 9(06) VALUE ZEROS.
008920 01  PRG-LAST-PERIOD         PIC 9(06) VALUE ZEROS.
009000 01  PRG-LEAP-WORK.
009100     05  PRG-LEAP-QUOTIENT   PIC 9(04) VALUE ZEROS.
009200     05  PRG-LEAP-REM-4      PIC 9(04) VALUE ZEROS.
010400     05  PRG-ARCHIVED-COUNT  PIC 9(07) VALUE ZEROS.
010500     05  PRG-DELETED-COUNT   PIC 9(07) VALUE ZEROS.
010600     05  PRG-RETAINED-COUNT  PIC 9(07) VALUE ZEROS.
010610     05  PRG-HELD-COUNT      PIC 9(07) VALUE ZEROS.
010700     05  PRG-BALANCE-COUNT   PIC 9(07) VALUE ZEROS.
010800
010900 01  PRG-HEADING-1.
012700     05  PRG-BAL-MESSAGE     PIC X(40).
012800     05  FILLER              PIC X(40) VALUE SPACES.
012900
012910 01  PRG-REFUSAL-LINE.
012920     05  FILLER              PIC X(16) VALUE
012930         "*** REFUSED *** ".
012940     05  PRG-RFS-MESSAGE     PIC X(60).
012950     05  FILLER              PIC X(04) VALUE SPACES.
012960
013000 01  PRG-BLANK-LINE          PIC X(80) VALUE SPACES.
013100
013200 PROCEDURE DIVISION.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013600     PERFORM 2000-PURGE-HISTORY THRU 2000-EXIT
013700     PERFORM 3000-REPORT-COUNTS THRU 3000-EXIT
013710     PERFORM 4000-WRITE-MAINT-AUDIT THRU 4000-EXIT
013800     PERFORM 5000-FINALIZE THRU 5000-EXIT
013900     GO TO 9999-EXIT.
014000
014100 1000-INITIALIZE.
014200     ACCEPT PRG-RUN-DATE FROM DATE YYYYMMDD
014210     ACCEPT PRG-RUN-TIME FROM TIME
014300     OPEN INPUT PRG-CONTROL-FILE
014400     IF NOT PRG-CTL-OK
014500         MOVE "PRGCTL OPEN FAILED" TO PRG-ABEND-MESSAGE
015800     END-IF
015900     CLOSE PRG-CONTROL-FILE
016000     PERFORM 1100-COMPUTE-CUTOFF-DATE THRU 1100-EXIT
016010     PERFORM 1400-CHECK-OPERATOR THRU 1400-EXIT
016100     OPEN I-O PRG-HISTORY-FILE
016200     IF NOT PRG-HIST-OK
016300         MOVE "PEHIST OPEN FAILED" TO PRG-ABEND-MESSAGE
016400         GO TO 8000-ABEND
016410     END-IF
016420     OPEN INPUT PRG-PERIOD-FILE
016430     IF PRG-PER-OK
016440         SET PRG-PER-OPEN TO TRUE
016450     ELSE
016460         IF NOT PRG-PER-MISSING
016470             MOVE "PERCTL OPEN FAILED" TO PRG-ABEND-MESSAGE
016480             GO TO 8000-ABEND
016490         END-IF
016500     END-IF
016600     OPEN OUTPUT PRG-ARCHIVE-FILE
016700     IF NOT PRG-ARC-OK
022200 1180-EXIT.
022300     EXIT.
022400
022401*****************************************************************
022402* ONLY AN OPERATOR HOLDING THE HISTORY-PURGE GRANT ON OPRAUT MAY
022403* RUN THE PURGE.  THE CHECK IS MADE BEFORE PEHIST IS OPENED.
022404*****************************************************************
022405 1400-CHECK-OPERATOR.
022406     IF PRG-CTL-OPERATOR IS EQUAL TO SPACES
022407         MOVE "PRGCTL OPERATOR INITIALS ARE REQUIRED" TO
022408             PRG-REFUSAL-MESSAGE
022409         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
022410     END-IF
022411     OPEN INPUT PRG-AUTHORITY-FILE
022412     IF NOT PRG-AUT-OK
022413         MOVE "OPRAUT OPEN FAILED" TO PRG-ABEND-MESSAGE
022414         GO TO 8000-ABEND
022415     END-IF
022416     MOVE PRG-CTL-OPERATOR TO OPR-AUT-OPERATOR
022417     READ PRG-AUTHORITY-FILE
022418     IF PRG-AUT-NOT-FOUND
022419         MOVE SPACES TO PRG-REFUSAL-MESSAGE
022420         STRING "OPERATOR " PRG-CTL-OPERATOR
022421             " IS NOT ON THE AUTHORITY FILE"
022422             DELIMITED BY SIZE INTO PRG-REFUSAL-MESSAGE
022423         CLOSE PRG-AUTHORITY-FILE
022424         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
022425     END-IF
022426     IF NOT PRG-AUT-OK
022427         MOVE "OPRAUT READ FAILED" TO PRG-ABEND-MESSAGE
022428         GO TO 8000-ABEND
022429     END-IF
022430     CLOSE PRG-AUTHORITY-FILE
022431     IF NOT OPR-AUT-MAY-HIST-PURGE
022432         MOVE SPACES TO PRG-REFUSAL-MESSAGE
022433         STRING "OPERATOR " PRG-CTL-OPERATOR
022434             " IS NOT AUTHORIZED FOR HISTORY PURGE"
022435             DELIMITED BY SIZE INTO PRG-REFUSAL-MESSAGE
022436         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
022437     END-IF.
022438 1400-EXIT.
022439     EXIT.
022440
022441 1450-REFUSE-OPERATOR.
022442     OPEN OUTPUT PRG-REPORT-FILE
022443     IF NOT PRG-RPT-OK
022444         MOVE "PRGRPT OPEN FAILED" TO PRG-ABEND-MESSAGE
022445         GO TO 8000-ABEND
022446     END-IF
022447     WRITE PRG-REPORT-LINE FROM PRG-HEADING-1
022448     WRITE PRG-REPORT-LINE FROM PRG-BLANK-LINE
022449     MOVE PRG-CTL-RETENTION-DAYS TO PRG-PRM-RETENTION
022450     MOVE PRG-CUTOFF-DATE-N TO PRG-PRM-CUTOFF
022451     WRITE PRG-REPORT-LINE FROM PRG-PARM-LINE
022452     WRITE PRG-REPORT-LINE FROM PRG-BLANK-LINE
022453     MOVE PRG-REFUSAL-MESSAGE TO PRG-RFS-MESSAGE
022454     WRITE PRG-REPORT-LINE FROM PRG-REFUSAL-LINE
022455     CLOSE PRG-REPORT-FILE
022456     DISPLAY "PEHPRG REFUSED - " PRG-REFUSAL-MESSAGE
022457     MOVE 8 TO RETURN-CODE
022458     GO TO 9999-EXIT.
022459 1450-EXIT.
022460     EXIT.
022461
022500 2000-PURGE-HISTORY.
022600     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
022700         WITH TEST BEFORE UNTIL PRG-HIST-EOF.
023500         NOT AT END
023600             ADD 1 TO PRG-READ-COUNT
023700             IF PEH-HIST-RUN-DATE < PRG-CUTOFF-DATE-N
023710                 PERFORM 2150-CHECK-PERIOD THRU 2150-EXIT
023720                 IF PRG-PERIOD-CLOSED
023730                     ADD 1 TO PRG-HELD-COUNT
023740                 ELSE
023750                     PERFORM 2200-ARCHIVE-ROW THRU 2200-EXIT
023760                 END-IF
023900             ELSE
024000                 ADD 1 TO PRG-RETAINED-COUNT
024100             END-IF
024200     END-READ.
024300 2100-EXIT.
024303     EXIT.
024306
024309*****************************************************************
024312* A ROW DATED IN A PERIOD THAT MONTH-END CLOSE HAS SIGNED OFF IS
024315* HELD ON THE LIVE FILE.  THE PERCTL LOOKUP IS ONLY REPEATED
024318* WHEN THE ROW'S PERIOD CHANGES.  NO PERCTL FILE MEANS NO
024321* PERIOD HAS EVER BEEN CLOSED.
024324*****************************************************************
024327 2150-CHECK-PERIOD.
024330     IF NOT PRG-PER-OPEN
024333         GO TO 2150-EXIT
024336     END-IF
024339     DIVIDE PEH-HIST-RUN-DATE BY 100 GIVING PRG-CHECK-PERIOD
024342     IF PRG-CHECK-PERIOD IS EQUAL TO PRG-LAST-PERIOD
024345         GO TO 2150-EXIT
024348     END-IF
024351     MOVE PRG-CHECK-PERIOD TO PRG-LAST-PERIOD
024354     MOVE "N" TO PRG-PER-CLOSED-SW
024357     MOVE PRG-CHECK-PERIOD TO PER-CTL-PERIOD
024360     READ PRG-PERIOD-FILE
024363     IF PRG-PER-OK
024366         IF PER-CTL-CLOSED
024369             SET PRG-PERIOD-CLOSED TO TRUE
024372         END-IF
024375         GO TO 2150-EXIT
024378     END-IF
024381     IF NOT PRG-PER-NOT-FOUND
024384         MOVE "PERCTL READ FAILED" TO PRG-ABEND-MESSAGE
024387         GO TO 8000-ABEND
024390     END-IF.
024393 2150-EXIT.
024400     EXIT.
024500
024600 2200-ARCHIVE-ROW.
027900     MOVE "ROWS RETAINED" TO PRG-CNT-LABEL
028000     MOVE PRG-RETAINED-COUNT TO PRG-CNT-VALUE
028100     WRITE PRG-REPORT-LINE FROM PRG-COUNT-LINE
028110     MOVE "ROWS HELD (CLOSED)" TO PRG-CNT-LABEL
028120     MOVE PRG-HELD-COUNT TO PRG-CNT-VALUE
028130     WRITE PRG-REPORT-LINE FROM PRG-COUNT-LINE
028200     WRITE PRG-REPORT-LINE FROM PRG-BLANK-LINE
028210     ADD PRG-DELETED-COUNT PRG-RETAINED-COUNT PRG-HELD-COUNT
028400         GIVING PRG-BALANCE-COUNT
028500     IF PRG-ARCHIVED-COUNT IS EQUAL TO PRG-DELETED-COUNT AND
028600             PRG-BALANCE-COUNT IS EQUAL TO PRG-READ-COUNT
029000         MOVE "*** COUNTS OUT OF BALANCE ***" TO PRG-BAL-MESSAGE
029100         WRITE PRG-REPORT-LINE FROM PRG-BALANCE-LINE
029200         MOVE 8 TO RETURN-CODE
029210     END-IF
029220     IF PRG-HELD-COUNT > ZERO AND RETURN-CODE < 4
029230         MOVE 4 TO RETURN-CODE
029300     END-IF.
029400 3000-EXIT.
029500     EXIT.
029600
029603*****************************************************************
029606* EVERY PURGE IS RECORDED ON THE SHARED MAINTENANCE AUDIT TRAIL
029609* WITH THE OPERATOR, THE WINDOW APPLIED AND THE ROWS REMOVED.
029612*****************************************************************
029615 4000-WRITE-MAINT-AUDIT.
029618     OPEN EXTEND PRG-AUDIT-FILE
029621     IF NOT PRG-AUD-OK
029624         MOVE "MNTAUD OPEN FAILED" TO PRG-ABEND-MESSAGE
029627         GO TO 8000-ABEND
029630     END-IF
029633     MOVE PRG-RUN-DATE TO MNT-AUD-DATE
029636     MOVE PRG-RUN-TIME TO MNT-AUD-TIME
029639     MOVE PRG-CTL-OPERATOR TO MNT-AUD-OPERATOR
029642     SET MNT-AUD-HIST-PURGE TO TRUE
029645     MOVE "PEHPRG" TO MNT-AUD-PROGRAM-ID
029648     MOVE SPACES TO MNT-AUD-KEY
029651     STRING "RETENTION=" PRG-CTL-RETENTION-DAYS
029654         " CUTOFF=" PRG-CUTOFF-DATE-N
029657         " ARCHIVED=" PRG-ARCHIVED-COUNT
029660         " HELD=" PRG-HELD-COUNT
029663         DELIMITED BY SIZE INTO MNT-AUD-KEY
029666     MOVE PRG-DELETED-COUNT TO MNT-AUD-REMOVED-COUNT
029669     MOVE ZEROS TO MNT-AUD-CHANGED-COUNT
029672     WRITE MNT-AUDIT-RECORD
029675     CLOSE PRG-AUDIT-FILE.
029678 4000-EXIT.
029681     EXIT.
029684
029700 5000-FINALIZE.
029800     CLOSE PRG-HISTORY-FILE
029810     IF PRG-PER-OPEN
029820         CLOSE PRG-PERIOD-FILE
029830     END-IF
029900     CLOSE PRG-ARCHIVE-FILE
030000     CLOSE PRG-REPORT-FILE
030100     DISPLAY "PEHPRG READ=" PRG-READ-COUNT
030200         " ARCHIVED=" PRG-ARCHIVED-COUNT
030300         " DELETED=" PRG-DELETED-COUNT
030310         " RETAINED=" PRG-RETAINED-COUNT
030320         " HELD=" PRG-HELD-COUNT.
030500 5000-EXIT.
030600     EXIT.
030700
