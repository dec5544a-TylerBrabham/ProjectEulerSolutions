000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PEDWAK.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - DATA-WAREHOUSE
001300*                    ACKNOWLEDGMENT RECONCILIATION.  EACH
001400*                    ACKNOWLEDGMENT ON DWTACK IS MATCHED TO ITS
001500*                    DWTREG TRANSMISSION BY SEQUENCE NUMBER AND
001600*                    ITS LOADED COUNTS AND HASH TOTALS ARE CHECKED
001700*                    AGAINST WHAT PEDWTX SENT.  REJECTED AND
001800*                    OUT-OF-BALANCE TRANSMISSIONS, AND ANY STILL
001900*                    UNACKNOWLEDGED AFTER THEIR PROCESSING DATE,
002000*                    ARE LOGGED TO EXCLOG AND END THE STEP WITH
002100*                    CONDITION CODE 8.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DWK-PROCESS-DATE-FILE ASSIGN TO "PRCDTE"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS DWK-PRC-STATUS.
003000
003100     SELECT DWK-ACK-FILE ASSIGN TO "DWTACK"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS DWK-ACK-STATUS.
003400
003500     SELECT DWK-REGISTER-FILE ASSIGN TO "DWTREG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS DWT-REG-KEY
003900         FILE STATUS IS DWK-REG-STATUS.
004000
004100     SELECT DWK-EXCEPTION-FILE ASSIGN TO "EXCLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS DWK-EXC-STATUS.
004400
004500     SELECT DWK-REPORT-FILE ASSIGN TO "DWKRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS DWK-RPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DWK-PROCESS-DATE-FILE
005200     RECORDING MODE IS F.
005300 COPY PRCDTE.
005400
005500 FD  DWK-ACK-FILE
005600     RECORDING MODE IS F.
005700 COPY DWTACK.
005800
005900 FD  DWK-REGISTER-FILE.
006000 COPY DWTREG.
006100
006200 FD  DWK-EXCEPTION-FILE
006300     RECORDING MODE IS F.
006400 COPY EXCLOG.
006500
006600 FD  DWK-REPORT-FILE
006700     RECORDING MODE IS F.
006800 01  DWK-REPORT-LINE             PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100 01  DWK-SWITCHES.
007200     05  DWK-ACK-EOF-SW      PIC X(01) VALUE "N".
007300         88  DWK-ACK-EOF            VALUE "Y".
007400     05  DWK-REG-EOF-SW      PIC X(01) VALUE "N".
007500         88  DWK-REG-EOF            VALUE "Y".
007600     05  DWK-DIFFER-SW       PIC X(01) VALUE "N".
007700         88  DWK-DIFFER             VALUE "Y".
007800
007900 01  DWK-FILE-STATUSES.
008000     05  DWK-PRC-STATUS      PIC X(02) VALUE "00".
008100         88  DWK-PRC-OK             VALUE "00".
008200     05  DWK-ACK-STATUS      PIC X(02) VALUE "00".
008300         88  DWK-ACK-OK             VALUE "00".
008400         88  DWK-ACK-MISSING        VALUE "35".
008500     05  DWK-REG-STATUS      PIC X(02) VALUE "00".
008600         88  DWK-REG-OK             VALUE "00".
008700         88  DWK-REG-NOT-FOUND      VALUE "23".
008800         88  DWK-REG-MISSING        VALUE "35".
008900     05  DWK-RPT-STATUS      PIC X(02) VALUE "00".
009000         88  DWK-RPT-OK             VALUE "00".
009100
009200 01  DWK-EXC-STATUS          PIC X(02) VALUE "00".
009300     88  DWK-EXC-OK                 VALUE "00".
009400
009500 01  DWK-ABEND-MESSAGE       PIC X(60).
009600 01  DWK-EXC-MESSAGE         PIC X(60).
009700 01  DWK-EXC-CONTEXT         PIC X(90).
009800
009900 01  DWK-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
010000 01  DWK-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
010100 01  DWK-RUN-TIME            PIC 9(06) VALUE ZEROS.
010200 01  DWK-DIFFER-TEXT         PIC X(40) VALUE SPACES.
010300
010400 01  DWK-COUNTS.
010500     05  DWK-ACK-READ        PIC 9(05) VALUE ZEROS.
010600     05  DWK-ACCEPTED-COUNT  PIC 9(05) VALUE ZEROS.
010700     05  DWK-REJECTED-COUNT  PIC 9(05) VALUE ZEROS.
010800     05  DWK-BALANCE-COUNT   PIC 9(05) VALUE ZEROS.
010900     05  DWK-UNKNOWN-COUNT   PIC 9(05) VALUE ZEROS.
011000     05  DWK-DUPLICATE-COUNT PIC 9(05) VALUE ZEROS.
011100     05  DWK-OVERDUE-COUNT   PIC 9(05) VALUE ZEROS.
011200     05  DWK-OUTSTAND-COUNT  PIC 9(05) VALUE ZEROS.
011300     05  DWK-AWAITING-COUNT  PIC 9(05) VALUE ZEROS.
011400
011500 01  DWK-HEADING-1.
011600     05  FILLER              PIC X(42) VALUE
011700         "PEDWAK - DATA-WAREHOUSE ACKNOWLEDGMENTS".
011800     05  FILLER              PIC X(16) VALUE "PROCESSING DATE ".
011900     05  DWK-HDG-DATE        PIC 9(08).
012000     05  FILLER              PIC X(66) VALUE SPACES.
012100
012200 01  DWK-HEADING-2.
012300     05  FILLER              PIC X(10) VALUE "SEQUENCE".
012400     05  FILLER              PIC X(10) VALUE "PROC DATE".
012500     05  FILLER              PIC X(32) VALUE "OUTCOME".
012600     05  FILLER              PIC X(40) VALUE "DETAIL".
012700     05  FILLER              PIC X(40) VALUE SPACES.
012800
012900 01  DWK-DETAIL-LINE.
013000     05  DWK-DTL-SEQUENCE    PIC 9(07).
013100     05  FILLER              PIC X(03) VALUE SPACES.
013200     05  DWK-DTL-PROC-DATE   PIC 9(08).
013300     05  FILLER              PIC X(02) VALUE SPACES.
013400     05  DWK-DTL-OUTCOME     PIC X(30).
013500     05  FILLER              PIC X(02) VALUE SPACES.
013600     05  DWK-DTL-TEXT        PIC X(40).
013700     05  FILLER              PIC X(40) VALUE SPACES.
013800
013900 01  DWK-COUNT-LINE.
014000     05  DWK-CNT-LABEL       PIC X(30).
014100     05  DWK-CNT-VALUE       PIC ZZ,ZZ9.
014200     05  FILLER              PIC X(96) VALUE SPACES.
014300
014400 01  DWK-BLANK-LINE          PIC X(132) VALUE SPACES.
014500
014600 PROCEDURE DIVISION.
014700
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015000     PERFORM 2000-RECONCILE-ACKS THRU 2000-EXIT
015100     PERFORM 3000-SWEEP-REGISTER THRU 3000-EXIT
015200     PERFORM 5000-FINALIZE THRU 5000-EXIT
015300     GO TO 9999-EXIT.
015400
015500 1000-INITIALIZE.
015600     ACCEPT DWK-ACTUAL-DATE FROM DATE YYYYMMDD
015700     ACCEPT DWK-RUN-TIME FROM TIME
015800     OPEN INPUT DWK-PROCESS-DATE-FILE
015900     IF NOT DWK-PRC-OK
016000         MOVE "PRCDTE OPEN FAILED" TO DWK-ABEND-MESSAGE
016100         GO TO 8000-ABEND
016200     END-IF
016300     READ DWK-PROCESS-DATE-FILE
016400         AT END
016500             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
016600                 DWK-ABEND-MESSAGE
016700             GO TO 8000-ABEND
016800     END-READ
016900     IF PRC-PROCESS-DATE IS NOT NUMERIC
017000         MOVE "PRCDTE PROCESSING DATE IS NOT NUMERIC" TO
017100             DWK-ABEND-MESSAGE
017200         GO TO 8000-ABEND
017300     END-IF
017400     MOVE PRC-PROCESS-DATE TO DWK-PROCESS-DATE
017500     CLOSE DWK-PROCESS-DATE-FILE
017600*    NO ACKNOWLEDGMENT FILE TODAY IS NOT AN ERROR - THE REGISTER
017700*    SWEEP STILL FINDS ANY TRANSMISSION LEFT UNANSWERED.
017800     OPEN INPUT DWK-ACK-FILE
017900     IF DWK-ACK-MISSING
018000         SET DWK-ACK-EOF TO TRUE
018100     ELSE
018200         IF NOT DWK-ACK-OK
018300             MOVE "DWTACK OPEN FAILED" TO DWK-ABEND-MESSAGE
018400             GO TO 8000-ABEND
018500         END-IF
018600     END-IF
018700     OPEN I-O DWK-REGISTER-FILE
018800     IF DWK-REG-MISSING
018900         OPEN OUTPUT DWK-REGISTER-FILE
019000         CLOSE DWK-REGISTER-FILE
019100         OPEN I-O DWK-REGISTER-FILE
019200     END-IF
019300     IF NOT DWK-REG-OK
019400         MOVE "DWTREG OPEN FAILED" TO DWK-ABEND-MESSAGE
019500         GO TO 8000-ABEND
019600     END-IF
019700     OPEN OUTPUT DWK-REPORT-FILE
019800     IF NOT DWK-RPT-OK
019900         MOVE "DWKRPT OPEN FAILED" TO DWK-ABEND-MESSAGE
020000         GO TO 8000-ABEND
020100     END-IF
020200     MOVE DWK-PROCESS-DATE TO DWK-HDG-DATE
020300     WRITE DWK-REPORT-LINE FROM DWK-HEADING-1
020400     WRITE DWK-REPORT-LINE FROM DWK-BLANK-LINE
020500     WRITE DWK-REPORT-LINE FROM DWK-HEADING-2.
020600 1000-EXIT.
020700     EXIT.
020800
020900 2000-RECONCILE-ACKS.
021000     PERFORM 2100-PROCESS-ACK THRU 2100-EXIT
021100         WITH TEST BEFORE UNTIL DWK-ACK-EOF.
021200 2000-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600* AN ACKNOWLEDGMENT SETTLES ITS TRANSMISSION ONCE.  ONE THAT
021700* ARRIVES FOR A TRANSMISSION ALREADY SETTLED IS LISTED AND
021800* IGNORED; A LATE ONE FOR A TRANSMISSION ALREADY MARKED
021900* UNACKNOWLEDGED IS RECONCILED NORMALLY.
022000*****************************************************************
022100 2100-PROCESS-ACK.
022200     READ DWK-ACK-FILE
022300         AT END
022400             SET DWK-ACK-EOF TO TRUE
022500             GO TO 2100-EXIT
022600     END-READ
022700     ADD 1 TO DWK-ACK-READ
022800     MOVE DWT-ACK-SEQUENCE TO DWK-DTL-SEQUENCE
022900     MOVE DWT-ACK-PROCESS-DATE TO DWK-DTL-PROC-DATE
023000     MOVE SPACES TO DWK-DTL-TEXT
023100     MOVE DWT-ACK-SEQUENCE TO DWT-REG-SEQUENCE
023200     READ DWK-REGISTER-FILE
023300     IF DWK-REG-NOT-FOUND
023400         ADD 1 TO DWK-UNKNOWN-COUNT
023500         MOVE "NO SUCH TRANSMISSION" TO DWK-DTL-OUTCOME
023600         WRITE DWK-REPORT-LINE FROM DWK-DETAIL-LINE
023700         MOVE SPACES TO DWK-EXC-MESSAGE
023800         STRING "ACKNOWLEDGMENT FOR UNKNOWN TRANSMISSION "
023900             DWT-ACK-SEQUENCE
024000             DELIMITED BY SIZE INTO DWK-EXC-MESSAGE
024100         MOVE SPACES TO DWK-EXC-CONTEXT
024200         STRING "PROCESS DATE=" DWT-ACK-PROCESS-DATE
024300             " ACK STATUS=" DWT-ACK-STATUS
024400             DELIMITED BY SIZE INTO DWK-EXC-CONTEXT
024500         PERFORM 8100-LOG-EXCEPTION THRU 8100-EXIT
024600         GO TO 2100-EXIT
024700     END-IF
024800     IF NOT DWK-REG-OK
024900         MOVE "DWTREG READ FAILED" TO DWK-ABEND-MESSAGE
025000         GO TO 8000-ABEND
025100     END-IF
025200     IF NOT DWT-REG-AWAITING
025300         ADD 1 TO DWK-DUPLICATE-COUNT
025400         MOVE "DUPLICATE - IGNORED" TO DWK-DTL-OUTCOME
025500         MOVE "TRANSMISSION ALREADY SETTLED AS STATUS " TO
025600             DWK-DTL-TEXT
025700         MOVE DWT-REG-STATUS TO DWK-DTL-TEXT (40:1)
025800         WRITE DWK-REPORT-LINE FROM DWK-DETAIL-LINE
025900         GO TO 2100-EXIT
026000     END-IF
026100     MOVE DWK-ACTUAL-DATE TO DWT-REG-ACK-DATE
026200     MOVE DWK-RUN-TIME TO DWT-REG-ACK-TIME
026300     IF DWT-ACK-REJECTED
026400         PERFORM 2200-MARK-REJECTED THRU 2200-EXIT
026500     ELSE
026600         PERFORM 2300-CHECK-BALANCE THRU 2300-EXIT
026700     END-IF
026800     REWRITE DWT-REGISTER-RECORD
026900     IF NOT DWK-REG-OK
027000         MOVE "DWTREG REWRITE FAILED" TO DWK-ABEND-MESSAGE
027100         GO TO 8000-ABEND
027200     END-IF
027300     WRITE DWK-REPORT-LINE FROM DWK-DETAIL-LINE.
027400 2100-EXIT.
027500     EXIT.
027600
027700 2200-MARK-REJECTED.
027800     ADD 1 TO DWK-REJECTED-COUNT
027900     SET DWT-REG-REJECTED TO TRUE
028000     MOVE DWT-ACK-REASON TO DWT-REG-ACK-REASON
028100     MOVE "REJECTED BY WAREHOUSE" TO DWK-DTL-OUTCOME
028200     MOVE DWT-ACK-REASON TO DWK-DTL-TEXT
028300     MOVE SPACES TO DWK-EXC-MESSAGE
028400     STRING "DATA-WAREHOUSE TRANSMISSION " DWT-REG-SEQUENCE
028500         " REJECTED"
028600         DELIMITED BY SIZE INTO DWK-EXC-MESSAGE
028700     MOVE SPACES TO DWK-EXC-CONTEXT
028800     STRING "PROCESS DATE=" DWT-REG-PROCESS-DATE
028900         " RUN ID=" DWT-REG-RUN-ID
029000         " REASON=" DWT-ACK-REASON
029100         DELIMITED BY SIZE INTO DWK-EXC-CONTEXT
029200     PERFORM 8100-LOG-EXCEPTION THRU 8100-EXIT.
029300 2200-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* A LOADED TRANSMISSION IS IN BALANCE ONLY WHEN THE WAREHOUSE
029800* REPORTS THE SAME PROCESSING DATE, RECORD COUNT, PER-PROGRAM
029900* COUNTS AND RESULT HASH TOTALS THAT DWTREG RECORDS AS SENT.
030000* THE FIRST FIELD FOUND DIFFERENT IS THE ONE REPORTED.
030100*****************************************************************
030200 2300-CHECK-BALANCE.
030300     MOVE "N" TO DWK-DIFFER-SW
030400     MOVE SPACES TO DWK-DIFFER-TEXT
030500     IF DWT-ACK-P3-HASH IS NOT EQUAL TO DWT-REG-P3-HASH
030600         MOVE "P3 HASH TOTAL DIFFERS" TO DWK-DIFFER-TEXT
030700         SET DWK-DIFFER TO TRUE
030800     END-IF
030900     IF DWT-ACK-P2-HASH IS NOT EQUAL TO DWT-REG-P2-HASH
031000         MOVE "P2 HASH TOTAL DIFFERS" TO DWK-DIFFER-TEXT
031100         SET DWK-DIFFER TO TRUE
031200     END-IF
031300     IF DWT-ACK-P1-HASH IS NOT EQUAL TO DWT-REG-P1-HASH
031400         MOVE "P1 HASH TOTAL DIFFERS" TO DWK-DIFFER-TEXT
031500         SET DWK-DIFFER TO TRUE
031600     END-IF
031700     IF DWT-ACK-P3-COUNT IS NOT EQUAL TO DWT-REG-P3-COUNT
031800         MOVE "P3 RECORD COUNT DIFFERS" TO DWK-DIFFER-TEXT
031900         SET DWK-DIFFER TO TRUE
032000     END-IF
032100     IF DWT-ACK-P2-COUNT IS NOT EQUAL TO DWT-REG-P2-COUNT
032200         MOVE "P2 RECORD COUNT DIFFERS" TO DWK-DIFFER-TEXT
032300         SET DWK-DIFFER TO TRUE
032400     END-IF
032500     IF DWT-ACK-P1-COUNT IS NOT EQUAL TO DWT-REG-P1-COUNT
032600         MOVE "P1 RECORD COUNT DIFFERS" TO DWK-DIFFER-TEXT
032700         SET DWK-DIFFER TO TRUE
032800     END-IF
032900     IF DWT-ACK-RECORD-COUNT IS NOT EQUAL TO
033000             DWT-REG-RECORD-COUNT
033100         MOVE "TOTAL RECORD COUNT DIFFERS" TO DWK-DIFFER-TEXT
033200         SET DWK-DIFFER TO TRUE
033300     END-IF
033400     IF DWT-ACK-PROCESS-DATE IS NOT EQUAL TO
033500             DWT-REG-PROCESS-DATE
033600         MOVE "PROCESSING DATE DIFFERS" TO DWK-DIFFER-TEXT
033700         SET DWK-DIFFER TO TRUE
033800     END-IF
033900     IF NOT DWK-DIFFER
034000         ADD 1 TO DWK-ACCEPTED-COUNT
034100         SET DWT-REG-ACKNOWLEDGED TO TRUE
034200         MOVE SPACES TO DWT-REG-ACK-REASON
034300         MOVE "ACKNOWLEDGED IN BALANCE" TO DWK-DTL-OUTCOME
034400         GO TO 2300-EXIT
034500     END-IF
034600     ADD 1 TO DWK-BALANCE-COUNT
034700     SET DWT-REG-OUT-OF-BALANCE TO TRUE
034800     MOVE DWK-DIFFER-TEXT TO DWT-REG-ACK-REASON
034900     MOVE "OUT OF BALANCE" TO DWK-DTL-OUTCOME
035000     MOVE DWK-DIFFER-TEXT TO DWK-DTL-TEXT
035100     MOVE SPACES TO DWK-EXC-MESSAGE
035200     STRING "DATA-WAREHOUSE TRANSMISSION " DWT-REG-SEQUENCE
035300         " OUT OF BALANCE"
035400         DELIMITED BY SIZE INTO DWK-EXC-MESSAGE
035500     MOVE SPACES TO DWK-EXC-CONTEXT
035600     STRING "PROCESS DATE=" DWT-REG-PROCESS-DATE
035700         " RUN ID=" DWT-REG-RUN-ID
035800         " " DWK-DIFFER-TEXT
035900         DELIMITED BY SIZE INTO DWK-EXC-CONTEXT
036000     PERFORM 8100-LOG-EXCEPTION THRU 8100-EXIT.
036100 2300-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500* A TRANSMISSION STILL AT 'S' ONCE ITS PROCESSING DATE HAS
036600* PASSED HAS MISSED ITS ACKNOWLEDGMENT.  IT IS LOGGED ONCE AND
036700* MARKED 'U'; ON LATER RUNS IT IS ONLY LISTED AS OUTSTANDING.
036800*****************************************************************
036900 3000-SWEEP-REGISTER.
037000     MOVE ZEROS TO DWT-REG-SEQUENCE
037100     START DWK-REGISTER-FILE KEY IS NOT LESS THAN DWT-REG-KEY
037200     IF DWK-REG-NOT-FOUND
037300         SET DWK-REG-EOF TO TRUE
037400     ELSE
037500         IF NOT DWK-REG-OK
037600             MOVE "DWTREG START FAILED" TO DWK-ABEND-MESSAGE
037700             GO TO 8000-ABEND
037800         END-IF
037900     END-IF
038000     PERFORM 3100-CHECK-TRANSMISSION THRU 3100-EXIT
038100         WITH TEST BEFORE UNTIL DWK-REG-EOF.
038200 3000-EXIT.
038300     EXIT.
038400
038500 3100-CHECK-TRANSMISSION.
038600     READ DWK-REGISTER-FILE NEXT RECORD
038700         AT END
038800             SET DWK-REG-EOF TO TRUE
038900             GO TO 3100-EXIT
039000     END-READ
039100     IF NOT DWK-REG-OK
039200         MOVE "DWTREG READ FAILED" TO DWK-ABEND-MESSAGE
039300         GO TO 8000-ABEND
039400     END-IF
039500     IF NOT DWT-REG-AWAITING
039600         GO TO 3100-EXIT
039700     END-IF
039800     IF DWT-REG-PROCESS-DATE IS NOT LESS THAN DWK-PROCESS-DATE
039900         ADD 1 TO DWK-AWAITING-COUNT
040000         GO TO 3100-EXIT
040100     END-IF
040200     MOVE DWT-REG-SEQUENCE TO DWK-DTL-SEQUENCE
040300     MOVE DWT-REG-PROCESS-DATE TO DWK-DTL-PROC-DATE
040400     MOVE SPACES TO DWK-DTL-TEXT
040500     STRING "SENT " DWT-REG-SENT-DATE " " DWT-REG-SENT-TIME
040600         DELIMITED BY SIZE INTO DWK-DTL-TEXT
040700     IF DWT-REG-UNACKNOWLEDGED
040800         ADD 1 TO DWK-OUTSTAND-COUNT
040900         MOVE "STILL UNACKNOWLEDGED" TO DWK-DTL-OUTCOME
041000         WRITE DWK-REPORT-LINE FROM DWK-DETAIL-LINE
041100         GO TO 3100-EXIT
041200     END-IF
041300     ADD 1 TO DWK-OVERDUE-COUNT
041400     SET DWT-REG-UNACKNOWLEDGED TO TRUE
041500     REWRITE DWT-REGISTER-RECORD
041600     IF NOT DWK-REG-OK
041700         MOVE "DWTREG REWRITE FAILED" TO DWK-ABEND-MESSAGE
041800         GO TO 8000-ABEND
041900     END-IF
042000     MOVE "NOT ACKNOWLEDGED" TO DWK-DTL-OUTCOME
042100     WRITE DWK-REPORT-LINE FROM DWK-DETAIL-LINE
042200     MOVE SPACES TO DWK-EXC-MESSAGE
042300     STRING "DATA-WAREHOUSE TRANSMISSION " DWT-REG-SEQUENCE
042400         " NOT ACKNOWLEDGED"
042500         DELIMITED BY SIZE INTO DWK-EXC-MESSAGE
042600     MOVE SPACES TO DWK-EXC-CONTEXT
042700     STRING "PROCESS DATE=" DWT-REG-PROCESS-DATE
042800         " RUN ID=" DWT-REG-RUN-ID
042900         " SENT=" DWT-REG-SENT-DATE
043000         DELIMITED BY SIZE INTO DWK-EXC-CONTEXT
043100     PERFORM 8100-LOG-EXCEPTION THRU 8100-EXIT.
043200 3100-EXIT.
043300     EXIT.
043400
043500 5000-FINALIZE.
043600     CLOSE DWK-REGISTER-FILE
043700     IF NOT DWK-ACK-MISSING
043800         CLOSE DWK-ACK-FILE
043900     END-IF
044000     WRITE DWK-REPORT-LINE FROM DWK-BLANK-LINE
044100     MOVE "ACKNOWLEDGMENTS READ" TO DWK-CNT-LABEL
044200     MOVE DWK-ACK-READ TO DWK-CNT-VALUE
044300     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
044400     MOVE "ACKNOWLEDGED IN BALANCE" TO DWK-CNT-LABEL
044500     MOVE DWK-ACCEPTED-COUNT TO DWK-CNT-VALUE
044600     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
044700     MOVE "REJECTED" TO DWK-CNT-LABEL
044800     MOVE DWK-REJECTED-COUNT TO DWK-CNT-VALUE
044900     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
045000     MOVE "OUT OF BALANCE" TO DWK-CNT-LABEL
045100     MOVE DWK-BALANCE-COUNT TO DWK-CNT-VALUE
045200     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
045300     MOVE "UNKNOWN SEQUENCE" TO DWK-CNT-LABEL
045400     MOVE DWK-UNKNOWN-COUNT TO DWK-CNT-VALUE
045500     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
045600     MOVE "DUPLICATE ACKNOWLEDGMENTS" TO DWK-CNT-LABEL
045700     MOVE DWK-DUPLICATE-COUNT TO DWK-CNT-VALUE
045800     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
045900     MOVE "NEWLY UNACKNOWLEDGED" TO DWK-CNT-LABEL
046000     MOVE DWK-OVERDUE-COUNT TO DWK-CNT-VALUE
046100     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
046200     MOVE "STILL UNACKNOWLEDGED" TO DWK-CNT-LABEL
046300     MOVE DWK-OUTSTAND-COUNT TO DWK-CNT-VALUE
046400     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
046500     MOVE "AWAITING (NOT YET DUE)" TO DWK-CNT-LABEL
046600     MOVE DWK-AWAITING-COUNT TO DWK-CNT-VALUE
046700     WRITE DWK-REPORT-LINE FROM DWK-COUNT-LINE
046800     CLOSE DWK-REPORT-FILE
046900     DISPLAY "PEDWAK ACKS=" DWK-ACK-READ
047000         " ACCEPTED=" DWK-ACCEPTED-COUNT
047100         " REJECTED=" DWK-REJECTED-COUNT
047200         " OUT-OF-BALANCE=" DWK-BALANCE-COUNT
047300         " UNKNOWN=" DWK-UNKNOWN-COUNT
047400         " UNACKNOWLEDGED=" DWK-OVERDUE-COUNT
047500     IF DWK-REJECTED-COUNT > ZERO OR
047600             DWK-BALANCE-COUNT > ZERO OR
047700             DWK-UNKNOWN-COUNT > ZERO OR
047800             DWK-OVERDUE-COUNT > ZERO
047900         MOVE 8 TO RETURN-CODE
048000         GO TO 5000-EXIT
048100     END-IF
048200     IF DWK-DUPLICATE-COUNT > ZERO OR
048300             DWK-OUTSTAND-COUNT > ZERO
048400         MOVE 4 TO RETURN-CODE
048500     END-IF.
048600 5000-EXIT.
048700     EXIT.
048800
048900 8000-ABEND.
049000     DISPLAY "*** PEDWAK ABEND *** " DWK-ABEND-MESSAGE
049100     MOVE 16 TO RETURN-CODE
049200     GO TO 9999-EXIT.
049300
049400*****************************************************************
049500* EVERY ENTRY IS WRITTEN UNRESOLVED SO PEEXCR CARRIES IT UNTIL
049600* OPERATIONS HAVE WORKED IT UNDER PEEXCW.
049700*****************************************************************
049800 8100-LOG-EXCEPTION.
049900     OPEN EXTEND DWK-EXCEPTION-FILE
050000     IF NOT DWK-EXC-OK
050100         DISPLAY "PEDWAK EXCEPTION LOG UNAVAILABLE, STATUS "
050200             DWK-EXC-STATUS
050300         GO TO 8100-EXIT
050400     END-IF
050500     MOVE DWK-ACTUAL-DATE TO EXC-LOG-RUN-DATE
050600     MOVE DWK-RUN-TIME TO EXC-LOG-RUN-TIME
050700     MOVE "PEDWAK" TO EXC-LOG-PROGRAM-ID
050800     MOVE DWK-EXC-MESSAGE TO EXC-LOG-MESSAGE
050900     MOVE DWK-FILE-STATUSES TO EXC-LOG-FILE-STATUSES
051000     MOVE DWK-EXC-CONTEXT TO EXC-LOG-CONTEXT
051100     MOVE SPACES TO EXC-LOG-RESOLVED-BY
051200     MOVE ZEROS TO EXC-LOG-RESOLVED-DATE
051300     MOVE SPACES TO EXC-LOG-RESOLUTION-NOTE
051400     SET EXC-LOG-UNRESOLVED TO TRUE
051500     WRITE EXC-LOG-RECORD
051600     CLOSE DWK-EXCEPTION-FILE.
051700 8100-EXIT.
051800     EXIT.
051900
052000 9999-EXIT.
052100     STOP RUN.
