000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PEDWTX.
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
001300*                    TRANSMISSION.  RUNS ONCE DLYRPT HAS CLOSED
001400*                    THE PROCESSING DATE ON CYCSTS.  EVERY DLYRPT
001500*                    ANSWER FOR THE DATE IS PAIRED WITH ITS
001600*                    PEHIST ROW FROM THE DATE'S CLOSING RUN, AND
001700*                    ONLY WHEN THE TWO AGREE IS THE FIXED-FORMAT
001800*                    DWTOUT FILE WRITTEN - HEADER WITH THE NEXT
001900*                    TRANSMISSION SEQUENCE NUMBER, TYPED P1/P2/P3
002000*                    DETAILS, TRAILER WITH COUNTS AND RESULT HASH
002100*                    TOTALS - AND REGISTERED ON DWTREG FOR THE
002200*                    PEDWAK ACKNOWLEDGMENT RECONCILIATION.  A
002300*                    REFUSED TRANSMISSION IS LOGGED TO EXCLOG AND
002400*                    ENDS THE STEP WITH CONDITION CODE 8.
002410* 10/15/2026  TB    P3 ROWS PAIR ON THE TARGET PART OF THE
002420*                    PEHIST PARAMETERS, SO CHAINED TARGETS MATCH.
002430* 10/15/2026  TB    A P1 PEHIST ROW WITH NO DLYRPT P1 ANSWER NOW
002440*                    REFUSES THE TRANSMISSION.
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DWX-PROCESS-DATE-FILE ASSIGN TO "PRCDTE"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS DWX-PRC-STATUS.
003300
003400     SELECT DWX-CYCLE-FILE ASSIGN TO "CYCSTS"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CYC-STS-KEY
003800         FILE STATUS IS DWX-CYC-STATUS.
003900
004000     SELECT DWX-DAILY-FILE ASSIGN TO "DLYRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS DWX-DLY-STATUS.
004300
004400     SELECT DWX-HISTORY-FILE ASSIGN TO "PEHIST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PEH-HIST-KEY
004800         FILE STATUS IS DWX-HIST-STATUS.
004900
005000     SELECT DWX-REGISTER-FILE ASSIGN TO "DWTREG"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DWT-REG-KEY
005400         FILE STATUS IS DWX-REG-STATUS.
005500
005600     SELECT DWX-TRANSMIT-FILE ASSIGN TO "DWTOUT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS DWX-OUT-STATUS.
005900
006000     SELECT DWX-EXCEPTION-FILE ASSIGN TO "EXCLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS DWX-EXC-STATUS.
006300
006400     SELECT DWX-REPORT-FILE ASSIGN TO "DWXRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS DWX-RPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  DWX-PROCESS-DATE-FILE
007100     RECORDING MODE IS F.
007200 COPY PRCDTE.
007300
007400 FD  DWX-CYCLE-FILE.
007500 COPY CYCSTS.
007600
007700 FD  DWX-DAILY-FILE
007800     RECORDING MODE IS F.
007900 COPY DLYRPT.
008000
008100 FD  DWX-HISTORY-FILE.
008200 COPY PEHIST.
008300
008400 FD  DWX-REGISTER-FILE.
008500 COPY DWTREG.
008600
008700 FD  DWX-TRANSMIT-FILE
008800     RECORDING MODE IS F.
008900 COPY DWTREC.
009000
009100 FD  DWX-EXCEPTION-FILE
009200     RECORDING MODE IS F.
009300 COPY EXCLOG.
009400
009500 FD  DWX-REPORT-FILE
009600     RECORDING MODE IS F.
009700 01  DWX-REPORT-LINE             PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000 01  DWX-SWITCHES.
010100     05  DWX-DLY-EOF-SW      PIC X(01) VALUE "N".
010200         88  DWX-DLY-EOF            VALUE "Y".
010300     05  DWX-HIST-EOF-SW     PIC X(01) VALUE "N".
010400         88  DWX-HIST-EOF           VALUE "Y".
010500     05  DWX-REG-EOF-SW      PIC X(01) VALUE "N".
010600         88  DWX-REG-EOF            VALUE "Y".
010700     05  DWX-MATCHED-SW      PIC X(01) VALUE "N".
010800         88  DWX-MATCHED            VALUE "Y".
010900     05  DWX-REFUSED-SW      PIC X(01) VALUE "N".
011000         88  DWX-REFUSED            VALUE "Y".
011100     05  DWX-P1-DAILY-SW     PIC X(01) VALUE "N".
011200         88  DWX-P1-ON-DAILY        VALUE "Y".
011300     05  DWX-P1-HIST-SW      PIC X(01) VALUE "N".
011400         88  DWX-P1-ON-HISTORY      VALUE "Y".
011500
011600 01  DWX-FILE-STATUSES.
011700     05  DWX-PRC-STATUS      PIC X(02) VALUE "00".
011800         88  DWX-PRC-OK             VALUE "00".
011900     05  DWX-CYC-STATUS      PIC X(02) VALUE "00".
012000         88  DWX-CYC-OK             VALUE "00".
012100         88  DWX-CYC-NOT-FOUND      VALUE "23".
012200     05  DWX-DLY-STATUS      PIC X(02) VALUE "00".
012300         88  DWX-DLY-OK             VALUE "00".
012400     05  DWX-HIST-STATUS     PIC X(02) VALUE "00".
012500         88  DWX-HIST-OK            VALUE "00".
012600         88  DWX-HIST-NOT-FOUND     VALUE "23".
012700     05  DWX-REG-STATUS      PIC X(02) VALUE "00".
012800         88  DWX-REG-OK             VALUE "00".
012900         88  DWX-REG-NOT-FOUND      VALUE "23".
013000         88  DWX-REG-MISSING        VALUE "35".
013100     05  DWX-OUT-STATUS      PIC X(02) VALUE "00".
013200         88  DWX-OUT-OK             VALUE "00".
013300     05  DWX-RPT-STATUS      PIC X(02) VALUE "00".
013400         88  DWX-RPT-OK             VALUE "00".
013500
013600 01  DWX-EXC-STATUS          PIC X(02) VALUE "00".
013700     88  DWX-EXC-OK                 VALUE "00".
013800
013900 01  DWX-ABEND-MESSAGE       PIC X(60).
014000
014100 01  DWX-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
014200 01  DWX-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
014300 01  DWX-RUN-TIME            PIC 9(06) VALUE ZEROS.
014400 01  DWX-RUN-ID              PIC 9(09) VALUE ZEROS.
014500 01  DWX-PARM-VERSION        PIC 9(05) VALUE ZEROS.
014600 01  DWX-SEQUENCE            PIC 9(07) VALUE ZEROS.
014700 01  DWX-SENT-SEQUENCE       PIC 9(07) VALUE ZEROS.
014800
014900*****************************************************************
015000* THE DAY'S ANSWERS AS DLYRPT CONSOLIDATED THEM.  EVERY TYPE-2
015100* AND TYPE-3 ROW CARRIES THE SAME P1 RESULT; EACH P2 THRESHOLD
015200* AND P3 TARGET IS PAIRED WITH ITS PEHIST ROW, WHICH SUPPLIES
015300* THE PARAMETER STRING AND THE CACHE/COMPUTED SOURCE FLAG.
015400*****************************************************************
015500 01  DWX-P1-ANSWER.
015600     05  DWX-P1-DAILY-RESULT PIC 9(18) VALUE ZEROS.
015700     05  DWX-P1-RESULT       PIC 9(18) VALUE ZEROS.
015800     05  DWX-P1-SOURCE       PIC X(01) VALUE SPACES.
015900     05  DWX-P1-PARAMETERS   PIC X(60) VALUE SPACES.
016000
016100 01  DWX-P2-TABLE.
016200     05  DWX-P2-COUNT        PIC 9(03) COMP VALUE ZERO.
016300     05  DWX-P2-ENTRY OCCURS 200 TIMES.
016400         10  DWX-P2-THRESHOLD    PIC 9(18).
016500         10  DWX-P2-RESULT       PIC 9(18).
016600         10  DWX-P2-SOURCE       PIC X(01).
016700         10  DWX-P2-PARAMETERS   PIC X(60).
016800         10  DWX-P2-MATCHED-SW   PIC X(01).
016900             88  DWX-P2-MATCHED      VALUE "Y".
017000
017100 01  DWX-P3-TABLE.
017200     05  DWX-P3-COUNT        PIC 9(03) COMP VALUE ZERO.
017300     05  DWX-P3-ENTRY OCCURS 200 TIMES.
017400         10  DWX-P3-TARGET       PIC 9(18).
017500         10  DWX-P3-RESULT       PIC 9(18).
017600         10  DWX-P3-SOURCE       PIC X(01).
017700         10  DWX-P3-PARAMETERS   PIC X(60).
017800         10  DWX-P3-MATCHED-SW   PIC X(01).
017900             88  DWX-P3-MATCHED      VALUE "Y".
018000
018100 01  DWX-P2-LIMIT            PIC 9(03) COMP VALUE 200.
018200 01  DWX-P3-LIMIT            PIC 9(03) COMP VALUE 200.
018300 01  DWX-IDX                 PIC 9(03) COMP VALUE ZERO.
018400 01  DWX-FOUND-IDX           PIC 9(03) COMP VALUE ZERO.
018500
018600*****************************************************************
018700* THE P2 AND P3 HISTORY ROWS ARE PAIRED WITH THEIR DLYRPT ROWS
018800* BY REBUILDING THE PARAMETER STRING FROM EACH TABLE ENTRY, AS
018900* PEVRFY DOES.
019000*****************************************************************
019100 01  DWX-PARM-WORK           PIC X(60) VALUE SPACES.
019200
019300 01  DWX-COUNTS.
019400     05  DWX-DLY-READ        PIC 9(07) VALUE ZEROS.
019500     05  DWX-HIST-READ       PIC 9(07) VALUE ZEROS.
019600     05  DWX-NO-HIST-COUNT   PIC 9(05) VALUE ZEROS.
019700     05  DWX-NO-DAILY-COUNT  PIC 9(05) VALUE ZEROS.
019800     05  DWX-DIFFER-COUNT    PIC 9(05) VALUE ZEROS.
019900     05  DWX-RECORD-COUNT    PIC 9(09) VALUE ZEROS.
020000     05  DWX-P1-COUNT        PIC 9(07) VALUE ZEROS.
020100     05  DWX-P2-SENT         PIC 9(07) VALUE ZEROS.
020200     05  DWX-P3-SENT         PIC 9(07) VALUE ZEROS.
020300
020400*****************************************************************
020500* RESULT HASH TOTALS - THE SUM OF THE RESULTS SENT PER PROGRAM,
020600* WRAPPED AT 10**18 SO A LARGE DAY CANNOT OVERFLOW THE FIELD.
020700*****************************************************************
020800 01  DWX-HASH-TOTALS.
020900     05  DWX-P1-HASH         PIC 9(18) VALUE ZEROS.
021000     05  DWX-P2-HASH         PIC 9(18) VALUE ZEROS.
021100     05  DWX-P3-HASH         PIC 9(18) VALUE ZEROS.
021200
021300 01  DWX-HASH-CEILING        PIC 9(18) VALUE
021400         999999999999999999.
021500 01  DWX-ACC-RESULT          PIC 9(18) VALUE ZEROS.
021600 01  DWX-ACC-HASH            PIC 9(18) VALUE ZEROS.
021700 01  DWX-ACC-HEADROOM        PIC 9(18) VALUE ZEROS.
021800
021900 01  DWX-HEADING-1.
022000     05  FILLER              PIC X(42) VALUE
022100         "PEDWTX - DATA-WAREHOUSE TRANSMISSION".
022200     05  FILLER              PIC X(16) VALUE "PROCESSING DATE ".
022300     05  DWX-HDG-DATE        PIC 9(08).
022400     05  FILLER              PIC X(66) VALUE SPACES.
022500
022600 01  DWX-PROBLEM-LINE.
022700     05  DWX-PRB-PROGRAM-ID  PIC X(08).
022800     05  FILLER              PIC X(02) VALUE SPACES.
022900     05  DWX-PRB-KEY         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
023000     05  FILLER              PIC X(02) VALUE SPACES.
023100     05  DWX-PRB-TEXT        PIC X(50).
023200     05  FILLER              PIC X(47) VALUE SPACES.
023300
023400 01  DWX-SEQUENCE-LINE.
023500     05  FILLER              PIC X(22) VALUE
023600         "TRANSMISSION SEQUENCE=".
023700     05  DWX-SEQ-SEQUENCE    PIC 9(07).
023800     05  FILLER              PIC X(09) VALUE "  RUN ID=".
023900     05  DWX-SEQ-RUN-ID      PIC 9(09).
024000     05  FILLER              PIC X(15) VALUE "  PARM VERSION=".
024100     05  DWX-SEQ-VERSION     PIC 9(05).
024200     05  FILLER              PIC X(65) VALUE SPACES.
024300
024400 01  DWX-COUNT-LINE.
024500     05  DWX-CNT-LABEL       PIC X(20).
024600     05  DWX-CNT-VALUE       PIC Z,ZZZ,ZZ9.
024700     05  FILLER              PIC X(14) VALUE "  RESULT HASH=".
024800     05  DWX-CNT-HASH        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
024900     05  FILLER              PIC X(65) VALUE SPACES.
025000
025100 01  DWX-TOTAL-LINE.
025200     05  FILLER              PIC X(16) VALUE "RECORDS WRITTEN=".
025300     05  DWX-TOT-RECORDS     PIC ZZZ,ZZZ,ZZ9.
025400     05  FILLER              PIC X(105) VALUE SPACES.
025500
025600 01  DWX-REFUSAL-LINE.
025700     05  FILLER              PIC X(27) VALUE
025800         "*** TRANSMISSION REFUSED - ".
025900     05  DWX-RFS-TEXT        PIC X(60).
026000     05  FILLER              PIC X(45) VALUE SPACES.
026100
026200 01  DWX-BLANK-LINE          PIC X(132) VALUE SPACES.
026300
026400 PROCEDURE DIVISION.
026500
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026800     PERFORM 2000-LOAD-DAILY THRU 2000-EXIT
026900     PERFORM 3000-MATCH-HISTORY THRU 3000-EXIT
027000     PERFORM 4000-CHECK-AGREEMENT THRU 4000-EXIT
027100     PERFORM 4500-SCAN-REGISTER THRU 4500-EXIT
027200     IF NOT DWX-REFUSED
027300         PERFORM 5000-TRANSMIT THRU 5000-EXIT
027400     END-IF
027500     PERFORM 6000-FINALIZE THRU 6000-EXIT
027600     GO TO 9999-EXIT.
027700
027800 1000-INITIALIZE.
027900     ACCEPT DWX-ACTUAL-DATE FROM DATE YYYYMMDD
028000     ACCEPT DWX-RUN-TIME FROM TIME
028100     OPEN INPUT DWX-PROCESS-DATE-FILE
028200     IF NOT DWX-PRC-OK
028300         MOVE "PRCDTE OPEN FAILED" TO DWX-ABEND-MESSAGE
028400         GO TO 8000-ABEND
028500     END-IF
028600     READ DWX-PROCESS-DATE-FILE
028700         AT END
028800             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
028900                 DWX-ABEND-MESSAGE
029000             GO TO 8000-ABEND
029100     END-READ
029200     IF PRC-PROCESS-DATE IS NOT NUMERIC
029300         MOVE "PRCDTE PROCESSING DATE IS NOT NUMERIC" TO
029400             DWX-ABEND-MESSAGE
029500         GO TO 8000-ABEND
029600     END-IF
029700     MOVE PRC-PROCESS-DATE TO DWX-PROCESS-DATE
029800     CLOSE DWX-PROCESS-DATE-FILE
029900     PERFORM 1100-CHECK-CYCLE-STATUS THRU 1100-EXIT
030000     OPEN INPUT DWX-DAILY-FILE
030100     IF NOT DWX-DLY-OK
030200         MOVE "DLYRPT OPEN FAILED" TO DWX-ABEND-MESSAGE
030300         GO TO 8000-ABEND
030400     END-IF
030500     OPEN INPUT DWX-HISTORY-FILE
030600     IF NOT DWX-HIST-OK
030700         MOVE "PEHIST OPEN FAILED" TO DWX-ABEND-MESSAGE
030800         GO TO 8000-ABEND
030900     END-IF
031000     OPEN I-O DWX-REGISTER-FILE
031100     IF DWX-REG-MISSING
031200         OPEN OUTPUT DWX-REGISTER-FILE
031300         CLOSE DWX-REGISTER-FILE
031400         OPEN I-O DWX-REGISTER-FILE
031500     END-IF
031600     IF NOT DWX-REG-OK
031700         MOVE "DWTREG OPEN FAILED" TO DWX-ABEND-MESSAGE
031800         GO TO 8000-ABEND
031900     END-IF
032000     OPEN OUTPUT DWX-REPORT-FILE
032100     IF NOT DWX-RPT-OK
032200         MOVE "DWXRPT OPEN FAILED" TO DWX-ABEND-MESSAGE
032300         GO TO 8000-ABEND
032400     END-IF
032500     MOVE DWX-PROCESS-DATE TO DWX-HDG-DATE
032600     WRITE DWX-REPORT-LINE FROM DWX-HEADING-1
032700     WRITE DWX-REPORT-LINE FROM DWX-BLANK-LINE.
032800 1000-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200* THE CYCSTS ROW FOR THE PROCESSING DATE MUST SHOW THE CYCLE
033300* CLOSED BY DLYRPT.  ITS LAST RUN ID IDENTIFIES THE RUN WHOSE
033400* PEHIST ROWS STAND BEHIND THE DAY'S DLYRPT ANSWERS.
033500*****************************************************************
033600 1100-CHECK-CYCLE-STATUS.
033700     OPEN INPUT DWX-CYCLE-FILE
033800     IF NOT DWX-CYC-OK
033900         MOVE "CYCSTS OPEN FAILED" TO DWX-ABEND-MESSAGE
034000         GO TO 8000-ABEND
034100     END-IF
034200     MOVE DWX-PROCESS-DATE TO CYC-STS-PROCESS-DATE
034300     READ DWX-CYCLE-FILE
034400     IF DWX-CYC-NOT-FOUND
034500         MOVE "CYCSTS HAS NO STATUS FOR PROCESSING DATE" TO
034600             DWX-ABEND-MESSAGE
034700         GO TO 8000-ABEND
034800     END-IF
034900     IF NOT DWX-CYC-OK
035000         MOVE "CYCSTS READ FAILED" TO DWX-ABEND-MESSAGE
035100         GO TO 8000-ABEND
035200     END-IF
035300     IF NOT CYC-STS-DLYRPT-DONE
035400         MOVE "DLYRPT HAS NOT CLOSED THE PROCESSING DATE" TO
035500             DWX-ABEND-MESSAGE
035600         GO TO 8000-ABEND
035700     END-IF
035800     MOVE CYC-STS-LAST-RUN-ID TO DWX-RUN-ID
035900     CLOSE DWX-CYCLE-FILE.
036000 1100-EXIT.
036100     EXIT.
036200
036300 2000-LOAD-DAILY.
036400     PERFORM 2100-READ-DAILY THRU 2100-EXIT
036500         WITH TEST BEFORE UNTIL DWX-DLY-EOF.
036600 2000-EXIT.
036700     EXIT.
036800
036900 2100-READ-DAILY.
037000     READ DWX-DAILY-FILE
037100         AT END
037200             SET DWX-DLY-EOF TO TRUE
037300             GO TO 2100-EXIT
037400     END-READ
037500     IF DLY-RPT-RUN-DATE IS NOT EQUAL TO DWX-PROCESS-DATE
037600         GO TO 2100-EXIT
037700     END-IF
037800     ADD 1 TO DWX-DLY-READ
037900     IF NOT DWX-P1-ON-DAILY
038000         MOVE DLY-RPT-P1-RESULT TO DWX-P1-DAILY-RESULT
038100         SET DWX-P1-ON-DAILY TO TRUE
038200     END-IF
038300     IF DLY-RPT-P2-ROW
038400         IF DWX-P2-COUNT IS NOT LESS THAN DWX-P2-LIMIT
038500             MOVE "DLYRPT P2 ROWS EXCEED THE 200-ENTRY TABLE" TO
038600                 DWX-ABEND-MESSAGE
038700             GO TO 8000-ABEND
038800         END-IF
038900         ADD 1 TO DWX-P2-COUNT
039000         MOVE DLY-RPT-P2-THRESHOLD TO
039100             DWX-P2-THRESHOLD (DWX-P2-COUNT)
039200         MOVE DLY-RPT-P2-RESULT TO DWX-P2-RESULT (DWX-P2-COUNT)
039300         MOVE SPACES TO DWX-P2-SOURCE (DWX-P2-COUNT)
039400         MOVE SPACES TO DWX-P2-PARAMETERS (DWX-P2-COUNT)
039500         MOVE "N" TO DWX-P2-MATCHED-SW (DWX-P2-COUNT)
039600     END-IF
039700     IF DLY-RPT-P3-ROW
039800         IF DWX-P3-COUNT IS NOT LESS THAN DWX-P3-LIMIT
039900             MOVE "DLYRPT P3 ROWS EXCEED THE 200-ENTRY TABLE" TO
040000                 DWX-ABEND-MESSAGE
040100             GO TO 8000-ABEND
040200         END-IF
040300         ADD 1 TO DWX-P3-COUNT
040400         MOVE DLY-RPT-P3-TARGET TO DWX-P3-TARGET (DWX-P3-COUNT)
040500         MOVE DLY-RPT-P3-RESULT TO DWX-P3-RESULT (DWX-P3-COUNT)
040600         MOVE SPACES TO DWX-P3-SOURCE (DWX-P3-COUNT)
040700         MOVE SPACES TO DWX-P3-PARAMETERS (DWX-P3-COUNT)
040800         MOVE "N" TO DWX-P3-MATCHED-SW (DWX-P3-COUNT)
040900     END-IF.
041000 2100-EXIT.
041100     EXIT.
041200
041300 3000-MATCH-HISTORY.
041400     MOVE DWX-PROCESS-DATE TO PEH-HIST-RUN-DATE
041500     MOVE LOW-VALUES TO PEH-HIST-PROGRAM-ID
041600     MOVE ZEROS TO PEH-HIST-DISCRIMINATOR
041700     START DWX-HISTORY-FILE KEY IS NOT LESS THAN PEH-HIST-KEY
041800     IF DWX-HIST-NOT-FOUND
041900         SET DWX-HIST-EOF TO TRUE
042000     ELSE
042100         IF NOT DWX-HIST-OK
042200             MOVE "PEHIST START FAILED" TO DWX-ABEND-MESSAGE
042300             GO TO 8000-ABEND
042400         END-IF
042500     END-IF
042600     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
042700         WITH TEST BEFORE UNTIL DWX-HIST-EOF.
042800 3000-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200* ONLY THE ROWS OF THE RUN THAT CLOSED THE DATE ARE CONSIDERED -
043300* AN EARLIER, SUPERSEDED PASS OVER THE SAME DATE IS NOT WHAT
043400* DLYRPT REPORTED.
043500*****************************************************************
043600 3100-READ-HISTORY.
043700     READ DWX-HISTORY-FILE NEXT RECORD
043800         AT END
043900             SET DWX-HIST-EOF TO TRUE
044000             GO TO 3100-EXIT
044100     END-READ
044200     IF PEH-HIST-RUN-DATE IS NOT EQUAL TO DWX-PROCESS-DATE
044300         SET DWX-HIST-EOF TO TRUE
044400         GO TO 3100-EXIT
044500     END-IF
044600     IF PEH-HIST-RUN-ID IS NOT EQUAL TO DWX-RUN-ID
044700         GO TO 3100-EXIT
044800     END-IF
044900     ADD 1 TO DWX-HIST-READ
045000     IF DWX-PARM-VERSION IS EQUAL TO ZERO
045100         MOVE PEH-HIST-PARM-VERSION TO DWX-PARM-VERSION
045200     END-IF
045300     IF PEH-HIST-PROGRAM-ID IS EQUAL TO "P1"
045400         PERFORM 3200-MATCH-P1-ROW THRU 3200-EXIT
045500     ELSE
045600         IF PEH-HIST-PROGRAM-ID IS EQUAL TO "P2"
045700             PERFORM 3300-MATCH-P2-ROW THRU 3300-EXIT
045800         ELSE
045900             IF PEH-HIST-PROGRAM-ID IS EQUAL TO "P3"
046000                 PERFORM 3400-MATCH-P3-ROW THRU 3400-EXIT
046100             END-IF
046200         END-IF
046300     END-IF.
046400 3100-EXIT.
046500     EXIT.
046600
046700 3200-MATCH-P1-ROW.
046800     IF DWX-P1-ON-HISTORY
046900         MOVE ZEROS TO DWX-PRB-KEY
047000         MOVE "MORE THAN ONE P1 HISTORY ROW FOR THE RUN" TO
047100             DWX-PRB-TEXT
047200         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
047300         ADD 1 TO DWX-NO-DAILY-COUNT
047400         GO TO 3200-EXIT
047500     END-IF
047600     SET DWX-P1-ON-HISTORY TO TRUE
047700     MOVE PEH-HIST-RESULT TO DWX-P1-RESULT
047800     MOVE PEH-HIST-SOURCE-FLAG TO DWX-P1-SOURCE
047900     MOVE PEH-HIST-PARAMETERS TO DWX-P1-PARAMETERS.
048000 3200-EXIT.
048100     EXIT.
048200
048300 3300-MATCH-P2-ROW.
048400     MOVE "N" TO DWX-MATCHED-SW
048500     MOVE ZERO TO DWX-FOUND-IDX
048600     PERFORM 3350-SCAN-P2-ENTRY THRU 3350-EXIT
048700         VARYING DWX-IDX FROM 1 BY 1
048800         UNTIL DWX-IDX > DWX-P2-COUNT OR DWX-MATCHED
048900     IF NOT DWX-MATCHED
049000         MOVE ZEROS TO DWX-PRB-KEY
049100         MOVE "HISTORY ROW NOT ON DLYRPT - " TO DWX-PRB-TEXT
049200         MOVE PEH-HIST-PARAMETERS TO DWX-PRB-TEXT (29:22)
049300         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
049400         ADD 1 TO DWX-NO-DAILY-COUNT
049500         GO TO 3300-EXIT
049600     END-IF
049700     MOVE "Y" TO DWX-P2-MATCHED-SW (DWX-FOUND-IDX)
049800     MOVE PEH-HIST-SOURCE-FLAG TO DWX-P2-SOURCE (DWX-FOUND-IDX)
049900     MOVE PEH-HIST-PARAMETERS TO
050000         DWX-P2-PARAMETERS (DWX-FOUND-IDX)
050100     IF DWX-P2-RESULT (DWX-FOUND-IDX) IS NOT EQUAL TO
050200             PEH-HIST-RESULT
050300         MOVE DWX-P2-THRESHOLD (DWX-FOUND-IDX) TO DWX-PRB-KEY
050400         MOVE "DLYRPT AND PEHIST RESULTS DIFFER" TO
050500             DWX-PRB-TEXT
050600         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
050700         ADD 1 TO DWX-DIFFER-COUNT
050800     END-IF.
050900 3300-EXIT.
051000     EXIT.
051100
051200 3350-SCAN-P2-ENTRY.
051300     MOVE SPACES TO DWX-PARM-WORK
051400     STRING "THRESHOLD=" DWX-P2-THRESHOLD (DWX-IDX)
051500         DELIMITED BY SIZE INTO DWX-PARM-WORK
051600     IF NOT DWX-P2-MATCHED (DWX-IDX) AND
051700             DWX-PARM-WORK IS EQUAL TO PEH-HIST-PARAMETERS
051800         MOVE DWX-IDX TO DWX-FOUND-IDX
051900         SET DWX-MATCHED TO TRUE
052000     END-IF.
052100 3350-EXIT.
052200     EXIT.
052300
052400 3400-MATCH-P3-ROW.
052500     MOVE "N" TO DWX-MATCHED-SW
052600     MOVE ZERO TO DWX-FOUND-IDX
052700     PERFORM 3450-SCAN-P3-ENTRY THRU 3450-EXIT
052800         VARYING DWX-IDX FROM 1 BY 1
052900         UNTIL DWX-IDX > DWX-P3-COUNT OR DWX-MATCHED
053000     IF NOT DWX-MATCHED
053100         MOVE ZEROS TO DWX-PRB-KEY
053200         MOVE "HISTORY ROW NOT ON DLYRPT - " TO DWX-PRB-TEXT
053300         MOVE PEH-HIST-PARAMETERS TO DWX-PRB-TEXT (29:22)
053400         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
053500         ADD 1 TO DWX-NO-DAILY-COUNT
053600         GO TO 3400-EXIT
053700     END-IF
053800     MOVE "Y" TO DWX-P3-MATCHED-SW (DWX-FOUND-IDX)
053900     MOVE PEH-HIST-SOURCE-FLAG TO DWX-P3-SOURCE (DWX-FOUND-IDX)
054000     MOVE PEH-HIST-PARAMETERS TO
054100         DWX-P3-PARAMETERS (DWX-FOUND-IDX)
054200     IF DWX-P3-RESULT (DWX-FOUND-IDX) IS NOT EQUAL TO
054300             PEH-HIST-RESULT
054400         MOVE DWX-P3-TARGET (DWX-FOUND-IDX) TO DWX-PRB-KEY
054500         MOVE "DLYRPT AND PEHIST RESULTS DIFFER" TO
054600             DWX-PRB-TEXT
054700         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
054800         ADD 1 TO DWX-DIFFER-COUNT
054900     END-IF.
055000 3400-EXIT.
055100     EXIT.
055200
055300 3450-SCAN-P3-ENTRY.
055310* DLYRPT CARRIES ONLY THE TARGET NUMBER, SO A P3 ROW IS PAIRED
055320* ON THE "TARGET=N" PART OF THE PEHIST PARAMETERS.  A CHAINED
055330* TARGET CARRIES ITS SOURCE AFTER POSITION 25.
055400     MOVE SPACES TO DWX-PARM-WORK
055500     STRING "TARGET=" DWX-P3-TARGET (DWX-IDX)
055600         DELIMITED BY SIZE INTO DWX-PARM-WORK
055700     IF NOT DWX-P3-MATCHED (DWX-IDX) AND
055800             DWX-PARM-WORK (1:25) IS EQUAL TO
055810                 PEH-HIST-PARAMETERS (1:25)
055900         MOVE DWX-IDX TO DWX-FOUND-IDX
056000         SET DWX-MATCHED TO TRUE
056100     END-IF.
056200 3450-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600* THE FEED IS ONLY RELEASED WHEN EVERY DLYRPT ANSWER HAS ITS
056700* PEHIST ROW, EVERY PEHIST ROW OF THE RUN IS ON DLYRPT, AND THE
056800* RESULTS AGREE - THE WAREHOUSE MUST NEVER LOAD A NUMBER THE
056900* AUDIT HISTORY CANNOT STAND BEHIND.
057000*****************************************************************
057100 4000-CHECK-AGREEMENT.
057200     IF NOT DWX-P1-ON-HISTORY
057300         MOVE "P1" TO DWX-PRB-PROGRAM-ID
057400         MOVE ZEROS TO DWX-PRB-KEY
057500         MOVE "NO P1 HISTORY ROW FOR THE RUN" TO DWX-PRB-TEXT
057600         WRITE DWX-REPORT-LINE FROM DWX-PROBLEM-LINE
057700         ADD 1 TO DWX-NO-HIST-COUNT
057800     ELSE
057900         IF DWX-P1-ON-DAILY AND
058000                 DWX-P1-DAILY-RESULT IS NOT EQUAL TO
058100                 DWX-P1-RESULT
058200             MOVE "P1" TO DWX-PRB-PROGRAM-ID
058300             MOVE ZEROS TO DWX-PRB-KEY
058400             MOVE "DLYRPT AND PEHIST P1 RESULTS DIFFER" TO
058500                 DWX-PRB-TEXT
058600             WRITE DWX-REPORT-LINE FROM DWX-PROBLEM-LINE
058700             ADD 1 TO DWX-DIFFER-COUNT
058800         END-IF
058810         IF NOT DWX-P1-ON-DAILY
058820             MOVE "P1" TO DWX-PRB-PROGRAM-ID
058830             MOVE ZEROS TO DWX-PRB-KEY
058840             MOVE "P1 HISTORY ROW NOT ON DLYRPT" TO DWX-PRB-TEXT
058850             WRITE DWX-REPORT-LINE FROM DWX-PROBLEM-LINE
058860             ADD 1 TO DWX-NO-DAILY-COUNT
058870         END-IF
058900     END-IF
059000     PERFORM 4100-CHECK-P2-ENTRY THRU 4100-EXIT
059100         VARYING DWX-IDX FROM 1 BY 1
059200         UNTIL DWX-IDX > DWX-P2-COUNT
059300     PERFORM 4200-CHECK-P3-ENTRY THRU 4200-EXIT
059400         VARYING DWX-IDX FROM 1 BY 1
059500         UNTIL DWX-IDX > DWX-P3-COUNT
059600     IF DWX-NO-HIST-COUNT > ZERO OR
059700             DWX-NO-DAILY-COUNT > ZERO OR
059800             DWX-DIFFER-COUNT > ZERO
059900         MOVE "DLYRPT AND PEHIST DO NOT AGREE" TO DWX-RFS-TEXT
060000         PERFORM 7100-REFUSE THRU 7100-EXIT
060100     END-IF.
060200 4000-EXIT.
060300     EXIT.
060400
060500 4100-CHECK-P2-ENTRY.
060600     IF NOT DWX-P2-MATCHED (DWX-IDX)
060700         MOVE "P2" TO DWX-PRB-PROGRAM-ID
060800         MOVE DWX-P2-THRESHOLD (DWX-IDX) TO DWX-PRB-KEY
060900         MOVE "DLYRPT ANSWER HAS NO PEHIST ROW FOR THE RUN" TO
061000             DWX-PRB-TEXT
061100         WRITE DWX-REPORT-LINE FROM DWX-PROBLEM-LINE
061200         ADD 1 TO DWX-NO-HIST-COUNT
061300     END-IF.
061400 4100-EXIT.
061500     EXIT.
061600
061700 4200-CHECK-P3-ENTRY.
061800     IF NOT DWX-P3-MATCHED (DWX-IDX)
061900         MOVE "P3" TO DWX-PRB-PROGRAM-ID
062000         MOVE DWX-P3-TARGET (DWX-IDX) TO DWX-PRB-KEY
062100         MOVE "DLYRPT ANSWER HAS NO PEHIST ROW FOR THE RUN" TO
062200             DWX-PRB-TEXT
062300         WRITE DWX-REPORT-LINE FROM DWX-PROBLEM-LINE
062400         ADD 1 TO DWX-NO-HIST-COUNT
062500     END-IF.
062600 4200-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000* THE NEXT SEQUENCE NUMBER IS ONE ABOVE THE HIGHEST ON THE
063100* REGISTER.  A PROCESSING DATE ALREADY SENT IS NOT SENT AGAIN
063200* UNLESS THE WAREHOUSE REJECTED EVERY EARLIER TRANSMISSION.
063300*****************************************************************
063400 4500-SCAN-REGISTER.
063500     MOVE ZEROS TO DWT-REG-SEQUENCE
063600     START DWX-REGISTER-FILE KEY IS NOT LESS THAN DWT-REG-KEY
063700     IF DWX-REG-NOT-FOUND
063800         SET DWX-REG-EOF TO TRUE
063900     ELSE
064000         IF NOT DWX-REG-OK
064100             MOVE "DWTREG START FAILED" TO DWX-ABEND-MESSAGE
064200             GO TO 8000-ABEND
064300         END-IF
064400     END-IF
064500     PERFORM 4550-READ-REGISTER THRU 4550-EXIT
064600         WITH TEST BEFORE UNTIL DWX-REG-EOF
064700     ADD 1 TO DWX-SEQUENCE
064800     IF DWX-SENT-SEQUENCE > ZERO
064900         MOVE SPACES TO DWX-RFS-TEXT
065000         STRING "DATE ALREADY TRANSMITTED AS SEQUENCE "
065100             DWX-SENT-SEQUENCE
065200             DELIMITED BY SIZE INTO DWX-RFS-TEXT
065300         PERFORM 7100-REFUSE THRU 7100-EXIT
065400     END-IF.
065500 4500-EXIT.
065600     EXIT.
065700
065800 4550-READ-REGISTER.
065900     READ DWX-REGISTER-FILE NEXT RECORD
066000         AT END
066100             SET DWX-REG-EOF TO TRUE
066200             GO TO 4550-EXIT
066300     END-READ
066400     IF NOT DWX-REG-OK
066500         MOVE "DWTREG READ FAILED" TO DWX-ABEND-MESSAGE
066600         GO TO 8000-ABEND
066700     END-IF
066800     MOVE DWT-REG-SEQUENCE TO DWX-SEQUENCE
066900     IF DWT-REG-PROCESS-DATE IS EQUAL TO DWX-PROCESS-DATE AND
067000             NOT DWT-REG-REJECTED
067100         MOVE DWT-REG-SEQUENCE TO DWX-SENT-SEQUENCE
067200     END-IF.
067300 4550-EXIT.
067400     EXIT.
067500
067600 5000-TRANSMIT.
067700     OPEN OUTPUT DWX-TRANSMIT-FILE
067800     IF NOT DWX-OUT-OK
067900         MOVE "DWTOUT OPEN FAILED" TO DWX-ABEND-MESSAGE
068000         GO TO 8000-ABEND
068100     END-IF
068200     MOVE SPACES TO DWT-TRANSMISSION-RECORD
068300     SET DWT-REC-HEADER TO TRUE
068400     MOVE DWX-SEQUENCE TO DWT-REC-SEQUENCE
068500     MOVE DWX-PROCESS-DATE TO DWT-REC-PROCESS-DATE
068600     MOVE "EULER" TO DWT-HDR-SYSTEM-ID
068700     MOVE DWX-ACTUAL-DATE TO DWT-HDR-CREATE-DATE
068800     MOVE DWX-RUN-TIME TO DWT-HDR-CREATE-TIME
068900     MOVE DWX-RUN-ID TO DWT-HDR-RUN-ID
069000     MOVE DWX-PARM-VERSION TO DWT-HDR-PARM-VERSION
069100     PERFORM 5500-WRITE-RECORD THRU 5500-EXIT
069200     MOVE "P1" TO DWT-DTL-PROGRAM-ID
069300     MOVE ZEROS TO DWT-DTL-KEY-VALUE
069400     MOVE DWX-P1-RESULT TO DWT-DTL-RESULT
069500     MOVE DWX-P1-SOURCE TO DWT-DTL-SOURCE-FLAG
069600     MOVE DWX-P1-PARAMETERS TO DWT-DTL-PARAMETERS
069700     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
069800     PERFORM 5200-SEND-P2-ENTRY THRU 5200-EXIT
069900         VARYING DWX-IDX FROM 1 BY 1
070000         UNTIL DWX-IDX > DWX-P2-COUNT
070100     PERFORM 5300-SEND-P3-ENTRY THRU 5300-EXIT
070200         VARYING DWX-IDX FROM 1 BY 1
070300         UNTIL DWX-IDX > DWX-P3-COUNT
070400     ADD 1 TO DWX-RECORD-COUNT
070500     MOVE SPACES TO DWT-TRANSMISSION-RECORD
070600     SET DWT-REC-TRAILER TO TRUE
070700     MOVE DWX-SEQUENCE TO DWT-REC-SEQUENCE
070800     MOVE DWX-PROCESS-DATE TO DWT-REC-PROCESS-DATE
070900     MOVE DWX-RECORD-COUNT TO DWT-TRL-RECORD-COUNT
071000     MOVE DWX-P1-COUNT TO DWT-TRL-P1-COUNT
071100     MOVE DWX-P2-SENT TO DWT-TRL-P2-COUNT
071200     MOVE DWX-P3-SENT TO DWT-TRL-P3-COUNT
071300     MOVE DWX-P1-HASH TO DWT-TRL-P1-HASH
071400     MOVE DWX-P2-HASH TO DWT-TRL-P2-HASH
071500     MOVE DWX-P3-HASH TO DWT-TRL-P3-HASH
071600     WRITE DWT-TRANSMISSION-RECORD
071700     IF NOT DWX-OUT-OK
071800         MOVE "DWTOUT WRITE FAILED" TO DWX-ABEND-MESSAGE
071900         GO TO 8000-ABEND
072000     END-IF
072100     CLOSE DWX-TRANSMIT-FILE
072200     PERFORM 5600-REGISTER-TRANSMISSION THRU 5600-EXIT.
072300 5000-EXIT.
072400     EXIT.
072500
072600 5100-WRITE-DETAIL.
072700     SET DWT-REC-DETAIL TO TRUE
072800     MOVE DWX-SEQUENCE TO DWT-REC-SEQUENCE
072900     MOVE DWX-PROCESS-DATE TO DWT-REC-PROCESS-DATE
073000     MOVE DWX-RUN-ID TO DWT-DTL-RUN-ID
073100     MOVE DWT-DTL-RESULT TO DWX-ACC-RESULT
073200     IF DWT-DTL-P1
073300         ADD 1 TO DWX-P1-COUNT
073400         MOVE DWX-P1-HASH TO DWX-ACC-HASH
073500         PERFORM 6500-ADD-TO-HASH THRU 6500-EXIT
073600         MOVE DWX-ACC-HASH TO DWX-P1-HASH
073700     END-IF
073800     IF DWT-DTL-P2
073900         ADD 1 TO DWX-P2-SENT
074000         MOVE DWX-P2-HASH TO DWX-ACC-HASH
074100         PERFORM 6500-ADD-TO-HASH THRU 6500-EXIT
074200         MOVE DWX-ACC-HASH TO DWX-P2-HASH
074300     END-IF
074400     IF DWT-DTL-P3
074500         ADD 1 TO DWX-P3-SENT
074600         MOVE DWX-P3-HASH TO DWX-ACC-HASH
074700         PERFORM 6500-ADD-TO-HASH THRU 6500-EXIT
074800         MOVE DWX-ACC-HASH TO DWX-P3-HASH
074900     END-IF
075000     PERFORM 5500-WRITE-RECORD THRU 5500-EXIT.
075100 5100-EXIT.
075200     EXIT.
075300
075400 5200-SEND-P2-ENTRY.
075500     MOVE SPACES TO DWT-TRANSMISSION-RECORD
075600     MOVE "P2" TO DWT-DTL-PROGRAM-ID
075700     MOVE DWX-P2-THRESHOLD (DWX-IDX) TO DWT-DTL-KEY-VALUE
075800     MOVE DWX-P2-RESULT (DWX-IDX) TO DWT-DTL-RESULT
075900     MOVE DWX-P2-SOURCE (DWX-IDX) TO DWT-DTL-SOURCE-FLAG
076000     MOVE DWX-P2-PARAMETERS (DWX-IDX) TO DWT-DTL-PARAMETERS
076100     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT.
076200 5200-EXIT.
076300     EXIT.
076400
076500 5300-SEND-P3-ENTRY.
076600     MOVE SPACES TO DWT-TRANSMISSION-RECORD
076700     MOVE "P3" TO DWT-DTL-PROGRAM-ID
076800     MOVE DWX-P3-TARGET (DWX-IDX) TO DWT-DTL-KEY-VALUE
076900     MOVE DWX-P3-RESULT (DWX-IDX) TO DWT-DTL-RESULT
077000     MOVE DWX-P3-SOURCE (DWX-IDX) TO DWT-DTL-SOURCE-FLAG
077100     MOVE DWX-P3-PARAMETERS (DWX-IDX) TO DWT-DTL-PARAMETERS
077200     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT.
077300 5300-EXIT.
077400     EXIT.
077500
077600 5500-WRITE-RECORD.
077700     WRITE DWT-TRANSMISSION-RECORD
077800     IF NOT DWX-OUT-OK
077900         MOVE "DWTOUT WRITE FAILED" TO DWX-ABEND-MESSAGE
078000         GO TO 8000-ABEND
078100     END-IF
078200     ADD 1 TO DWX-RECORD-COUNT.
078300 5500-EXIT.
078400     EXIT.
078500
078600 5600-REGISTER-TRANSMISSION.
078700     MOVE SPACES TO DWT-REGISTER-RECORD
078800     MOVE DWX-SEQUENCE TO DWT-REG-SEQUENCE
078900     MOVE DWX-PROCESS-DATE TO DWT-REG-PROCESS-DATE
079000     MOVE DWX-RUN-ID TO DWT-REG-RUN-ID
079100     MOVE DWX-ACTUAL-DATE TO DWT-REG-SENT-DATE
079200     MOVE DWX-RUN-TIME TO DWT-REG-SENT-TIME
079300     SET DWT-REG-SENT TO TRUE
079400     MOVE DWX-RECORD-COUNT TO DWT-REG-RECORD-COUNT
079500     MOVE DWX-P1-COUNT TO DWT-REG-P1-COUNT
079600     MOVE DWX-P2-SENT TO DWT-REG-P2-COUNT
079700     MOVE DWX-P3-SENT TO DWT-REG-P3-COUNT
079800     MOVE DWX-P1-HASH TO DWT-REG-P1-HASH
079900     MOVE DWX-P2-HASH TO DWT-REG-P2-HASH
080000     MOVE DWX-P3-HASH TO DWT-REG-P3-HASH
080100     MOVE ZEROS TO DWT-REG-ACK-DATE
080200     MOVE ZEROS TO DWT-REG-ACK-TIME
080300     WRITE DWT-REGISTER-RECORD
080400     IF NOT DWX-REG-OK
080500         MOVE "DWTREG WRITE FAILED" TO DWX-ABEND-MESSAGE
080600         GO TO 8000-ABEND
080700     END-IF.
080800 5600-EXIT.
080900     EXIT.
081000
081100 6000-FINALIZE.
081200     CLOSE DWX-DAILY-FILE
081300     CLOSE DWX-HISTORY-FILE
081400     CLOSE DWX-REGISTER-FILE
081500     WRITE DWX-REPORT-LINE FROM DWX-BLANK-LINE
081600     IF DWX-REFUSED
081700         WRITE DWX-REPORT-LINE FROM DWX-REFUSAL-LINE
081800         CLOSE DWX-REPORT-FILE
081900         DISPLAY "PEDWTX REFUSED - " DWX-RFS-TEXT
082000         MOVE 8 TO RETURN-CODE
082100         GO TO 6000-EXIT
082200     END-IF
082300     MOVE DWX-SEQUENCE TO DWX-SEQ-SEQUENCE
082400     MOVE DWX-RUN-ID TO DWX-SEQ-RUN-ID
082500     MOVE DWX-PARM-VERSION TO DWX-SEQ-VERSION
082600     WRITE DWX-REPORT-LINE FROM DWX-SEQUENCE-LINE
082700     WRITE DWX-REPORT-LINE FROM DWX-BLANK-LINE
082800     MOVE "P1 DETAIL RECORDS" TO DWX-CNT-LABEL
082900     MOVE DWX-P1-COUNT TO DWX-CNT-VALUE
083000     MOVE DWX-P1-HASH TO DWX-CNT-HASH
083100     WRITE DWX-REPORT-LINE FROM DWX-COUNT-LINE
083200     MOVE "P2 DETAIL RECORDS" TO DWX-CNT-LABEL
083300     MOVE DWX-P2-SENT TO DWX-CNT-VALUE
083400     MOVE DWX-P2-HASH TO DWX-CNT-HASH
083500     WRITE DWX-REPORT-LINE FROM DWX-COUNT-LINE
083600     MOVE "P3 DETAIL RECORDS" TO DWX-CNT-LABEL
083700     MOVE DWX-P3-SENT TO DWX-CNT-VALUE
083800     MOVE DWX-P3-HASH TO DWX-CNT-HASH
083900     WRITE DWX-REPORT-LINE FROM DWX-COUNT-LINE
084000     MOVE DWX-RECORD-COUNT TO DWX-TOT-RECORDS
084100     WRITE DWX-REPORT-LINE FROM DWX-TOTAL-LINE
084200     CLOSE DWX-REPORT-FILE
084300     DISPLAY "PEDWTX SEQUENCE=" DWX-SEQUENCE
084400         " RECORDS=" DWX-RECORD-COUNT
084500         " P1=" DWX-P1-COUNT
084600         " P2=" DWX-P2-SENT
084700         " P3=" DWX-P3-SENT.
084800 6000-EXIT.
084900     EXIT.
085000
085100*****************************************************************
085200* ON OVERFLOW THE HASH WRAPS: H + R - 10**18 IS TAKEN AS
085300* H - (CEILING - R) - 1, WHICH NEVER LEAVES THE FIELD.
085400*****************************************************************
085500 6500-ADD-TO-HASH.
085600     ADD DWX-ACC-RESULT TO DWX-ACC-HASH
085700         ON SIZE ERROR
085800             SUBTRACT DWX-ACC-RESULT FROM DWX-HASH-CEILING
085900                 GIVING DWX-ACC-HEADROOM
086000             SUBTRACT DWX-ACC-HEADROOM FROM DWX-ACC-HASH
086100             SUBTRACT 1 FROM DWX-ACC-HASH
086200     END-ADD.
086300 6500-EXIT.
086400     EXIT.
086500
086600 7000-WRITE-PROBLEM.
086700     MOVE PEH-HIST-PROGRAM-ID TO DWX-PRB-PROGRAM-ID
086800     WRITE DWX-REPORT-LINE FROM DWX-PROBLEM-LINE.
086900 7000-EXIT.
087000     EXIT.
087100
087200*****************************************************************
087300* A REFUSED TRANSMISSION GOES ON THE EXCEPTION LOG UNRESOLVED,
087400* SO PEEXCR CARRIES IT UNTIL OPERATIONS HAVE WORKED IT.  THE
087500* FIRST REASON FOUND IS THE ONE LOGGED.
087600*****************************************************************
087700 7100-REFUSE.
087800     IF DWX-REFUSED
087900         GO TO 7100-EXIT
088000     END-IF
088100     SET DWX-REFUSED TO TRUE
088200     MOVE SPACES TO DWX-ABEND-MESSAGE
088300     STRING "TRANSMISSION REFUSED - " DWX-RFS-TEXT
088400         DELIMITED BY SIZE INTO DWX-ABEND-MESSAGE
088500     PERFORM 8100-LOG-EXCEPTION THRU 8100-EXIT.
088600 7100-EXIT.
088700     EXIT.
088800
088900 8000-ABEND.
089000     DISPLAY "*** PEDWTX ABEND *** " DWX-ABEND-MESSAGE
089100     PERFORM 8100-LOG-EXCEPTION THRU 8100-EXIT
089200     MOVE 16 TO RETURN-CODE
089300     GO TO 9999-EXIT.
089400
089500 8100-LOG-EXCEPTION.
089600     OPEN EXTEND DWX-EXCEPTION-FILE
089700     IF NOT DWX-EXC-OK
089800         DISPLAY "PEDWTX EXCEPTION LOG UNAVAILABLE, STATUS "
089900             DWX-EXC-STATUS
090000         GO TO 8100-EXIT
090100     END-IF
090200     MOVE DWX-ACTUAL-DATE TO EXC-LOG-RUN-DATE
090300     MOVE DWX-RUN-TIME TO EXC-LOG-RUN-TIME
090400     MOVE "PEDWTX" TO EXC-LOG-PROGRAM-ID
090500     MOVE DWX-ABEND-MESSAGE TO EXC-LOG-MESSAGE
090600     MOVE DWX-FILE-STATUSES TO EXC-LOG-FILE-STATUSES
090700     MOVE SPACES TO EXC-LOG-CONTEXT
090800     STRING "PROCESS DATE=" DWX-PROCESS-DATE
090900         " RUN ID=" DWX-RUN-ID
091000         " NO HISTORY=" DWX-NO-HIST-COUNT
091100         " NOT ON DLYRPT=" DWX-NO-DAILY-COUNT
091200         " DIFFER=" DWX-DIFFER-COUNT
091300         DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
091400     MOVE SPACES TO EXC-LOG-RESOLVED-BY
091500     MOVE ZEROS TO EXC-LOG-RESOLVED-DATE
091600     MOVE SPACES TO EXC-LOG-RESOLUTION-NOTE
091700     SET EXC-LOG-UNRESOLVED TO TRUE
091800     WRITE EXC-LOG-RECORD
091900     CLOSE DWX-EXCEPTION-FILE.
092000 8100-EXIT.
092100     EXIT.
092200
092300 9999-EXIT.
092400     STOP RUN.
