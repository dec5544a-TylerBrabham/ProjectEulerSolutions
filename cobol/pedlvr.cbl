000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PEDLVR.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - BUSINESS-QUESTION
001300*                    DELIVERY.  RUNS ONCE DLYRPT HAS CLOSED THE
001400*                    PROCESSING DATE ON CYCSTS.  EVERY QUESTION
001500*                    PEDISP DISPATCHED IS MATCHED TO ITS PEHIST
001600*                    ROW BY THE RUN ID OF ITS DISPATCH DATE AND
001700*                    THE PARAMETER STRING THE ANSWERING PROGRAM
001800*                    RECORDS, AND A REQRSP RESPONSE (ANSWER,
001900*                    SOURCE FLAG, RUN DATE, RUN ID) IS APPENDED.
002000*                    A DISPATCHED QUESTION WITH NO ANSWER, AND
002100*                    EVERY QUESTION STILL WAITING FOR DISPATCH,
002200*                    IS CARRIED FORWARD OPEN ON REQMST AND
002300*                    LISTED ON THE DLVRPT REPORT.
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DLV-PROCESS-DATE-FILE ASSIGN TO "PRCDTE"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS DLV-PRC-STATUS.
003200
003300     SELECT DLV-CYCLE-FILE ASSIGN TO "CYCSTS"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CYC-STS-KEY
003700         FILE STATUS IS DLV-CYC-STATUS.
003800
003900     SELECT DLV-HISTORY-FILE ASSIGN TO "PEHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PEH-HIST-KEY
004300         FILE STATUS IS DLV-HIST-STATUS.
004400
004500     SELECT DLV-REQUEST-FILE ASSIGN TO "REQMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS REQ-MST-KEY
004900         FILE STATUS IS DLV-REQ-STATUS.
005000
005100     SELECT DLV-RESPONSE-FILE ASSIGN TO "REQRSP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS DLV-RSP-STATUS.
005400
005500     SELECT DLV-REPORT-FILE ASSIGN TO "DLVRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS DLV-RPT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DLV-PROCESS-DATE-FILE
006200     RECORDING MODE IS F.
006300 COPY PRCDTE.
006400
006500 FD  DLV-CYCLE-FILE.
006600 COPY CYCSTS.
006700
006800 FD  DLV-HISTORY-FILE.
006900 COPY PEHIST.
007000
007100 FD  DLV-REQUEST-FILE.
007200 COPY REQMST.
007300
007400 FD  DLV-RESPONSE-FILE
007500     RECORDING MODE IS F.
007600 COPY REQRSP.
007700
007800 FD  DLV-REPORT-FILE
007900     RECORDING MODE IS F.
008000 01  DLV-REPORT-LINE             PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 01  DLV-SWITCHES.
008400     05  DLV-REQ-EOF-SW      PIC X(01) VALUE "N".
008500         88  DLV-REQ-EOF            VALUE "Y".
008600     05  DLV-HIST-EOF-SW     PIC X(01) VALUE "N".
008700         88  DLV-HIST-EOF           VALUE "Y".
008800     05  DLV-FOUND-SW        PIC X(01) VALUE "N".
008900         88  DLV-FOUND              VALUE "Y".
009000
009100 01  DLV-FILE-STATUSES.
009200     05  DLV-PRC-STATUS      PIC X(02) VALUE "00".
009300         88  DLV-PRC-OK             VALUE "00".
009400     05  DLV-CYC-STATUS      PIC X(02) VALUE "00".
009500         88  DLV-CYC-OK             VALUE "00".
009600         88  DLV-CYC-NOT-FOUND      VALUE "23".
009700     05  DLV-HIST-STATUS     PIC X(02) VALUE "00".
009800         88  DLV-HIST-OK            VALUE "00".
009900         88  DLV-HIST-NOT-FOUND     VALUE "23".
010000     05  DLV-REQ-STATUS      PIC X(02) VALUE "00".
010100         88  DLV-REQ-OK             VALUE "00".
010200         88  DLV-REQ-NOT-FOUND      VALUE "23".
010300     05  DLV-RSP-STATUS      PIC X(02) VALUE "00".
010400         88  DLV-RSP-OK             VALUE "00".
010500     05  DLV-RPT-STATUS      PIC X(02) VALUE "00".
010600         88  DLV-RPT-OK             VALUE "00".
010700
010800 01  DLV-ABEND-MESSAGE       PIC X(60).
010900
011000 01  DLV-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
011100 01  DLV-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
011200 01  DLV-RUN-ID              PIC 9(09) VALUE ZEROS.
011300
011400*****************************************************************
011500* THE PARAMETER STRING IS BUILT EXACTLY AS P1 (1200/1250), P2
011600* AND P3 BUILD IT FOR PEHIST, SO A DISPATCHED QUESTION MATCHES
011700* THE HISTORY ROW OF THE RUN THAT ANSWERED IT.
011800*****************************************************************
011900 01  DLV-PARAMETER-STRING    PIC X(60) VALUE SPACES.
012000 01  DLV-PARM-POINTER        PIC 9(03) VALUE 1.
012100 01  DLV-DIV-IDX             PIC 9(02) VALUE ZEROS.
012200 01  DLV-DIVISOR-COUNT       PIC 9(02) VALUE ZEROS.
012300
012400 01  DLV-COUNTS.
012500     05  DLV-ANSWERED-COUNT  PIC 9(05) VALUE ZEROS.
012600     05  DLV-UNANSWERED-COUNT
012700                             PIC 9(05) VALUE ZEROS.
012800     05  DLV-OPEN-COUNT      PIC 9(05) VALUE ZEROS.
012900
013000 01  DLV-HEADING-1.
013100     05  FILLER              PIC X(42) VALUE
013200         "PEDLVR - BUSINESS-QUESTION DELIVERY".
013300     05  FILLER              PIC X(16) VALUE "PROCESSING DATE ".
013400     05  DLV-HDG-DATE        PIC 9(08).
013500     05  FILLER              PIC X(66) VALUE SPACES.
013600
013700 01  DLV-HEADING-2.
013800     05  FILLER              PIC X(12) VALUE "REQUEST ID".
013900     05  FILLER              PIC X(22) VALUE "REQUESTER".
014000     05  FILLER              PIC X(04) VALUE "PGM".
014100     05  FILLER              PIC X(10) VALUE "DISPATCH".
014200     05  FILLER              PIC X(10) VALUE "RUN ID".
014300     05  FILLER              PIC X(24) VALUE "RESULT".
014400     05  FILLER              PIC X(50) VALUE "OUTCOME".
014500
014600 01  DLV-DETAIL-LINE.
014700     05  DLV-DTL-REQUEST-ID  PIC X(10).
014800     05  FILLER              PIC X(02) VALUE SPACES.
014900     05  DLV-DTL-REQUESTER   PIC X(20).
015000     05  FILLER              PIC X(02) VALUE SPACES.
015100     05  DLV-DTL-PROGRAM-ID  PIC X(02).
015200     05  FILLER              PIC X(02) VALUE SPACES.
015300     05  DLV-DTL-DISPATCH    PIC 9(08).
015400     05  FILLER              PIC X(02) VALUE SPACES.
015500     05  DLV-DTL-RUN-ID      PIC 9(09).
015600     05  FILLER              PIC X(01) VALUE SPACES.
015700     05  DLV-DTL-RESULT      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
015800     05  FILLER              PIC X(01) VALUE SPACES.
015900     05  DLV-DTL-OUTCOME     PIC X(50).
016000
016100 01  DLV-TRAILER-LINE.
016200     05  FILLER              PIC X(09) VALUE "ANSWERED=".
016300     05  DLV-TRL-ANSWERED    PIC ZZ,ZZ9.
016400     05  FILLER              PIC X(13) VALUE " UNANSWERED=".
016500     05  DLV-TRL-UNANSWERED  PIC ZZ,ZZ9.
016600     05  FILLER              PIC X(12) VALUE " STILL OPEN=".
016700     05  DLV-TRL-OPEN        PIC ZZ,ZZ9.
016800     05  FILLER              PIC X(80) VALUE SPACES.
016900
017000 01  DLV-BLANK-LINE          PIC X(132) VALUE SPACES.
017100
017200 PROCEDURE DIVISION.
017300
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017600     PERFORM 2000-SWEEP-REQUESTS THRU 2000-EXIT
017700     PERFORM 5000-FINALIZE THRU 5000-EXIT
017800     GO TO 9999-EXIT.
017900
018000 1000-INITIALIZE.
018100     ACCEPT DLV-ACTUAL-DATE FROM DATE YYYYMMDD
018200     OPEN INPUT DLV-PROCESS-DATE-FILE
018300     IF NOT DLV-PRC-OK
018400         MOVE "PRCDTE OPEN FAILED" TO DLV-ABEND-MESSAGE
018500         GO TO 8000-ABEND
018600     END-IF
018700     READ DLV-PROCESS-DATE-FILE
018800         AT END
018900             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
019000                 DLV-ABEND-MESSAGE
019100             GO TO 8000-ABEND
019200     END-READ
019300     IF PRC-PROCESS-DATE IS NOT NUMERIC
019400         MOVE "PRCDTE PROCESSING DATE IS NOT NUMERIC" TO
019500             DLV-ABEND-MESSAGE
019600         GO TO 8000-ABEND
019700     END-IF
019800     MOVE PRC-PROCESS-DATE TO DLV-PROCESS-DATE
019900     CLOSE DLV-PROCESS-DATE-FILE
020000     PERFORM 1100-CHECK-CYCLE-STATUS THRU 1100-EXIT
020100     OPEN INPUT DLV-HISTORY-FILE
020200     IF NOT DLV-HIST-OK
020300         MOVE "PEHIST OPEN FAILED" TO DLV-ABEND-MESSAGE
020400         GO TO 8000-ABEND
020500     END-IF
020600     OPEN I-O DLV-REQUEST-FILE
020700     IF NOT DLV-REQ-OK
020800         MOVE "REQMST OPEN FAILED" TO DLV-ABEND-MESSAGE
020900         GO TO 8000-ABEND
021000     END-IF
021100     OPEN EXTEND DLV-RESPONSE-FILE
021200     IF NOT DLV-RSP-OK
021300         MOVE "REQRSP OPEN FAILED" TO DLV-ABEND-MESSAGE
021400         GO TO 8000-ABEND
021500     END-IF
021600     OPEN OUTPUT DLV-REPORT-FILE
021700     IF NOT DLV-RPT-OK
021800         MOVE "DLVRPT OPEN FAILED" TO DLV-ABEND-MESSAGE
021900         GO TO 8000-ABEND
022000     END-IF
022100     MOVE DLV-PROCESS-DATE TO DLV-HDG-DATE
022200     WRITE DLV-REPORT-LINE FROM DLV-HEADING-1
022300     WRITE DLV-REPORT-LINE FROM DLV-BLANK-LINE
022400     WRITE DLV-REPORT-LINE FROM DLV-HEADING-2
022500     WRITE DLV-REPORT-LINE FROM DLV-BLANK-LINE.
022600 1000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000* THE CYCSTS ROW FOR THE PROCESSING DATE MUST SHOW THE CYCLE
023100* CLOSED BY DLYRPT - DELIVERING FROM AN OPEN CYCLE WOULD REPLY
023200* WITH ANSWERS PEVRFY HAS NOT YET RECONCILED.
023300*****************************************************************
023400 1100-CHECK-CYCLE-STATUS.
023500     OPEN INPUT DLV-CYCLE-FILE
023600     IF NOT DLV-CYC-OK
023700         MOVE "CYCSTS OPEN FAILED" TO DLV-ABEND-MESSAGE
023800         GO TO 8000-ABEND
023900     END-IF
024000     MOVE DLV-PROCESS-DATE TO CYC-STS-PROCESS-DATE
024100     READ DLV-CYCLE-FILE
024200     IF DLV-CYC-NOT-FOUND
024300         MOVE "CYCSTS HAS NO STATUS FOR PROCESSING DATE" TO
024400             DLV-ABEND-MESSAGE
024500         GO TO 8000-ABEND
024600     END-IF
024700     IF NOT DLV-CYC-OK
024800         MOVE "CYCSTS READ FAILED" TO DLV-ABEND-MESSAGE
024900         GO TO 8000-ABEND
025000     END-IF
025100     IF NOT CYC-STS-DLYRPT-DONE
025200         MOVE "DLYRPT HAS NOT CLOSED THE PROCESSING DATE" TO
025300             DLV-ABEND-MESSAGE
025400         GO TO 8000-ABEND
025500     END-IF.
025600 1100-EXIT.
025700     EXIT.
025800
025900 2000-SWEEP-REQUESTS.
026000     MOVE LOW-VALUES TO REQ-MST-KEY
026100     START DLV-REQUEST-FILE KEY IS NOT LESS THAN REQ-MST-KEY
026200     IF DLV-REQ-NOT-FOUND
026300         GO TO 2000-EXIT
026400     END-IF
026500     IF NOT DLV-REQ-OK
026600         MOVE "REQMST START FAILED" TO DLV-ABEND-MESSAGE
026700         GO TO 8000-ABEND
026800     END-IF
026900     PERFORM 2100-READ-REQUEST THRU 2100-EXIT
027000         WITH TEST BEFORE UNTIL DLV-REQ-EOF.
027100 2000-EXIT.
027200     EXIT.
027300
027400 2100-READ-REQUEST.
027500     READ DLV-REQUEST-FILE NEXT RECORD
027600         AT END
027700             SET DLV-REQ-EOF TO TRUE
027800         NOT AT END
027900             IF REQ-MST-DISPATCHED
028000                 PERFORM 2200-DELIVER-REQUEST THRU 2200-EXIT
028100             ELSE
028200                 IF REQ-MST-OPEN
028300                     PERFORM 2500-CARRY-OPEN THRU 2500-EXIT
028400                 END-IF
028500             END-IF
028600     END-READ.
028700 2100-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100* THE RUN ID IS THE ONE PEEDIT ASSIGNED ON THE DISPATCH DATE,
029200* AS POSTED ON THAT DATE'S CYCSTS ROW.  A DISPATCH DATE WHOSE
029300* CYCLE NEVER CLOSED HAS NO TRUSTWORTHY ANSWER AND THE QUESTION
029400* GOES BACK TO OPEN FOR THE DISPATCHER TO SEND AGAIN.
029500*****************************************************************
029600 2200-DELIVER-REQUEST.
029700     MOVE ZEROS TO DLV-RUN-ID
029800     MOVE REQ-MST-DISPATCH-DATE TO CYC-STS-PROCESS-DATE
029900     READ DLV-CYCLE-FILE
030000     IF DLV-CYC-NOT-FOUND
030100         MOVE "UNANSWERED - NO CYCLE FOR DISPATCH DATE" TO
030200             DLV-DTL-OUTCOME
030300         PERFORM 2400-CARRY-UNANSWERED THRU 2400-EXIT
030400         GO TO 2200-EXIT
030500     END-IF
030600     IF NOT DLV-CYC-OK
030700         MOVE "CYCSTS READ FAILED" TO DLV-ABEND-MESSAGE
030800         GO TO 8000-ABEND
030900     END-IF
031000     IF NOT CYC-STS-DLYRPT-DONE
031100         MOVE "UNANSWERED - DISPATCH DATE CYCLE NOT CLOSED" TO
031200             DLV-DTL-OUTCOME
031300         PERFORM 2400-CARRY-UNANSWERED THRU 2400-EXIT
031400         GO TO 2200-EXIT
031500     END-IF
031600     MOVE CYC-STS-LAST-RUN-ID TO DLV-RUN-ID
031700     PERFORM 2250-BUILD-PARAMETERS THRU 2250-EXIT
031800     PERFORM 2300-FIND-HISTORY THRU 2300-EXIT
031900     IF NOT DLV-FOUND
032000         MOVE "UNANSWERED - NO PEHIST ROW FOR RUN ID" TO
032100             DLV-DTL-OUTCOME
032200         PERFORM 2400-CARRY-UNANSWERED THRU 2400-EXIT
032300         GO TO 2200-EXIT
032400     END-IF
032500     MOVE REQ-MST-REQUEST-ID TO REQ-RSP-REQUEST-ID
032600     MOVE REQ-MST-REQUESTER TO REQ-RSP-REQUESTER
032700     MOVE REQ-MST-PROGRAM-ID TO REQ-RSP-PROGRAM-ID
032800     MOVE PEH-HIST-PARAMETERS TO REQ-RSP-PARAMETERS
032900     MOVE PEH-HIST-RESULT TO REQ-RSP-RESULT
033000     MOVE PEH-HIST-SOURCE-FLAG TO REQ-RSP-SOURCE-FLAG
033100     MOVE PEH-HIST-RUN-DATE TO REQ-RSP-RUN-DATE
033200     MOVE PEH-HIST-RUN-ID TO REQ-RSP-RUN-ID
033300     MOVE DLV-ACTUAL-DATE TO REQ-RSP-RESPONSE-DATE
033400     WRITE REQ-RESPONSE-RECORD
033500     IF NOT DLV-RSP-OK
033600         MOVE "REQRSP WRITE FAILED" TO DLV-ABEND-MESSAGE
033700         GO TO 8000-ABEND
033800     END-IF
033900     SET REQ-MST-ANSWERED TO TRUE
034000     MOVE PEH-HIST-RUN-ID TO REQ-MST-ANSWER-RUN-ID
034100     MOVE DLV-ACTUAL-DATE TO REQ-MST-ANSWER-DATE
034200     REWRITE REQ-MASTER-RECORD
034300     IF NOT DLV-REQ-OK
034400         MOVE "REQMST REWRITE FAILED" TO DLV-ABEND-MESSAGE
034500         GO TO 8000-ABEND
034600     END-IF
034700     MOVE PEH-HIST-RESULT TO DLV-DTL-RESULT
034800     IF PEH-HIST-FROM-CACHE
034900         MOVE "ANSWERED - FROM ANSMST CACHE" TO DLV-DTL-OUTCOME
035000     ELSE
035100         MOVE "ANSWERED - COMPUTED" TO DLV-DTL-OUTCOME
035200     END-IF
035300     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
035400     ADD 1 TO DLV-ANSWERED-COUNT.
035500 2200-EXIT.
035600     EXIT.
035700
035800 2250-BUILD-PARAMETERS.
035900     MOVE SPACES TO DLV-PARAMETER-STRING
036000     IF REQ-MST-FOR-P2
036100         STRING "THRESHOLD=" REQ-MST-P2-THRESHOLD
036200             DELIMITED BY SIZE INTO DLV-PARAMETER-STRING
036300         GO TO 2250-EXIT
036400     END-IF
036500     IF REQ-MST-FOR-P3
036600         STRING "TARGET=" REQ-MST-P3-TARGET
036700             DELIMITED BY SIZE INTO DLV-PARAMETER-STRING
036800         GO TO 2250-EXIT
036900     END-IF
037000     MOVE ZEROS TO DLV-DIVISOR-COUNT
037100     PERFORM 2260-COUNT-DIVISOR THRU 2260-EXIT
037200         VARYING DLV-DIV-IDX FROM 1 BY 1
037300         UNTIL DLV-DIV-IDX > 10
037400     MOVE 1 TO DLV-PARM-POINTER
037500     STRING "CUTOFF=" REQ-MST-P1-CUTOFF " DIV="
037600         DELIMITED BY SIZE INTO DLV-PARAMETER-STRING
037700         WITH POINTER DLV-PARM-POINTER
037800     PERFORM 2270-APPEND-DIVISOR THRU 2270-EXIT
037900         VARYING DLV-DIV-IDX FROM 1 BY 1
038000         UNTIL DLV-DIV-IDX > DLV-DIVISOR-COUNT.
038100 2250-EXIT.
038200     EXIT.
038300
038400 2260-COUNT-DIVISOR.
038500     IF REQ-MST-P1-DIVISOR (DLV-DIV-IDX) > ZERO
038600         ADD 1 TO DLV-DIVISOR-COUNT
038700     END-IF.
038800 2260-EXIT.
038900     EXIT.
039000
039100 2270-APPEND-DIVISOR.
039200     IF DLV-DIV-IDX > 1
039300         STRING "," DELIMITED BY SIZE
039400             INTO DLV-PARAMETER-STRING
039500             WITH POINTER DLV-PARM-POINTER
039600     END-IF
039700     STRING REQ-MST-P1-DIVISOR (DLV-DIV-IDX) DELIMITED BY SIZE
039800         INTO DLV-PARAMETER-STRING
039900         WITH POINTER DLV-PARM-POINTER.
040000 2270-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400* PEHIST IS KEYED RUN DATE / PROGRAM / DISCRIMINATOR, SO THE
040500* DISPATCH DATE'S ROWS FOR THE ANSWERING PROGRAM ARE READ IN A
040600* SINGLE BROWSE.
040700*****************************************************************
040800 2300-FIND-HISTORY.
040900     MOVE "N" TO DLV-FOUND-SW
041000     MOVE "N" TO DLV-HIST-EOF-SW
041100     MOVE REQ-MST-DISPATCH-DATE TO PEH-HIST-RUN-DATE
041200     MOVE REQ-MST-PROGRAM-ID TO PEH-HIST-PROGRAM-ID
041300     MOVE ZEROS TO PEH-HIST-DISCRIMINATOR
041400     START DLV-HISTORY-FILE KEY IS NOT LESS THAN PEH-HIST-KEY
041500     IF DLV-HIST-NOT-FOUND
041600         GO TO 2300-EXIT
041700     END-IF
041800     IF NOT DLV-HIST-OK
041900         MOVE "PEHIST START FAILED" TO DLV-ABEND-MESSAGE
042000         GO TO 8000-ABEND
042100     END-IF
042200     PERFORM 2350-READ-HISTORY THRU 2350-EXIT
042300         WITH TEST BEFORE UNTIL DLV-HIST-EOF OR DLV-FOUND.
042400 2300-EXIT.
042500     EXIT.
042600
042700 2350-READ-HISTORY.
042800     READ DLV-HISTORY-FILE NEXT RECORD
042900         AT END
043000             SET DLV-HIST-EOF TO TRUE
043100         NOT AT END
043200             IF PEH-HIST-RUN-DATE IS NOT EQUAL TO
043300                     REQ-MST-DISPATCH-DATE OR
043400                 PEH-HIST-PROGRAM-ID IS NOT EQUAL TO
043500                     REQ-MST-PROGRAM-ID
043600                 SET DLV-HIST-EOF TO TRUE
043700             ELSE
043800                 IF PEH-HIST-RUN-ID IS EQUAL TO DLV-RUN-ID AND
043900                     PEH-HIST-PARAMETERS IS EQUAL TO
044000                         DLV-PARAMETER-STRING
044100                     SET DLV-FOUND TO TRUE
044200                 END-IF
044300             END-IF
044400     END-READ.
044500 2350-EXIT.
044600     EXIT.
044700
044800 2400-CARRY-UNANSWERED.
044900     MOVE ZEROS TO DLV-DTL-RESULT
045000     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
045100     SET REQ-MST-OPEN TO TRUE
045200     MOVE ZEROS TO REQ-MST-DISPATCH-DATE
045300     ADD 1 TO REQ-MST-CARRY-COUNT
045400     REWRITE REQ-MASTER-RECORD
045500     IF NOT DLV-REQ-OK
045600         MOVE "REQMST REWRITE FAILED" TO DLV-ABEND-MESSAGE
045700         GO TO 8000-ABEND
045800     END-IF
045900     ADD 1 TO DLV-UNANSWERED-COUNT
046000     MOVE 4 TO RETURN-CODE.
046100 2400-EXIT.
046200     EXIT.
046300
046400 2500-CARRY-OPEN.
046500     ADD 1 TO REQ-MST-CARRY-COUNT
046600     REWRITE REQ-MASTER-RECORD
046700     IF NOT DLV-REQ-OK
046800         MOVE "REQMST REWRITE FAILED" TO DLV-ABEND-MESSAGE
046900         GO TO 8000-ABEND
047000     END-IF
047100     MOVE ZEROS TO DLV-RUN-ID
047200     MOVE ZEROS TO DLV-DTL-RESULT
047300     MOVE "STILL OPEN - AWAITING DISPATCH" TO DLV-DTL-OUTCOME
047400     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
047500     ADD 1 TO DLV-OPEN-COUNT.
047600 2500-EXIT.
047700     EXIT.
047800
047900 5000-FINALIZE.
048000     CLOSE DLV-CYCLE-FILE
048100     CLOSE DLV-HISTORY-FILE
048200     CLOSE DLV-REQUEST-FILE
048300     CLOSE DLV-RESPONSE-FILE
048400     WRITE DLV-REPORT-LINE FROM DLV-BLANK-LINE
048500     MOVE DLV-ANSWERED-COUNT TO DLV-TRL-ANSWERED
048600     MOVE DLV-UNANSWERED-COUNT TO DLV-TRL-UNANSWERED
048700     MOVE DLV-OPEN-COUNT TO DLV-TRL-OPEN
048800     WRITE DLV-REPORT-LINE FROM DLV-TRAILER-LINE
048900     CLOSE DLV-REPORT-FILE
049000     DISPLAY "PEDLVR ANSWERED=" DLV-ANSWERED-COUNT
049100         " UNANSWERED=" DLV-UNANSWERED-COUNT
049200         " STILL OPEN=" DLV-OPEN-COUNT.
049300 5000-EXIT.
049400     EXIT.
049500
049600 7000-WRITE-DETAIL.
049700     MOVE REQ-MST-REQUEST-ID TO DLV-DTL-REQUEST-ID
049800     MOVE REQ-MST-REQUESTER TO DLV-DTL-REQUESTER
049900     MOVE REQ-MST-PROGRAM-ID TO DLV-DTL-PROGRAM-ID
050000     MOVE REQ-MST-DISPATCH-DATE TO DLV-DTL-DISPATCH
050100     MOVE DLV-RUN-ID TO DLV-DTL-RUN-ID
050200     WRITE DLV-REPORT-LINE FROM DLV-DETAIL-LINE.
050300 7000-EXIT.
050400     EXIT.
050500
050600 8000-ABEND.
050700     DISPLAY "*** PEDLVR ABEND *** " DLV-ABEND-MESSAGE
050800     MOVE 16 TO RETURN-CODE
050900     GO TO 9999-EXIT.
051000
051100 9999-EXIT.
051200     STOP RUN.
