000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PESLA.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - READS THE STPSTA STEP
001300*                    RUN-STATISTICS FILE, TIMES EVERY STEP RUN
001400*                    FROM ITS WALL-CLOCK START AND END, AND
001500*                    REPORTS THE RUNS IN THE SLACTL DATE RANGE
001600*                    AGAINST EACH STEP'S TARGET WITH A ROLLING
001700*                    AVERAGE OVER THE STEP'S MOST RECENT RUNS.
001800*                    ANY RUN OVER ITS TARGET IS FLAGGED AND
001900*                    ENDS THE JOB WITH RETURN CODE 4.
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SLA-CONTROL-FILE ASSIGN TO "SLACTL"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS SLA-CTL-STATUS.
002800
002900     SELECT SLA-STATISTICS-FILE ASSIGN TO "STPSTA"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS SLA-STA-STATUS.
003200
003300     SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS SLA-RPT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  SLA-CONTROL-FILE
004000     RECORDING MODE IS F.
004100 COPY SLACTL.
004200
004300 FD  SLA-STATISTICS-FILE
004400     RECORDING MODE IS F.
004500 COPY STPSTA.
004600
004700 FD  SLA-REPORT-FILE
004800     RECORDING MODE IS F.
004900 01  SLA-REPORT-LINE             PIC X(132).
005000
005100 WORKING-STORAGE SECTION.
005200 01  SLA-SWITCHES.
005300     05  SLA-CTL-EOF-SW      PIC X(01) VALUE "N".
005400         88  SLA-CTL-EOF            VALUE "Y".
005500     05  SLA-STA-EOF-SW      PIC X(01) VALUE "N".
005600         88  SLA-STA-EOF            VALUE "Y".
005700     05  SLA-FOUND-SW        PIC X(01) VALUE "N".
005800         88  SLA-FOUND              VALUE "Y".
005900
006000 01  SLA-FILE-STATUSES.
006100     05  SLA-CTL-STATUS      PIC X(02) VALUE "00".
006200         88  SLA-CTL-OK             VALUE "00".
006300     05  SLA-STA-STATUS      PIC X(02) VALUE "00".
006400         88  SLA-STA-OK             VALUE "00".
006500     05  SLA-RPT-STATUS      PIC X(02) VALUE "00".
006600         88  SLA-RPT-OK             VALUE "00".
006700
006800 01  SLA-ABEND-MESSAGE       PIC X(60).
006900
007000 01  SLA-FROM-DATE           PIC 9(08) VALUE ZEROS.
007100 01  SLA-TO-DATE             PIC 9(08) VALUE ZEROS.
007200 01  SLA-AVG-WINDOW          PIC 9(02) VALUE 5.
007300 01  SLA-MAX-WINDOW          PIC 9(02) VALUE 10.
007400
007500 01  SLA-STEP-LIMIT          PIC 9(03) COMP VALUE 20.
007600 01  SLA-STEP-COUNT          PIC 9(03) COMP VALUE ZERO.
007700 01  SLA-STEP-IDX            PIC 9(03) COMP VALUE ZERO.
007800 01  SLA-FIND-IDX            PIC 9(03) COMP VALUE ZERO.
007900 01  SLA-RING-IDX            PIC 9(03) COMP VALUE ZERO.
008000 01  SLA-FIND-NAME           PIC X(08) VALUE SPACES.
008100
008200*****************************************************************
008300* ONE ENTRY PER STEP NAME SEEN ON SLACTL OR STPSTA.  THE RING
008400* HOLDS THE ELAPSED SECONDS OF THE STEP'S LAST SLA-AVG-WINDOW
008500* RUNS; RING-NEXT IS THE SLOT THE MOST RECENT RUN WENT INTO.
008600*****************************************************************
008700 01  SLA-STEP-TABLE.
008800     05  SLA-STEP OCCURS 20 TIMES.
008900         10  SLA-STP-NAME            PIC X(08).
009000         10  SLA-STP-TARGET-SW       PIC X(01).
009100             88  SLA-STP-HAS-TARGET         VALUE "Y".
009200         10  SLA-STP-TARGET          PIC 9(06).
009300         10  SLA-STP-RING-COUNT      PIC 9(02).
009400         10  SLA-STP-RING-NEXT       PIC 9(02).
009500         10  SLA-STP-RING-ELAPSED    PIC 9(07)
009600                                     OCCURS 10 TIMES.
009700         10  SLA-STP-RUN-COUNT       PIC 9(05).
009800         10  SLA-STP-BREACH-COUNT    PIC 9(05).
009900         10  SLA-STP-TOTAL-ELAPSED   PIC 9(11).
010000         10  SLA-STP-MAX-ELAPSED     PIC 9(07).
010100         10  SLA-STP-ROLLING-AVG     PIC 9(07).
010200
010300 01  SLA-TEST-DATE.
010400     05  SLA-TST-YYYY        PIC 9(04).
010500     05  SLA-TST-MM          PIC 9(02).
010600     05  SLA-TST-DD          PIC 9(02).
010700 01  SLA-TEST-DATE-N REDEFINES SLA-TEST-DATE
010800                             PIC 9(08).
010900
011000 01  SLA-TEST-TIME.
011100     05  SLA-TM-HHMMSS.
011200         10  SLA-TM-HH       PIC 9(02).
011300         10  SLA-TM-MM       PIC 9(02).
011400         10  SLA-TM-SS       PIC 9(02).
011500     05  SLA-TM-HUNDREDTHS   PIC 9(02).
011600 01  SLA-TEST-TIME-N REDEFINES SLA-TEST-TIME
011700                             PIC 9(08).
011800
011900 01  SLA-SERIAL-WORK.
012000     05  SLA-SER-Y           PIC 9(04) VALUE ZEROS.
012100     05  SLA-SER-M           PIC 9(02) VALUE ZEROS.
012200     05  SLA-SER-M1          PIC 9(02) VALUE ZEROS.
012300     05  SLA-SER-MONTH-WORK  PIC 9(04) VALUE ZEROS.
012400     05  SLA-SER-LEAP4       PIC 9(04) VALUE ZEROS.
012500     05  SLA-SER-LEAP100     PIC 9(04) VALUE ZEROS.
012600     05  SLA-SER-LEAP400     PIC 9(04) VALUE ZEROS.
012700     05  SLA-SERIAL          PIC 9(07) VALUE ZEROS.
012800
012900 01  SLA-ELAPSED-WORK.
013000     05  SLA-START-SERIAL    PIC 9(07) VALUE ZEROS.
013100     05  SLA-END-SERIAL      PIC 9(07) VALUE ZEROS.
013200     05  SLA-START-SECONDS   PIC 9(05) VALUE ZEROS.
013300     05  SLA-END-SECONDS     PIC 9(05) VALUE ZEROS.
013400     05  SLA-ELAPSED-SIGNED  PIC S9(09) VALUE ZEROS.
013500     05  SLA-ELAPSED         PIC 9(07) VALUE ZEROS.
013600     05  SLA-RING-SUM        PIC 9(09) VALUE ZEROS.
013700     05  SLA-PERIOD-AVG      PIC 9(07) VALUE ZEROS.
013800
013900 01  SLA-TOTALS.
014000     05  SLA-READ-COUNT      PIC 9(07) VALUE ZEROS.
014100     05  SLA-REPORTED-COUNT  PIC 9(05) VALUE ZEROS.
014200     05  SLA-BREACH-COUNT    PIC 9(05) VALUE ZEROS.
014300
014400 01  SLA-HEADING-1.
014500     05  FILLER                  PIC X(36) VALUE
014600         "PESLA - STEP ELAPSED-TIME SLA REPORT".
014700     05  FILLER                  PIC X(04) VALUE SPACES.
014800     05  FILLER                  PIC X(05) VALUE "FROM ".
014900     05  SLA-HDG-FROM-DATE       PIC 9(08).
015000     05  FILLER                  PIC X(04) VALUE " TO ".
015100     05  SLA-HDG-TO-DATE         PIC 9(08).
015200     05  FILLER                  PIC X(22) VALUE
015300         "  ROLLING AVERAGE OF ".
015400     05  SLA-HDG-WINDOW          PIC Z9.
015500     05  FILLER                  PIC X(16) VALUE
015600         " RUNS  (SECONDS)".
015700     05  FILLER                  PIC X(27) VALUE SPACES.
015800
015900 01  SLA-HEADING-2.
016000     05  FILLER                  PIC X(10) VALUE "STEP".
016100     05  FILLER                  PIC X(11) VALUE "   RUN ID".
016200     05  FILLER                  PIC X(10) VALUE "PRC DATE".
016300     05  FILLER                  PIC X(17) VALUE "STARTED".
016400     05  FILLER                  PIC X(08) VALUE "ENDED".
016500     05  FILLER                  PIC X(09) VALUE "ELAPSED".
016600     05  FILLER                  PIC X(09) VALUE " TARGET".
016700     05  FILLER                  PIC X(09) VALUE "ROLL AVG".
016800     05  FILLER                  PIC X(09) VALUE " CACHED".
016900     05  FILLER                  PIC X(09) VALUE "COMPUTED".
017000     05  FILLER                  PIC X(31) VALUE SPACES.
017100
017200 01  SLA-DETAIL-LINE.
017300     05  SLA-DTL-STEP-NAME       PIC X(08).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  SLA-DTL-RUN-ID          PIC 9(09).
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  SLA-DTL-PROCESS-DATE    PIC 9(08).
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  SLA-DTL-START-DATE      PIC 9(08).
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  SLA-DTL-START-TIME      PIC X(06).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  SLA-DTL-END-TIME        PIC X(06).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  SLA-DTL-ELAPSED         PIC ZZZ,ZZ9.
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  SLA-DTL-TARGET          PIC ZZZ,ZZ9.
018800     05  SLA-DTL-TARGET-X REDEFINES SLA-DTL-TARGET
018900                                 PIC X(07).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  SLA-DTL-ROLLING-AVG     PIC ZZZ,ZZ9.
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  SLA-DTL-CACHE-HITS      PIC ZZZ,ZZ9.
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  SLA-DTL-COMPUTED        PIC ZZZ,ZZ9.
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  SLA-DTL-FLAG            PIC X(08).
019800     05  FILLER                  PIC X(23) VALUE SPACES.
019900
020000 01  SLA-SUMMARY-HEADING-1.
020100     05  FILLER                  PIC X(30) VALUE
020200         "STEP SUMMARY FOR DATE RANGE".
020300     05  FILLER                  PIC X(102) VALUE SPACES.
020400
020500 01  SLA-SUMMARY-HEADING-2.
020600     05  FILLER                  PIC X(10) VALUE "STEP".
020700     05  FILLER                  PIC X(08) VALUE "  RUNS".
020800     05  FILLER                  PIC X(08) VALUE "BREACHES".
020900     05  FILLER                  PIC X(09) VALUE " TARGET".
021000     05  FILLER                  PIC X(09) VALUE "AVERAGE".
021100     05  FILLER                  PIC X(09) VALUE "MAXIMUM".
021200     05  FILLER                  PIC X(09) VALUE "ROLL AVG".
021300     05  FILLER                  PIC X(70) VALUE SPACES.
021400
021500 01  SLA-SUMMARY-LINE.
021600     05  SLA-SUM-STEP-NAME       PIC X(08).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  SLA-SUM-RUN-COUNT       PIC ZZ,ZZ9.
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  SLA-SUM-BREACH-COUNT    PIC ZZ,ZZ9.
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  SLA-SUM-TARGET          PIC ZZZ,ZZ9.
022300     05  SLA-SUM-TARGET-X REDEFINES SLA-SUM-TARGET
022400                                 PIC X(07).
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  SLA-SUM-AVERAGE         PIC ZZZ,ZZ9.
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  SLA-SUM-MAXIMUM         PIC ZZZ,ZZ9.
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  SLA-SUM-ROLLING-AVG     PIC ZZZ,ZZ9.
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  SLA-SUM-FLAG            PIC X(10).
023300     05  FILLER                  PIC X(60) VALUE SPACES.
023400
023500 01  SLA-TRAILER-LINE.
023600     05  FILLER                  PIC X(12) VALUE "STPSTA READ=".
023700     05  SLA-TRL-READ-COUNT      PIC Z,ZZZ,ZZ9.
023800     05  FILLER                  PIC X(10) VALUE " REPORTED=".
023900     05  SLA-TRL-REPORTED-COUNT  PIC ZZ,ZZ9.
024000     05  FILLER                  PIC X(10) VALUE " BREACHES=".
024100     05  SLA-TRL-BREACH-COUNT    PIC ZZ,ZZ9.
024200     05  FILLER                  PIC X(07) VALUE " STEPS=".
024300     05  SLA-TRL-STEP-COUNT      PIC ZZ9.
024400     05  FILLER                  PIC X(69) VALUE SPACES.
024500
024600 01  SLA-BLANK-LINE              PIC X(132) VALUE SPACES.
024700
024800 PROCEDURE DIVISION.
024900
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025200     PERFORM 2000-PROCESS-STATISTICS THRU 2000-EXIT
025300     PERFORM 3000-STEP-SUMMARY THRU 3000-EXIT
025400     PERFORM 5000-FINALIZE THRU 5000-EXIT
025500     GO TO 9999-EXIT.
025600
025700 1000-INITIALIZE.
025800     OPEN INPUT SLA-CONTROL-FILE
025900     IF NOT SLA-CTL-OK
026000         MOVE "SLACTL OPEN FAILED" TO SLA-ABEND-MESSAGE
026100         GO TO 8000-ABEND
026200     END-IF
026300     READ SLA-CONTROL-FILE
026400         AT END
026500             MOVE "SLACTL CONTAINS NO CONTROL RECORD" TO
026600                 SLA-ABEND-MESSAGE
026700             GO TO 8000-ABEND
026800     END-READ
026900     IF NOT SLA-CTL-RANGE
027000         MOVE "SLACTL FIRST RECORD IS NOT THE DATE RANGE" TO
027100             SLA-ABEND-MESSAGE
027200         GO TO 8000-ABEND
027300     END-IF
027400     IF SLA-CTL-FROM-DATE IS NOT NUMERIC OR
027500             SLA-CTL-TO-DATE IS NOT NUMERIC
027600         MOVE "SLACTL DATE RANGE IS NOT NUMERIC" TO
027700             SLA-ABEND-MESSAGE
027800         GO TO 8000-ABEND
027900     END-IF
028000     IF SLA-CTL-FROM-DATE > SLA-CTL-TO-DATE
028100         MOVE "SLACTL FROM-DATE EXCEEDS TO-DATE" TO
028200             SLA-ABEND-MESSAGE
028300         GO TO 8000-ABEND
028400     END-IF
028500     IF SLA-CTL-AVG-WINDOW IS NUMERIC AND
028600             SLA-CTL-AVG-WINDOW > ZERO
028700         MOVE SLA-CTL-AVG-WINDOW TO SLA-AVG-WINDOW
028800     END-IF
028900     IF SLA-AVG-WINDOW > SLA-MAX-WINDOW
029000         MOVE "SLACTL AVERAGE WINDOW EXCEEDS 10 RUNS" TO
029100             SLA-ABEND-MESSAGE
029200         GO TO 8000-ABEND
029300     END-IF
029400     MOVE SLA-CTL-FROM-DATE TO SLA-FROM-DATE
029500     MOVE SLA-CTL-TO-DATE TO SLA-TO-DATE
029600     PERFORM 1100-READ-TARGET THRU 1100-EXIT
029700         WITH TEST BEFORE UNTIL SLA-CTL-EOF
029800     CLOSE SLA-CONTROL-FILE
029900     OPEN INPUT SLA-STATISTICS-FILE
030000     IF NOT SLA-STA-OK
030100         MOVE "STPSTA OPEN FAILED" TO SLA-ABEND-MESSAGE
030200         GO TO 8000-ABEND
030300     END-IF
030400     OPEN OUTPUT SLA-REPORT-FILE
030500     IF NOT SLA-RPT-OK
030600         MOVE "SLARPT OPEN FAILED" TO SLA-ABEND-MESSAGE
030700         GO TO 8000-ABEND
030800     END-IF
030900     MOVE SLA-FROM-DATE TO SLA-HDG-FROM-DATE
031000     MOVE SLA-TO-DATE TO SLA-HDG-TO-DATE
031100     MOVE SLA-AVG-WINDOW TO SLA-HDG-WINDOW
031200     WRITE SLA-REPORT-LINE FROM SLA-HEADING-1
031300     WRITE SLA-REPORT-LINE FROM SLA-BLANK-LINE
031400     WRITE SLA-REPORT-LINE FROM SLA-HEADING-2.
031500 1000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900* EVERY RECORD AFTER THE DATE RANGE IS A STEP TARGET.  A STEP
032000* MAY CARRY ONLY ONE TARGET.
032100*****************************************************************
032200 1100-READ-TARGET.
032300     READ SLA-CONTROL-FILE
032400         AT END
032500             SET SLA-CTL-EOF TO TRUE
032600         NOT AT END
032700             PERFORM 1200-STORE-TARGET THRU 1200-EXIT
032800     END-READ.
032900 1100-EXIT.
033000     EXIT.
033100
033200 1200-STORE-TARGET.
033300     IF NOT SLA-CTL-TARGET
033400         MOVE "SLACTL RECORD TYPE IS NOT T" TO
033500             SLA-ABEND-MESSAGE
033600         GO TO 8000-ABEND
033700     END-IF
033800     IF SLA-CTL-STEP-NAME IS EQUAL TO SPACES OR
033900             SLA-CTL-TARGET-SECONDS IS NOT NUMERIC
034000         MOVE "SLACTL TARGET RECORD INVALID" TO
034100             SLA-ABEND-MESSAGE
034200         GO TO 8000-ABEND
034300     END-IF
034400     MOVE SLA-CTL-STEP-NAME TO SLA-FIND-NAME
034500     PERFORM 6000-FIND-STEP THRU 6000-EXIT
034600     IF SLA-STP-HAS-TARGET (SLA-FIND-IDX)
034700         MOVE "SLACTL DUPLICATE TARGET FOR STEP" TO
034800             SLA-ABEND-MESSAGE
034900         GO TO 8000-ABEND
035000     END-IF
035100     MOVE "Y" TO SLA-STP-TARGET-SW (SLA-FIND-IDX)
035200     MOVE SLA-CTL-TARGET-SECONDS TO
035300         SLA-STP-TARGET (SLA-FIND-IDX).
035400 1200-EXIT.
035500     EXIT.
035600
035700 2000-PROCESS-STATISTICS.
035800     PERFORM 2100-READ-STATISTICS THRU 2100-EXIT
035900         WITH TEST BEFORE UNTIL SLA-STA-EOF.
036000 2000-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400* STPSTA IS WRITTEN IN RUN ORDER.  RUNS BEFORE THE FROM-DATE ARE
036500* NOT PRINTED BUT STILL FEED THE ROLLING AVERAGE, SO THE FIRST
036600* DAY OF THE RANGE IS MEASURED AGAINST ITS RECENT HISTORY.
036700* RUNS AFTER THE TO-DATE ARE PASSED OVER.
036800*****************************************************************
036900 2100-READ-STATISTICS.
037000     READ SLA-STATISTICS-FILE
037100         AT END
037200             SET SLA-STA-EOF TO TRUE
037300         NOT AT END
037400             ADD 1 TO SLA-READ-COUNT
037500             IF STP-STA-PROCESS-DATE IS NOT GREATER THAN
037600                     SLA-TO-DATE
037700                 PERFORM 2200-TIME-RUN THRU 2200-EXIT
037800             END-IF
037900     END-READ.
038000 2100-EXIT.
038100     EXIT.
038200
038300 2200-TIME-RUN.
038400     MOVE STP-STA-STEP-NAME TO SLA-FIND-NAME
038500     PERFORM 6000-FIND-STEP THRU 6000-EXIT
038600     PERFORM 2300-COMPUTE-ELAPSED THRU 2300-EXIT
038700     PERFORM 2400-ADD-TO-RING THRU 2400-EXIT
038800     MOVE ZEROS TO SLA-RING-SUM
038900     PERFORM 2500-SUM-RING THRU 2500-EXIT
039000         VARYING SLA-RING-IDX FROM 1 BY 1
039100         UNTIL SLA-RING-IDX > SLA-STP-RING-COUNT (SLA-FIND-IDX)
039200     DIVIDE SLA-RING-SUM BY SLA-STP-RING-COUNT (SLA-FIND-IDX)
039300         GIVING SLA-STP-ROLLING-AVG (SLA-FIND-IDX) ROUNDED
039400     IF STP-STA-PROCESS-DATE IS NOT LESS THAN SLA-FROM-DATE
039500         PERFORM 2600-REPORT-RUN THRU 2600-EXIT
039600     END-IF.
039700 2200-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* ELAPSED SECONDS FROM THE WALL-CLOCK START TO THE WALL-CLOCK
040200* END, CARRIED ACROSS MIDNIGHT BY THE DAY SERIAL OF EACH DATE.
040300* A RECORD WITHOUT A USABLE START OR END IS TIMED AT ZERO.
040400*****************************************************************
040500 2300-COMPUTE-ELAPSED.
040600     MOVE ZEROS TO SLA-ELAPSED
040700     IF STP-STA-START-DATE IS NOT NUMERIC OR
040800             STP-STA-END-DATE IS NOT NUMERIC OR
040900             STP-STA-START-TIME IS NOT NUMERIC OR
041000             STP-STA-END-TIME IS NOT NUMERIC OR
041100             STP-STA-START-DATE IS EQUAL TO ZEROS OR
041200             STP-STA-END-DATE IS EQUAL TO ZEROS
041300         GO TO 2300-EXIT
041400     END-IF
041500     MOVE STP-STA-START-DATE TO SLA-TEST-DATE-N
041600     PERFORM 2900-DATE-TO-SERIAL THRU 2900-EXIT
041700     MOVE SLA-SERIAL TO SLA-START-SERIAL
041800     MOVE STP-STA-END-DATE TO SLA-TEST-DATE-N
041900     PERFORM 2900-DATE-TO-SERIAL THRU 2900-EXIT
042000     MOVE SLA-SERIAL TO SLA-END-SERIAL
042100     MOVE STP-STA-START-TIME TO SLA-TEST-TIME-N
042200     COMPUTE SLA-START-SECONDS = SLA-TM-HH * 3600 +
042300         SLA-TM-MM * 60 + SLA-TM-SS
042400     MOVE STP-STA-END-TIME TO SLA-TEST-TIME-N
042500     COMPUTE SLA-END-SECONDS = SLA-TM-HH * 3600 +
042600         SLA-TM-MM * 60 + SLA-TM-SS
042700     COMPUTE SLA-ELAPSED-SIGNED =
042800         (SLA-END-SERIAL - SLA-START-SERIAL) * 86400 +
042900         SLA-END-SECONDS - SLA-START-SECONDS
043000     IF SLA-ELAPSED-SIGNED > ZERO
043100         MOVE SLA-ELAPSED-SIGNED TO SLA-ELAPSED
043200     END-IF.
043300 2300-EXIT.
043400     EXIT.
043500
043600 2400-ADD-TO-RING.
043700     ADD 1 TO SLA-STP-RING-NEXT (SLA-FIND-IDX)
043800     IF SLA-STP-RING-NEXT (SLA-FIND-IDX) > SLA-AVG-WINDOW
043900         MOVE 1 TO SLA-STP-RING-NEXT (SLA-FIND-IDX)
044000     END-IF
044100     MOVE SLA-ELAPSED TO SLA-STP-RING-ELAPSED
044200         (SLA-FIND-IDX, SLA-STP-RING-NEXT (SLA-FIND-IDX))
044300     IF SLA-STP-RING-COUNT (SLA-FIND-IDX) < SLA-AVG-WINDOW
044400         ADD 1 TO SLA-STP-RING-COUNT (SLA-FIND-IDX)
044500     END-IF.
044600 2400-EXIT.
044700     EXIT.
044800
044900 2500-SUM-RING.
045000     ADD SLA-STP-RING-ELAPSED (SLA-FIND-IDX, SLA-RING-IDX) TO
045100         SLA-RING-SUM.
045200 2500-EXIT.
045300     EXIT.
045400
045500 2600-REPORT-RUN.
045600     ADD 1 TO SLA-REPORTED-COUNT
045700     ADD 1 TO SLA-STP-RUN-COUNT (SLA-FIND-IDX)
045800     ADD SLA-ELAPSED TO SLA-STP-TOTAL-ELAPSED (SLA-FIND-IDX)
045900     IF SLA-ELAPSED > SLA-STP-MAX-ELAPSED (SLA-FIND-IDX)
046000         MOVE SLA-ELAPSED TO SLA-STP-MAX-ELAPSED (SLA-FIND-IDX)
046100     END-IF
046200     MOVE STP-STA-STEP-NAME TO SLA-DTL-STEP-NAME
046300     MOVE STP-STA-RUN-ID TO SLA-DTL-RUN-ID
046400     MOVE STP-STA-PROCESS-DATE TO SLA-DTL-PROCESS-DATE
046500     MOVE STP-STA-START-DATE TO SLA-DTL-START-DATE
046600     MOVE STP-STA-START-TIME TO SLA-TEST-TIME-N
046700     MOVE SLA-TM-HHMMSS TO SLA-DTL-START-TIME
046800     MOVE STP-STA-END-TIME TO SLA-TEST-TIME-N
046900     MOVE SLA-TM-HHMMSS TO SLA-DTL-END-TIME
047000     MOVE SLA-ELAPSED TO SLA-DTL-ELAPSED
047100     MOVE SLA-STP-ROLLING-AVG (SLA-FIND-IDX) TO
047200         SLA-DTL-ROLLING-AVG
047300     MOVE STP-STA-CACHE-HITS TO SLA-DTL-CACHE-HITS
047400     MOVE STP-STA-COMPUTED TO SLA-DTL-COMPUTED
047500     MOVE SPACES TO SLA-DTL-FLAG
047600     IF SLA-STP-HAS-TARGET (SLA-FIND-IDX)
047700         MOVE SLA-STP-TARGET (SLA-FIND-IDX) TO SLA-DTL-TARGET
047800         IF SLA-ELAPSED > SLA-STP-TARGET (SLA-FIND-IDX)
047900             MOVE "*BREACH*" TO SLA-DTL-FLAG
048000             ADD 1 TO SLA-BREACH-COUNT
048100             ADD 1 TO SLA-STP-BREACH-COUNT (SLA-FIND-IDX)
048200         END-IF
048300     ELSE
048400         MOVE "NO TGT" TO SLA-DTL-TARGET-X
048500     END-IF
048600     WRITE SLA-REPORT-LINE FROM SLA-DETAIL-LINE.
048700 2600-EXIT.
048800     EXIT.
048900
049000 2900-DATE-TO-SERIAL.
049100     MOVE SLA-TST-YYYY TO SLA-SER-Y
049200     MOVE SLA-TST-MM TO SLA-SER-M
049300     IF SLA-SER-M < 3
049400         SUBTRACT 1 FROM SLA-SER-Y
049500         ADD 12 TO SLA-SER-M
049600     END-IF
049700     DIVIDE SLA-SER-Y BY 4 GIVING SLA-SER-LEAP4
049800     DIVIDE SLA-SER-Y BY 100 GIVING SLA-SER-LEAP100
049900     DIVIDE SLA-SER-Y BY 400 GIVING SLA-SER-LEAP400
050000     ADD 1 TO SLA-SER-M GIVING SLA-SER-M1
050100     MULTIPLY 153 BY SLA-SER-M1 GIVING SLA-SER-MONTH-WORK
050200     DIVIDE SLA-SER-MONTH-WORK BY 5 GIVING SLA-SER-MONTH-WORK
050300     MULTIPLY 365 BY SLA-SER-Y GIVING SLA-SERIAL
050400     ADD SLA-SER-LEAP4 TO SLA-SERIAL
050500     SUBTRACT SLA-SER-LEAP100 FROM SLA-SERIAL
050600     ADD SLA-SER-LEAP400 TO SLA-SERIAL
050700     ADD SLA-SER-MONTH-WORK TO SLA-SERIAL
050800     ADD SLA-TST-DD TO SLA-SERIAL.
050900 2900-EXIT.
051000     EXIT.
051100
051200 3000-STEP-SUMMARY.
051300     WRITE SLA-REPORT-LINE FROM SLA-BLANK-LINE
051400     WRITE SLA-REPORT-LINE FROM SLA-SUMMARY-HEADING-1
051500     WRITE SLA-REPORT-LINE FROM SLA-SUMMARY-HEADING-2
051600     PERFORM 3100-SUMMARY-LINE THRU 3100-EXIT
051700         VARYING SLA-STEP-IDX FROM 1 BY 1
051800         UNTIL SLA-STEP-IDX > SLA-STEP-COUNT
051900     WRITE SLA-REPORT-LINE FROM SLA-BLANK-LINE
052000     MOVE SLA-READ-COUNT TO SLA-TRL-READ-COUNT
052100     MOVE SLA-REPORTED-COUNT TO SLA-TRL-REPORTED-COUNT
052200     MOVE SLA-BREACH-COUNT TO SLA-TRL-BREACH-COUNT
052300     MOVE SLA-STEP-COUNT TO SLA-TRL-STEP-COUNT
052400     WRITE SLA-REPORT-LINE FROM SLA-TRAILER-LINE.
052500 3000-EXIT.
052600     EXIT.
052700
052800 3100-SUMMARY-LINE.
052900     MOVE SLA-STP-NAME (SLA-STEP-IDX) TO SLA-SUM-STEP-NAME
053000     MOVE SLA-STP-RUN-COUNT (SLA-STEP-IDX) TO SLA-SUM-RUN-COUNT
053100     MOVE SLA-STP-BREACH-COUNT (SLA-STEP-IDX) TO
053200         SLA-SUM-BREACH-COUNT
053300     IF SLA-STP-HAS-TARGET (SLA-STEP-IDX)
053400         MOVE SLA-STP-TARGET (SLA-STEP-IDX) TO SLA-SUM-TARGET
053500     ELSE
053600         MOVE "NO TGT" TO SLA-SUM-TARGET-X
053700     END-IF
053800     MOVE ZEROS TO SLA-PERIOD-AVG
053900     IF SLA-STP-RUN-COUNT (SLA-STEP-IDX) > ZERO
054000         DIVIDE SLA-STP-TOTAL-ELAPSED (SLA-STEP-IDX) BY
054100             SLA-STP-RUN-COUNT (SLA-STEP-IDX)
054200             GIVING SLA-PERIOD-AVG ROUNDED
054300         MOVE SPACES TO SLA-SUM-FLAG
054400     ELSE
054500         MOVE "NO RUNS" TO SLA-SUM-FLAG
054600     END-IF
054700     MOVE SLA-PERIOD-AVG TO SLA-SUM-AVERAGE
054800     MOVE SLA-STP-MAX-ELAPSED (SLA-STEP-IDX) TO SLA-SUM-MAXIMUM
054900     MOVE SLA-STP-ROLLING-AVG (SLA-STEP-IDX) TO
055000         SLA-SUM-ROLLING-AVG
055100     WRITE SLA-REPORT-LINE FROM SLA-SUMMARY-LINE.
055200 3100-EXIT.
055300     EXIT.
055400
055500 5000-FINALIZE.
055600     CLOSE SLA-STATISTICS-FILE
055700     CLOSE SLA-REPORT-FILE
055800     DISPLAY "PESLA STPSTA READ=" SLA-READ-COUNT
055900         " REPORTED=" SLA-REPORTED-COUNT
056000         " BREACHES=" SLA-BREACH-COUNT
056100     IF SLA-BREACH-COUNT > ZERO
056200         MOVE 4 TO RETURN-CODE
056300     END-IF.
056400 5000-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800* LOCATE SLA-FIND-NAME IN THE STEP TABLE, ADDING AN EMPTY ENTRY
056900* WHEN THE STEP HAS NOT BEEN SEEN.  SLA-FIND-IDX IS THE ENTRY.
057000*****************************************************************
057100 6000-FIND-STEP.
057200     MOVE "N" TO SLA-FOUND-SW
057300     PERFORM 6100-MATCH-STEP THRU 6100-EXIT
057400         VARYING SLA-STEP-IDX FROM 1 BY 1
057500         UNTIL SLA-STEP-IDX > SLA-STEP-COUNT OR SLA-FOUND
057600     IF SLA-FOUND
057700         GO TO 6000-EXIT
057800     END-IF
057900     IF SLA-STEP-COUNT IS NOT LESS THAN SLA-STEP-LIMIT
058000         MOVE "STEP TABLE OVERFLOW" TO SLA-ABEND-MESSAGE
058100         GO TO 8000-ABEND
058200     END-IF
058300     ADD 1 TO SLA-STEP-COUNT
058400     MOVE SLA-STEP-COUNT TO SLA-FIND-IDX
058500     MOVE SLA-FIND-NAME TO SLA-STP-NAME (SLA-FIND-IDX)
058600     MOVE "N" TO SLA-STP-TARGET-SW (SLA-FIND-IDX)
058700     MOVE ZEROS TO SLA-STP-TARGET (SLA-FIND-IDX)
058800     MOVE ZEROS TO SLA-STP-RING-COUNT (SLA-FIND-IDX)
058900     MOVE ZEROS TO SLA-STP-RING-NEXT (SLA-FIND-IDX)
059000     MOVE ZEROS TO SLA-STP-RUN-COUNT (SLA-FIND-IDX)
059100     MOVE ZEROS TO SLA-STP-BREACH-COUNT (SLA-FIND-IDX)
059200     MOVE ZEROS TO SLA-STP-TOTAL-ELAPSED (SLA-FIND-IDX)
059300     MOVE ZEROS TO SLA-STP-MAX-ELAPSED (SLA-FIND-IDX)
059400     MOVE ZEROS TO SLA-STP-ROLLING-AVG (SLA-FIND-IDX).
059500 6000-EXIT.
059600     EXIT.
059700
059800 6100-MATCH-STEP.
059900     IF SLA-STP-NAME (SLA-STEP-IDX) IS EQUAL TO SLA-FIND-NAME
060000         MOVE SLA-STEP-IDX TO SLA-FIND-IDX
060100         SET SLA-FOUND TO TRUE
060200     END-IF.
060300 6100-EXIT.
060400     EXIT.
060500
060600 8000-ABEND.
060700     DISPLAY "*** PESLA ABEND *** " SLA-ABEND-MESSAGE
060800     MOVE 16 TO RETURN-CODE
060900     GO TO 9999-EXIT.
061000
061100 9999-EXIT.
061200     STOP RUN.
