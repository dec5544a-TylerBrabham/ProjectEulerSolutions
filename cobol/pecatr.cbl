000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PECATR.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - MULTI-DAY CATCH-UP
001300*                    REPORT.  RUNS AS THE LAST STEP OF THE PECATJ
001400*                    JOB PECATC SUBMITS, EVEN WHEN AN EARLIER
001500*                    STEP FAILED, AND PRINTS ONE LINE PER DATE ON
001600*                    THE CATPLN PLAN WITH THE RUN ID PEEDIT
001700*                    ASSIGNED IT AND THE OUTCOME OF EVERY STEP -
001800*                    PEEDIT THROUGH DLYRPT FROM THE CYCSTS FLAGS,
001900*                    PEDWTX FROM THE DWTREG REGISTER AND PEROLL
002000*                    FROM PRCDTE.  THE FIRST DATE NOT CLEAN IS
002100*                    WHERE THE CATCH-UP STOPPED; THE DATES AFTER
002200*                    IT WERE NOT REACHED.  ENDS WITH CONDITION
002300*                    CODE 8 UNLESS EVERY PLANNED DATE IS CLEAN.
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CTR-PLAN-FILE ASSIGN TO "CATPLN"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS CTR-PLN-STATUS.
003200
003300     SELECT CTR-PROCESS-DATE-FILE ASSIGN TO "PRCDTE"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CTR-PRC-STATUS.
003600
003700     SELECT CTR-CYCLE-FILE ASSIGN TO "CYCSTS"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CYC-STS-KEY
004100         FILE STATUS IS CTR-CYC-STATUS.
004200
004300     SELECT CTR-REGISTER-FILE ASSIGN TO "DWTREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DWT-REG-KEY
004700         FILE STATUS IS CTR-REG-STATUS.
004800
004900     SELECT CTR-REPORT-FILE ASSIGN TO "CTRRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CTR-RPT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CTR-PLAN-FILE
005600     RECORDING MODE IS F.
005700 COPY CATPLN.
005800
005900 FD  CTR-PROCESS-DATE-FILE
006000     RECORDING MODE IS F.
006100 COPY PRCDTE.
006200
006300 FD  CTR-CYCLE-FILE.
006400 COPY CYCSTS.
006500
006600 FD  CTR-REGISTER-FILE.
006700 COPY DWTREG.
006800
006900 FD  CTR-REPORT-FILE
007000     RECORDING MODE IS F.
007100 01  CTR-REPORT-LINE             PIC X(100).
007200
007300 WORKING-STORAGE SECTION.
007400 01  CTR-SWITCHES.
007500     05  CTR-PLN-EOF-SW      PIC X(01) VALUE "N".
007600         88  CTR-PLN-EOF            VALUE "Y".
007700     05  CTR-REG-EOF-SW      PIC X(01) VALUE "N".
007800         88  CTR-REG-EOF            VALUE "Y".
007900     05  CTR-STOPPED-SW      PIC X(01) VALUE "N".
008000         88  CTR-STOPPED            VALUE "Y".
008100     05  CTR-FAILED-SW       PIC X(01) VALUE "N".
008200         88  CTR-STEP-FAILED        VALUE "Y".
008300     05  CTR-CYC-OPEN-SW     PIC X(01) VALUE "N".
008400         88  CTR-CYC-OPEN           VALUE "Y".
008500     05  CTR-REG-OPEN-SW     PIC X(01) VALUE "N".
008600         88  CTR-REG-OPEN           VALUE "Y".
008700
008800 01  CTR-FILE-STATUSES.
008900     05  CTR-PLN-STATUS      PIC X(02) VALUE "00".
009000         88  CTR-PLN-OK             VALUE "00".
009100     05  CTR-PRC-STATUS      PIC X(02) VALUE "00".
009200         88  CTR-PRC-OK             VALUE "00".
009300     05  CTR-CYC-STATUS      PIC X(02) VALUE "00".
009400         88  CTR-CYC-OK             VALUE "00".
009500         88  CTR-CYC-NOT-FOUND      VALUE "23".
009600         88  CTR-CYC-MISSING        VALUE "35".
009700     05  CTR-REG-STATUS      PIC X(02) VALUE "00".
009800         88  CTR-REG-OK             VALUE "00".
009900         88  CTR-REG-NOT-FOUND      VALUE "23".
010000         88  CTR-REG-MISSING        VALUE "35".
010100     05  CTR-RPT-STATUS      PIC X(02) VALUE "00".
010200         88  CTR-RPT-OK             VALUE "00".
010300
010400 01  CTR-ABEND-MESSAGE       PIC X(60).
010500
010600 01  CTR-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
010700 01  CTR-RUN-ID              PIC 9(09) VALUE ZEROS.
010800 01  CTR-DATE-PERIOD         PIC 9(06) VALUE ZEROS.
010900
011000 01  CTR-COUNTS.
011100     05  CTR-DATE-COUNT      PIC 9(03) VALUE ZEROS.
011200     05  CTR-CLEAN-COUNT     PIC 9(03) VALUE ZEROS.
011300     05  CTR-STOPPED-COUNT   PIC 9(03) VALUE ZEROS.
011400     05  CTR-UNREACHED-COUNT PIC 9(03) VALUE ZEROS.
011500
011600*****************************************************************
011700* ONE ENTRY PER STEP OF A DATE'S CYCLE IN RUN ORDER.  A STEP'S
011800* FLAG IS "Y" WHEN IT ENDED CLEAN FOR THE DATE IN THIS CATCH-UP.
011900*****************************************************************
012000 01  CTR-STEP-NAME-VALUES.
012100     05  FILLER              PIC X(08) VALUE "PEEDIT".
012200     05  FILLER              PIC X(08) VALUE "P1".
012300     05  FILLER              PIC X(08) VALUE "P2".
012400     05  FILLER              PIC X(08) VALUE "P3".
012500     05  FILLER              PIC X(08) VALUE "PEVRFY".
012600     05  FILLER              PIC X(08) VALUE "DLYRPT".
012700     05  FILLER              PIC X(08) VALUE "PEDWTX".
012800     05  FILLER              PIC X(08) VALUE "PEROLL".
012900 01  CTR-STEP-NAMES REDEFINES CTR-STEP-NAME-VALUES.
013000     05  CTR-STEP-NAME       PIC X(08) OCCURS 8 TIMES.
013100 01  CTR-STEP-FLAGS.
013200     05  CTR-STEP-FLAG       PIC X(01) OCCURS 8 TIMES.
013300 01  CTR-STEP-LIMIT          PIC 9(03) COMP VALUE 8.
013400 01  CTR-STEP-IDX            PIC 9(03) COMP VALUE ZERO.
013500 01  CTR-FAILED-IDX          PIC 9(03) COMP VALUE ZERO.
013600
013700 01  CTR-HEADING-1.
013800     05  FILLER              PIC X(40) VALUE
013900         "PECATR - MULTI-DAY CATCH-UP CYCLE REPORT".
014000     05  FILLER              PIC X(60) VALUE SPACES.
014100
014200 01  CTR-PLAN-LINE.
014300     05  FILLER              PIC X(08) VALUE "PLANNED ".
014400     05  CTR-PLN-LINE-DATE   PIC 9(08).
014500     05  FILLER              PIC X(01) VALUE SPACES.
014600     05  CTR-PLN-LINE-TIME   PIC 9(06).
014700     05  FILLER              PIC X(09) VALUE " THROUGH ".
014800     05  CTR-PLN-LINE-THROUGH
014900                             PIC 9(08).
015000     05  FILLER              PIC X(21) VALUE
015100         " LAST RUN ID BEFORE= ".
015200     05  CTR-PLN-LINE-BASE   PIC 9(09).
015300     05  FILLER              PIC X(30) VALUE SPACES.
015400
015500 01  CTR-HEADING-2.
015600     05  FILLER              PIC X(05) VALUE "SEQ".
015700     05  FILLER              PIC X(10) VALUE "DATE".
015800     05  FILLER              PIC X(11) VALUE "RUN ID".
015900     05  FILLER              PIC X(07) VALUE "PEEDIT".
016000     05  FILLER              PIC X(07) VALUE "P1".
016100     05  FILLER              PIC X(07) VALUE "P2".
016200     05  FILLER              PIC X(07) VALUE "P3".
016300     05  FILLER              PIC X(07) VALUE "PEVRFY".
016400     05  FILLER              PIC X(07) VALUE "DLYRPT".
016500     05  FILLER              PIC X(07) VALUE "PEDWTX".
016600     05  FILLER              PIC X(07) VALUE "PEROLL".
016700     05  FILLER              PIC X(18) VALUE "STATUS".
016800
016900 01  CTR-DETAIL-LINE.
017000     05  CTR-DTL-SEQUENCE    PIC 9(03).
017100     05  FILLER              PIC X(02) VALUE SPACES.
017200     05  CTR-DTL-DATE        PIC 9(08).
017300     05  FILLER              PIC X(02) VALUE SPACES.
017400     05  CTR-DTL-RUN-ID      PIC Z(08)9 BLANK WHEN ZERO.
017500     05  FILLER              PIC X(02) VALUE SPACES.
017600     05  CTR-DTL-STEPS.
017700         10  CTR-DTL-STEP    OCCURS 8 TIMES.
017800             15  CTR-DTL-OUTCOME
017900                             PIC X(06).
018000             15  FILLER      PIC X(01).
018100     05  CTR-DTL-STATUS      PIC X(18).
018200
018300 01  CTR-NOTE-LINE.
018400     05  FILLER              PIC X(15) VALUE SPACES.
018500     05  CTR-NTE-MESSAGE     PIC X(60).
018600     05  FILLER              PIC X(25) VALUE SPACES.
018700
018800 01  CTR-TRAILER-LINE.
018900     05  FILLER              PIC X(06) VALUE "DATES=".
019000     05  CTR-TRL-DATES       PIC ZZ9.
019100     05  FILLER              PIC X(07) VALUE " CLEAN=".
019200     05  CTR-TRL-CLEAN       PIC ZZ9.
019300     05  FILLER              PIC X(09) VALUE " STOPPED=".
019400     05  CTR-TRL-STOPPED     PIC ZZ9.
019500     05  FILLER              PIC X(13) VALUE " NOT REACHED=".
019600     05  CTR-TRL-UNREACHED   PIC ZZ9.
019700     05  FILLER              PIC X(12) VALUE " PRCDTE NOW=".
019800     05  CTR-TRL-PROCESS-DATE
019900                             PIC 9(08).
020000     05  FILLER              PIC X(33) VALUE SPACES.
020100
020200 01  CTR-BLANK-LINE          PIC X(100) VALUE SPACES.
020300
020400 PROCEDURE DIVISION.
020500
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020800     PERFORM 2000-REPORT-PLAN THRU 2000-EXIT
020900     PERFORM 5000-FINALIZE THRU 5000-EXIT
021000     GO TO 9999-EXIT.
021100
021200 1000-INITIALIZE.
021300     OPEN INPUT CTR-PROCESS-DATE-FILE
021400     IF NOT CTR-PRC-OK
021500         MOVE "PRCDTE OPEN FAILED" TO CTR-ABEND-MESSAGE
021600         GO TO 8000-ABEND
021700     END-IF
021800     READ CTR-PROCESS-DATE-FILE
021900         AT END
022000             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
022100                 CTR-ABEND-MESSAGE
022200             GO TO 8000-ABEND
022300     END-READ
022400     MOVE PRC-PROCESS-DATE TO CTR-PROCESS-DATE
022500     CLOSE CTR-PROCESS-DATE-FILE
022600     OPEN INPUT CTR-PLAN-FILE
022700     IF NOT CTR-PLN-OK
022800         MOVE "CATPLN OPEN FAILED" TO CTR-ABEND-MESSAGE
022900         GO TO 8000-ABEND
023000     END-IF
023100     OPEN INPUT CTR-CYCLE-FILE
023200     IF CTR-CYC-OK
023300         SET CTR-CYC-OPEN TO TRUE
023400     ELSE
023500         IF NOT CTR-CYC-MISSING
023600             MOVE "CYCSTS OPEN FAILED" TO CTR-ABEND-MESSAGE
023700             GO TO 8000-ABEND
023800         END-IF
023900     END-IF
024000     OPEN INPUT CTR-REGISTER-FILE
024100     IF CTR-REG-OK
024200         SET CTR-REG-OPEN TO TRUE
024300     ELSE
024400         IF NOT CTR-REG-MISSING
024500             MOVE "DWTREG OPEN FAILED" TO CTR-ABEND-MESSAGE
024600             GO TO 8000-ABEND
024700         END-IF
024800     END-IF
024900     OPEN OUTPUT CTR-REPORT-FILE
025000     IF NOT CTR-RPT-OK
025100         MOVE "CTRRPT OPEN FAILED" TO CTR-ABEND-MESSAGE
025200         GO TO 8000-ABEND
025300     END-IF
025400     WRITE CTR-REPORT-LINE FROM CTR-HEADING-1
025500     WRITE CTR-REPORT-LINE FROM CTR-BLANK-LINE.
025600 1000-EXIT.
025700     EXIT.
025800
025900 2000-REPORT-PLAN.
026000     PERFORM 2100-READ-PLAN THRU 2100-EXIT
026100         WITH TEST BEFORE UNTIL CTR-PLN-EOF
026200     IF CTR-DATE-COUNT IS EQUAL TO ZERO
026300         MOVE "CATPLN CONTAINS NO PLANNED DATES" TO
026400             CTR-ABEND-MESSAGE
026500         GO TO 8000-ABEND
026600     END-IF.
026700 2000-EXIT.
026800     EXIT.
026900
027000 2100-READ-PLAN.
027100     READ CTR-PLAN-FILE
027200         AT END
027300             SET CTR-PLN-EOF TO TRUE
027400         NOT AT END
027500             ADD 1 TO CTR-DATE-COUNT
027600             IF CTR-DATE-COUNT IS EQUAL TO 1
027700                 PERFORM 2150-PRINT-PLAN-HEAD THRU 2150-EXIT
027800             END-IF
027900             PERFORM 2200-REPORT-DATE THRU 2200-EXIT
028000     END-READ.
028100 2100-EXIT.
028200     EXIT.
028300
028400 2150-PRINT-PLAN-HEAD.
028500     MOVE CAT-PLN-PLAN-DATE TO CTR-PLN-LINE-DATE
028600     MOVE CAT-PLN-PLAN-TIME TO CTR-PLN-LINE-TIME
028700     MOVE CAT-PLN-THROUGH-DATE TO CTR-PLN-LINE-THROUGH
028800     MOVE CAT-PLN-BASE-RUN-ID TO CTR-PLN-LINE-BASE
028900     WRITE CTR-REPORT-LINE FROM CTR-PLAN-LINE
029000     WRITE CTR-REPORT-LINE FROM CTR-BLANK-LINE
029100     WRITE CTR-REPORT-LINE FROM CTR-HEADING-2
029200     WRITE CTR-REPORT-LINE FROM CTR-BLANK-LINE.
029300 2150-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* A DATE COUNTS AS RUN BY THIS CATCH-UP ONLY WHEN ITS CYCSTS ROW
029800* CARRIES A RUN ID ASSIGNED AFTER THE PLAN WAS MADE; A ROW LEFT
029900* BY AN EARLIER ATTEMPT MEANS PEEDIT NEVER OPENED THE DATE.  THE
030000* FIRST STEP WITHOUT A CLEAN FLAG IS WHERE THE JOB STOPPED.
030100*****************************************************************
030200 2200-REPORT-DATE.
030300     MOVE CAT-PLN-SEQUENCE TO CTR-DTL-SEQUENCE
030400     MOVE CAT-PLN-PROCESS-DATE TO CTR-DTL-DATE
030500     MOVE ZEROS TO CTR-RUN-ID
030600     MOVE SPACES TO CTR-DTL-STEPS
030700     MOVE SPACES TO CTR-STEP-FLAGS
030800     PERFORM 2250-CLEAR-OUTCOME THRU 2250-EXIT
030900         VARYING CTR-STEP-IDX FROM 1 BY 1
031000         UNTIL CTR-STEP-IDX > CTR-STEP-LIMIT
031100     IF CTR-STOPPED
031200         MOVE ZEROS TO CTR-DTL-RUN-ID
031300         MOVE "NOT REACHED" TO CTR-DTL-STATUS
031400         ADD 1 TO CTR-UNREACHED-COUNT
031500         WRITE CTR-REPORT-LINE FROM CTR-DETAIL-LINE
031600         GO TO 2200-EXIT
031700     END-IF
031800     PERFORM 2300-READ-CYCLE-ROW THRU 2300-EXIT
031900     IF CTR-RUN-ID > ZERO
032000         PERFORM 2400-FIND-TRANSMISSION THRU 2400-EXIT
032100         IF CTR-PROCESS-DATE > CAT-PLN-PROCESS-DATE
032200             MOVE "Y" TO CTR-STEP-FLAG (8)
032300         END-IF
032400     END-IF
032500     MOVE CTR-RUN-ID TO CTR-DTL-RUN-ID
032600     MOVE "N" TO CTR-FAILED-SW
032700     MOVE ZERO TO CTR-FAILED-IDX
032800     PERFORM 2500-MARK-STEP THRU 2500-EXIT
032900         VARYING CTR-STEP-IDX FROM 1 BY 1
033000         UNTIL CTR-STEP-IDX > CTR-STEP-LIMIT OR
033100             CTR-STEP-FAILED
033200     IF CTR-STEP-FAILED
033300         MOVE SPACES TO CTR-DTL-STATUS
033400         STRING "STOPPED AT " CTR-STEP-NAME (CTR-FAILED-IDX)
033500             DELIMITED BY SIZE INTO CTR-DTL-STATUS
033600         ADD 1 TO CTR-STOPPED-COUNT
033700         SET CTR-STOPPED TO TRUE
033800         WRITE CTR-REPORT-LINE FROM CTR-DETAIL-LINE
033900         GO TO 2200-EXIT
034000     END-IF
034100     MOVE "CLEAN" TO CTR-DTL-STATUS
034200     ADD 1 TO CTR-CLEAN-COUNT
034300     WRITE CTR-REPORT-LINE FROM CTR-DETAIL-LINE
034400     IF CAT-PLN-MONTH-END
034500         DIVIDE CAT-PLN-PROCESS-DATE BY 100
034600             GIVING CTR-DATE-PERIOD
034700         MOVE SPACES TO CTR-NTE-MESSAGE
034800         STRING "MONTH END - RUN PECLOS FOR PERIOD "
034900             CTR-DATE-PERIOD
035000             DELIMITED BY SIZE INTO CTR-NTE-MESSAGE
035100         WRITE CTR-REPORT-LINE FROM CTR-NOTE-LINE
035200     END-IF.
035300 2200-EXIT.
035400     EXIT.
035500
035600 2250-CLEAR-OUTCOME.
035700     MOVE "-" TO CTR-DTL-OUTCOME (CTR-STEP-IDX)
035800     MOVE "N" TO CTR-STEP-FLAG (CTR-STEP-IDX).
035900 2250-EXIT.
036000     EXIT.
036100
036200 2300-READ-CYCLE-ROW.
036300     IF NOT CTR-CYC-OPEN
036400         GO TO 2300-EXIT
036500     END-IF
036600     MOVE CAT-PLN-PROCESS-DATE TO CYC-STS-PROCESS-DATE
036700     READ CTR-CYCLE-FILE
036800     IF CTR-CYC-NOT-FOUND
036900         GO TO 2300-EXIT
037000     END-IF
037100     IF NOT CTR-CYC-OK
037200         MOVE "CYCSTS READ FAILED" TO CTR-ABEND-MESSAGE
037300         GO TO 8000-ABEND
037400     END-IF
037500     IF CYC-STS-LAST-RUN-ID IS NOT GREATER THAN
037600             CAT-PLN-BASE-RUN-ID
037700         GO TO 2300-EXIT
037800     END-IF
037900     MOVE CYC-STS-LAST-RUN-ID TO CTR-RUN-ID
038000     MOVE CYC-STS-PEEDIT-FLAG TO CTR-STEP-FLAG (1)
038100     MOVE CYC-STS-P1-FLAG TO CTR-STEP-FLAG (2)
038200     MOVE CYC-STS-P2-FLAG TO CTR-STEP-FLAG (3)
038300     MOVE CYC-STS-P3-FLAG TO CTR-STEP-FLAG (4)
038400     MOVE CYC-STS-PEVRFY-FLAG TO CTR-STEP-FLAG (5)
038500     MOVE CYC-STS-DLYRPT-FLAG TO CTR-STEP-FLAG (6).
038600 2300-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000* PEDWTX ENDED CLEAN WHEN THE REGISTER HOLDS A TRANSMISSION OF
039100* THE DATE UNDER THE RUN ID THE CATCH-UP ASSIGNED IT.
039200*****************************************************************
039300 2400-FIND-TRANSMISSION.
039400     IF NOT CTR-REG-OPEN
039500         GO TO 2400-EXIT
039600     END-IF
039700     MOVE "N" TO CTR-REG-EOF-SW
039800     MOVE ZEROS TO DWT-REG-SEQUENCE
039900     START CTR-REGISTER-FILE KEY IS NOT LESS THAN DWT-REG-KEY
040000     IF CTR-REG-NOT-FOUND
040100         GO TO 2400-EXIT
040200     END-IF
040300     IF NOT CTR-REG-OK
040400         MOVE "DWTREG START FAILED" TO CTR-ABEND-MESSAGE
040500         GO TO 8000-ABEND
040600     END-IF
040700     PERFORM 2450-READ-REGISTER THRU 2450-EXIT
040800         WITH TEST BEFORE UNTIL CTR-REG-EOF.
040900 2400-EXIT.
041000     EXIT.
041100
041200 2450-READ-REGISTER.
041300     READ CTR-REGISTER-FILE NEXT RECORD
041400         AT END
041500             SET CTR-REG-EOF TO TRUE
041600         NOT AT END
041700             IF DWT-REG-PROCESS-DATE IS EQUAL TO
041800                     CAT-PLN-PROCESS-DATE AND
041900                     DWT-REG-RUN-ID IS EQUAL TO CTR-RUN-ID
042000                 MOVE "Y" TO CTR-STEP-FLAG (7)
042100                 SET CTR-REG-EOF TO TRUE
042200             END-IF
042300     END-READ.
042400 2450-EXIT.
042500     EXIT.
042600
042700 2500-MARK-STEP.
042800     IF CTR-STEP-FLAG (CTR-STEP-IDX) IS EQUAL TO "Y"
042900         MOVE "OK" TO CTR-DTL-OUTCOME (CTR-STEP-IDX)
043000     ELSE
043100         MOVE "FAILED" TO CTR-DTL-OUTCOME (CTR-STEP-IDX)
043200         MOVE "Y" TO CTR-FAILED-SW
043300         MOVE CTR-STEP-IDX TO CTR-FAILED-IDX
043400     END-IF.
043500 2500-EXIT.
043600     EXIT.
043700
043800 5000-FINALIZE.
043900     CLOSE CTR-PLAN-FILE
044000     IF CTR-CYC-OPEN
044100         CLOSE CTR-CYCLE-FILE
044200     END-IF
044300     IF CTR-REG-OPEN
044400         CLOSE CTR-REGISTER-FILE
044500     END-IF
044600     WRITE CTR-REPORT-LINE FROM CTR-BLANK-LINE
044700     MOVE CTR-DATE-COUNT TO CTR-TRL-DATES
044800     MOVE CTR-CLEAN-COUNT TO CTR-TRL-CLEAN
044900     MOVE CTR-STOPPED-COUNT TO CTR-TRL-STOPPED
045000     MOVE CTR-UNREACHED-COUNT TO CTR-TRL-UNREACHED
045100     MOVE CTR-PROCESS-DATE TO CTR-TRL-PROCESS-DATE
045200     WRITE CTR-REPORT-LINE FROM CTR-TRAILER-LINE
045300     CLOSE CTR-REPORT-FILE
045400     DISPLAY "PECATR DATES=" CTR-DATE-COUNT
045500         " CLEAN=" CTR-CLEAN-COUNT
045600         " STOPPED=" CTR-STOPPED-COUNT
045700         " NOT REACHED=" CTR-UNREACHED-COUNT
045800     IF CTR-CLEAN-COUNT IS NOT EQUAL TO CTR-DATE-COUNT
045900         MOVE 8 TO RETURN-CODE
046000     END-IF.
046100 5000-EXIT.
046200     EXIT.
046300
046400 8000-ABEND.
046500     DISPLAY "*** PECATR ABEND *** " CTR-ABEND-MESSAGE
046600     MOVE 16 TO RETURN-CODE
046700     GO TO 9999-EXIT.
046800
046900 9999-EXIT.
047000     STOP RUN.
