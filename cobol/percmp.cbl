000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCMP.
000300 AUTHOR. TYLER BRABHAM.
000400 INSTALLATION. EULER-SOLUTIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900* ---------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  --------------------------------------------
001200* 10/15/2026  TB    ORIGINAL VERSION - RUN-TO-RUN COMPARISON.
001300*                    TAKES THE TWO RUNCTL RUN IDS ON CMPCTL AND
001400*                    LINES UP THEIR PEHIST ROWS, PE1OUT SUMMARY,
001500*                    PE1RPT DIVISOR BREAKDOWN, PE2OUT THRESHOLDS
001600*                    AND PE3OUT TARGETS BY FILE, PROGRAM AND
001700*                    PARAMETER STRING.  EVERY ANSWER IS REPORTED
001800*                    AS MATCHING, DIFFERENT (WITH THE DIFFERENCE)
001900*                    OR PRESENT IN ONLY ONE RUN, AND A CHANGE
002000*                    BETWEEN AN ANSMST CACHE ANSWER AND A FRESH
002100*                    COMPUTATION IS FLAGGED.  ENDS WITH A COUNT
002200*                    PER CATEGORY AND CONDITION CODE 0 WHEN THE
002300*                    RUNS AGREE, 4 WHEN THE ANSWERS AGREE BUT A
002400*                    SOURCE CHANGED, 8 OTHERWISE.  A RUN ALREADY
002500*                    WITHDRAWN BY PEBKO HAS NO PEHIST ROWS LEFT,
002600*                    SO ITS ROWS ARE TAKEN FROM THE OPTIONAL
002700*                    PEHOLD COPY OF PEHIST KEPT FROM BEFORE THE
002800*                    BACKOUT.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CMP-CONTROL-FILE ASSIGN TO "CMPCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS CMP-CTL-STATUS.
003700
003800     SELECT CMP-HISTORY-FILE ASSIGN TO "PEHIST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PEH-HIST-KEY
004200         FILE STATUS IS CMP-HIST-STATUS.
004300
004400     SELECT CMP-HOLD-FILE ASSIGN TO "PEHOLD"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CMP-HLD-KEY
004800         FILE STATUS IS CMP-HLD-STATUS.
004900
005000     SELECT PE1-OUTPUT-FILE ASSIGN TO "PE1OUT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CMP-PE1-STATUS.
005300
005400     SELECT PE1-BREAKDOWN-FILE ASSIGN TO "PE1RPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CMP-BRK-STATUS.
005700
005800     SELECT PE2-OUTPUT-FILE ASSIGN TO "PE2OUT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CMP-PE2-STATUS.
006100
006200     SELECT PE3-OUTPUT-FILE ASSIGN TO "PE3OUT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CMP-PE3-STATUS.
006500
006600     SELECT CMP-REPORT-FILE ASSIGN TO "CMPRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CMP-RPT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CMP-CONTROL-FILE
007300     RECORDING MODE IS F.
007400 COPY CMPCTL.
007500
007600 FD  CMP-HISTORY-FILE.
007700 COPY PEHIST.
007800
007900*****************************************************************
008000* PEHOLD IS A COPY OF PEHIST, SO ITS RECORD IS MOVED WHOLE INTO
008100* THE PEHIST RECORD AREA AND POSTED FROM THERE.
008200*****************************************************************
008300 FD  CMP-HOLD-FILE.
008400 01  CMP-HOLD-RECORD.
008500     05  CMP-HLD-KEY             PIC X(25).
008600     05  FILLER                  PIC X(107).
008700
008800 FD  PE1-OUTPUT-FILE
008900     RECORDING MODE IS F.
009000 COPY PE1OUT.
009100
009200 FD  PE1-BREAKDOWN-FILE
009300     RECORDING MODE IS F.
009400 COPY PE1RPT.
009500
009600 FD  PE2-OUTPUT-FILE
009700     RECORDING MODE IS F.
009800 COPY PE2OUT.
009900
010000 FD  PE3-OUTPUT-FILE
010100     RECORDING MODE IS F.
010200 COPY PE3OUT.
010300
010400 FD  CMP-REPORT-FILE
010500     RECORDING MODE IS F.
010600 01  CMP-REPORT-LINE             PIC X(132).
010700
010800 WORKING-STORAGE SECTION.
010900 01  CMP-SWITCHES.
011000     05  CMP-HIST-EOF-SW     PIC X(01) VALUE "N".
011100         88  CMP-HIST-EOF           VALUE "Y".
011200     05  CMP-HLD-EOF-SW      PIC X(01) VALUE "N".
011300         88  CMP-HLD-EOF            VALUE "Y".
011400     05  CMP-PE1-EOF-SW      PIC X(01) VALUE "N".
011500         88  CMP-PE1-EOF            VALUE "Y".
011600     05  CMP-BRK-EOF-SW      PIC X(01) VALUE "N".
011700         88  CMP-BRK-EOF            VALUE "Y".
011800     05  CMP-PE2-EOF-SW      PIC X(01) VALUE "N".
011900         88  CMP-PE2-EOF            VALUE "Y".
012000     05  CMP-PE3-EOF-SW      PIC X(01) VALUE "N".
012100         88  CMP-PE3-EOF            VALUE "Y".
012200     05  CMP-HOLD-NEEDED-SW  PIC X(01) VALUE "N".
012300         88  CMP-HOLD-NEEDED        VALUE "Y".
012400
012500 01  CMP-FILE-STATUSES.
012600     05  CMP-CTL-STATUS      PIC X(02) VALUE "00".
012700         88  CMP-CTL-OK             VALUE "00".
012800     05  CMP-HIST-STATUS     PIC X(02) VALUE "00".
012900         88  CMP-HIST-OK            VALUE "00".
013000     05  CMP-HLD-STATUS      PIC X(02) VALUE "00".
013100         88  CMP-HLD-OK             VALUE "00".
013200         88  CMP-HLD-MISSING        VALUE "35".
013300     05  CMP-PE1-STATUS      PIC X(02) VALUE "00".
013400         88  CMP-PE1-OK             VALUE "00".
013500     05  CMP-BRK-STATUS      PIC X(02) VALUE "00".
013600         88  CMP-BRK-OK             VALUE "00".
013700     05  CMP-PE2-STATUS      PIC X(02) VALUE "00".
013800         88  CMP-PE2-OK             VALUE "00".
013900     05  CMP-PE3-STATUS      PIC X(02) VALUE "00".
014000         88  CMP-PE3-OK             VALUE "00".
014100     05  CMP-RPT-STATUS      PIC X(02) VALUE "00".
014200         88  CMP-RPT-OK             VALUE "00".
014300
014400 01  CMP-ABEND-MESSAGE       PIC X(60).
014500
014600*****************************************************************
014700* SIDE 1 IS THE FIRST CMPCTL RUN ID, SIDE 2 THE SECOND.  A RUN
014800* WITH NO PEHIST ROWS IS LOOKED FOR ON PEHOLD INSTEAD.  THE P1
014900* PARAMETER STRING OF EACH RUN IS KEPT FROM ITS PEHIST ROW SO
015000* THE PE1OUT SUMMARY CAN BE LINED UP UNDER THE SAME STRING.
015100*****************************************************************
015200 01  CMP-RUN-SIDES.
015300     05  CMP-RUN-SIDE        OCCURS 2 TIMES.
015400         10  CMP-RUN-ID          PIC 9(09).
015500         10  CMP-RUN-TOTAL       PIC 9(07) COMP.
015600         10  CMP-RUN-FILE-COUNT  PIC 9(07) COMP OCCURS 5 TIMES.
015700         10  CMP-RUN-HOLD-SW     PIC X(01).
015800             88  CMP-RUN-FROM-HOLD      VALUE "Y".
015900         10  CMP-RUN-P1-PARAMETERS
016000                                 PIC X(60).
016100 01  CMP-SIDE                PIC 9(03) COMP VALUE ZERO.
016200 01  CMP-SIDE-IDX            PIC 9(03) COMP VALUE ZERO.
016300 01  CMP-RECORD-RUN-ID       PIC 9(09) VALUE ZEROS.
016400
016500 01  CMP-FILE-NAME-VALUES.
016600     05  FILLER              PIC X(06) VALUE "PEHIST".
016700     05  FILLER              PIC X(06) VALUE "PE1OUT".
016800     05  FILLER              PIC X(06) VALUE "PE1RPT".
016900     05  FILLER              PIC X(06) VALUE "PE2OUT".
017000     05  FILLER              PIC X(06) VALUE "PE3OUT".
017100 01  CMP-FILE-NAMES REDEFINES CMP-FILE-NAME-VALUES.
017200     05  CMP-FILE-NAME       PIC X(06) OCCURS 5 TIMES.
017300 01  CMP-FILE-IDX            PIC 9(03) COMP VALUE ZERO.
017400
017500*****************************************************************
017600* ONE ENTRY PER ANSWER BEING COMPARED.  AN ANSWER OF EITHER RUN
017700* IS POSTED TO THE FIRST ENTRY WITH THE SAME FILE, PROGRAM AND
017800* PARAMETER STRING THAT HAS NOT YET BEEN FILLED FOR THAT RUN, SO
017900* A TARGET OR THRESHOLD REPEATED WITHIN A RUN PAIRS ONE FOR ONE.
018000*****************************************************************
018100 01  CMP-MAX-ENTRIES         PIC 9(05) COMP VALUE 1000.
018200 01  CMP-ENTRY-COUNT         PIC 9(05) COMP VALUE ZERO.
018300 01  CMP-TBL-IDX             PIC 9(05) COMP VALUE ZERO.
018400 01  CMP-FOUND-IDX           PIC 9(05) COMP VALUE ZERO.
018500 01  CMP-ENTRY-TABLE.
018600     05  CMP-ENTRY           OCCURS 1000 TIMES.
018700         10  CMP-TBL-FILE-IDX    PIC 9(03) COMP.
018800         10  CMP-TBL-PROGRAM-ID  PIC X(08).
018900         10  CMP-TBL-PARAMETERS  PIC X(60).
019000         10  CMP-TBL-SIDE        OCCURS 2 TIMES.
019100             15  CMP-TBL-PRESENT-SW
019200                                 PIC X(01).
019300                 88  CMP-TBL-PRESENT        VALUE "Y".
019400             15  CMP-TBL-RESULT  PIC 9(18).
019500             15  CMP-TBL-SOURCE-FLAG
019600                                 PIC X(01).
019700                 88  CMP-TBL-FROM-CACHE     VALUE "C".
019800
019900 01  CMP-POST-ANSWER.
020000     05  CMP-PST-FILE-IDX    PIC 9(03) COMP.
020100     05  CMP-PST-PROGRAM-ID  PIC X(08).
020200     05  CMP-PST-PARAMETERS  PIC X(60).
020300     05  CMP-PST-RESULT      PIC 9(18).
020400     05  CMP-PST-SOURCE-FLAG PIC X(01).
020500
020600 01  CMP-DIV-IDX             PIC 9(03) COMP VALUE ZERO.
020700 01  CMP-DIFFERENCE          PIC S9(18) VALUE ZERO.
020800
020900 01  CMP-COUNTS.
021000     05  CMP-MATCH-COUNT     PIC 9(05) VALUE ZEROS.
021100     05  CMP-DIFFER-COUNT    PIC 9(05) VALUE ZEROS.
021200     05  CMP-ONLY-1-COUNT    PIC 9(05) VALUE ZEROS.
021300     05  CMP-ONLY-2-COUNT    PIC 9(05) VALUE ZEROS.
021400     05  CMP-SOURCE-COUNT    PIC 9(05) VALUE ZEROS.
021500
021600 01  CMP-HEADING-1.
021700     05  FILLER              PIC X(40) VALUE
021800         "PERCMP - RUN-TO-RUN COMPARISON".
021900     05  FILLER              PIC X(92) VALUE SPACES.
022000
022100 01  CMP-RUN-LINE.
022200     05  FILLER              PIC X(04) VALUE "RUN ".
022300     05  CMP-RUN-LINE-SIDE   PIC 9(01).
022400     05  FILLER              PIC X(04) VALUE " ID=".
022500     05  CMP-RUN-LINE-ID     PIC 9(09).
022600     05  CMP-RUN-LINE-FILE   OCCURS 5 TIMES.
022700         10  CMP-RUN-LINE-GAP
022800                             PIC X(01).
022900         10  CMP-RUN-LINE-NAME
023000                             PIC X(06).
023100         10  CMP-RUN-LINE-EQUAL
023200                             PIC X(01).
023300         10  CMP-RUN-LINE-COUNT
023400                             PIC ZZZZ9.
023500     05  FILLER              PIC X(01) VALUE SPACES.
023600     05  CMP-RUN-LINE-NOTE   PIC X(20).
023700     05  FILLER              PIC X(28) VALUE SPACES.
023800
023900 01  CMP-HEADING-2.
024000     05  FILLER              PIC X(07) VALUE "FILE".
024100     05  FILLER              PIC X(09) VALUE "PROGRAM".
024200     05  FILLER              PIC X(61) VALUE "PARAMETERS".
024300     05  FILLER              PIC X(11) VALUE "STATUS".
024400     05  FILLER              PIC X(44) VALUE "SOURCE".
024500
024600 01  CMP-DETAIL-LINE.
024700     05  CMP-DTL-FILE        PIC X(06).
024800     05  FILLER              PIC X(01) VALUE SPACES.
024900     05  CMP-DTL-PROGRAM-ID  PIC X(08).
025000     05  FILLER              PIC X(01) VALUE SPACES.
025100     05  CMP-DTL-PARAMETERS  PIC X(60).
025200     05  FILLER              PIC X(01) VALUE SPACES.
025300     05  CMP-DTL-STATUS      PIC X(10).
025400     05  FILLER              PIC X(01) VALUE SPACES.
025500     05  CMP-DTL-SOURCE      PIC X(17).
025600     05  FILLER              PIC X(27) VALUE SPACES.
025700
025800 01  CMP-RESULT-LINE.
025900     05  FILLER              PIC X(16) VALUE SPACES.
026000     05  FILLER              PIC X(06) VALUE "RUN 1=".
026100     05  CMP-RSL-RESULT-1    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
026200     05  CMP-RSL-RESULT-1-X REDEFINES CMP-RSL-RESULT-1
026300                             PIC X(23).
026400     05  FILLER              PIC X(07) VALUE " RUN 2=".
026500     05  CMP-RSL-RESULT-2    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
026600     05  CMP-RSL-RESULT-2-X REDEFINES CMP-RSL-RESULT-2
026700                             PIC X(23).
026800     05  CMP-RSL-DIFF-LABEL  PIC X(12).
026900     05  CMP-RSL-DIFFERENCE  PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
027000     05  CMP-RSL-DIFFERENCE-X REDEFINES CMP-RSL-DIFFERENCE
027100                             PIC X(24).
027200     05  FILLER              PIC X(21) VALUE SPACES.
027300
027400 01  CMP-TRAILER-LINE.
027500     05  FILLER              PIC X(08) VALUE "ENTRIES=".
027600     05  CMP-TRL-ENTRIES     PIC ZZZZ9.
027700     05  FILLER              PIC X(07) VALUE " MATCH=".
027800     05  CMP-TRL-MATCH       PIC ZZZZ9.
027900     05  FILLER              PIC X(11) VALUE " DIFFERENT=".
028000     05  CMP-TRL-DIFFER      PIC ZZZZ9.
028100     05  FILLER              PIC X(12) VALUE " RUN 1 ONLY=".
028200     05  CMP-TRL-ONLY-1      PIC ZZZZ9.
028300     05  FILLER              PIC X(12) VALUE " RUN 2 ONLY=".
028400     05  CMP-TRL-ONLY-2      PIC ZZZZ9.
028500     05  FILLER              PIC X(16) VALUE " SOURCE CHANGED=".
028600     05  CMP-TRL-SOURCE      PIC ZZZZ9.
028700     05  FILLER              PIC X(36) VALUE SPACES.
028800
028900 01  CMP-BLANK-LINE          PIC X(132) VALUE SPACES.
029000
029100 PROCEDURE DIVISION.
029200
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029500     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
029600     PERFORM 2300-LOAD-PE1OUT THRU 2300-EXIT
029700     PERFORM 2400-LOAD-PE1RPT THRU 2400-EXIT
029800     PERFORM 2500-LOAD-PE2OUT THRU 2500-EXIT
029900     PERFORM 2600-LOAD-PE3OUT THRU 2600-EXIT
030000     PERFORM 2900-CHECK-RUN-FOUND THRU 2900-EXIT
030100         VARYING CMP-SIDE-IDX FROM 1 BY 1
030200         UNTIL CMP-SIDE-IDX > 2
030300     PERFORM 4000-REPORT-ENTRIES THRU 4000-EXIT
030400     PERFORM 5000-FINALIZE THRU 5000-EXIT
030500     GO TO 9999-EXIT.
030600
030700 1000-INITIALIZE.
030800     OPEN INPUT CMP-CONTROL-FILE
030900     IF NOT CMP-CTL-OK
031000         MOVE "CMPCTL OPEN FAILED" TO CMP-ABEND-MESSAGE
031100         GO TO 8000-ABEND
031200     END-IF
031300     READ CMP-CONTROL-FILE
031400         AT END
031500             MOVE "CMPCTL CONTAINS NO CONTROL RECORD" TO
031600                 CMP-ABEND-MESSAGE
031700             GO TO 8000-ABEND
031800     END-READ
031900     CLOSE CMP-CONTROL-FILE
032000     IF CMP-CTL-RUN-ID-1 IS NOT NUMERIC OR
032100             CMP-CTL-RUN-ID-2 IS NOT NUMERIC OR
032200             CMP-CTL-RUN-ID-1 IS EQUAL TO ZERO OR
032300             CMP-CTL-RUN-ID-2 IS EQUAL TO ZERO
032400         MOVE "CMPCTL RUN IDS MUST BE NUMERIC AND NOT ZERO" TO
032500             CMP-ABEND-MESSAGE
032600         GO TO 8000-ABEND
032700     END-IF
032800     IF CMP-CTL-RUN-ID-1 IS EQUAL TO CMP-CTL-RUN-ID-2
032900         MOVE "CMPCTL RUN IDS MUST BE DIFFERENT" TO
033000             CMP-ABEND-MESSAGE
033100         GO TO 8000-ABEND
033200     END-IF
033300     PERFORM 1100-CLEAR-SIDE THRU 1100-EXIT
033400         VARYING CMP-SIDE-IDX FROM 1 BY 1
033500         UNTIL CMP-SIDE-IDX > 2
033600     MOVE CMP-CTL-RUN-ID-1 TO CMP-RUN-ID (1)
033700     MOVE CMP-CTL-RUN-ID-2 TO CMP-RUN-ID (2)
033800     OPEN OUTPUT CMP-REPORT-FILE
033900     IF NOT CMP-RPT-OK
034000         MOVE "CMPRPT OPEN FAILED" TO CMP-ABEND-MESSAGE
034100         GO TO 8000-ABEND
034200     END-IF
034300     WRITE CMP-REPORT-LINE FROM CMP-HEADING-1
034400     WRITE CMP-REPORT-LINE FROM CMP-BLANK-LINE.
034500 1000-EXIT.
034600     EXIT.
034700
034800 1100-CLEAR-SIDE.
034900     MOVE ZEROS TO CMP-RUN-TOTAL (CMP-SIDE-IDX)
035000     MOVE "N" TO CMP-RUN-HOLD-SW (CMP-SIDE-IDX)
035100     MOVE SPACES TO CMP-RUN-P1-PARAMETERS (CMP-SIDE-IDX)
035200     PERFORM 1150-CLEAR-FILE-COUNT THRU 1150-EXIT
035300         VARYING CMP-FILE-IDX FROM 1 BY 1
035400         UNTIL CMP-FILE-IDX > 5.
035500 1100-EXIT.
035600     EXIT.
035700
035800 1150-CLEAR-FILE-COUNT.
035900     MOVE ZEROS TO
036000         CMP-RUN-FILE-COUNT (CMP-SIDE-IDX CMP-FILE-IDX).
036100 1150-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500* THE WHOLE OF PEHIST IS SWEPT, SINCE A RUN ID DOES NOT GIVE THE
036600* RUN DATE THE ROWS ARE KEYED UNDER.  A RUN WITH NO ROWS THERE
036700* IS THEN LOOKED FOR ON PEHOLD, WHEN ONE IS SUPPLIED.
036800*****************************************************************
036900 2000-LOAD-HISTORY.
037000     OPEN INPUT CMP-HISTORY-FILE
037100     IF NOT CMP-HIST-OK
037200         MOVE "PEHIST OPEN FAILED" TO CMP-ABEND-MESSAGE
037300         GO TO 8000-ABEND
037400     END-IF
037500     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
037600         WITH TEST BEFORE UNTIL CMP-HIST-EOF
037700     IF CMP-RUN-FILE-COUNT (1 1) IS EQUAL TO ZERO
037800         MOVE "Y" TO CMP-RUN-HOLD-SW (1)
037900         SET CMP-HOLD-NEEDED TO TRUE
038000     END-IF
038100     IF CMP-RUN-FILE-COUNT (2 1) IS EQUAL TO ZERO
038200         MOVE "Y" TO CMP-RUN-HOLD-SW (2)
038300         SET CMP-HOLD-NEEDED TO TRUE
038400     END-IF
038500     IF CMP-HOLD-NEEDED
038600         PERFORM 2200-LOAD-HOLD THRU 2200-EXIT
038700     END-IF
038800     CLOSE CMP-HISTORY-FILE.
038900 2000-EXIT.
039000     EXIT.
039100
039200 2100-READ-HISTORY.
039300     READ CMP-HISTORY-FILE NEXT RECORD
039400         AT END
039500             SET CMP-HIST-EOF TO TRUE
039600         NOT AT END
039700             PERFORM 2150-POST-HISTORY-ROW THRU 2150-EXIT
039800     END-READ.
039900 2100-EXIT.
040000     EXIT.
040100
040200 2150-POST-HISTORY-ROW.
040300     MOVE PEH-HIST-RUN-ID TO CMP-RECORD-RUN-ID
040400     PERFORM 2950-FIND-SIDE THRU 2950-EXIT
040500     IF CMP-SIDE IS EQUAL TO ZERO
040600         GO TO 2150-EXIT
040700     END-IF
040800     IF PEH-HIST-PROGRAM-ID IS EQUAL TO "P1"
040900         MOVE PEH-HIST-PARAMETERS TO
041000             CMP-RUN-P1-PARAMETERS (CMP-SIDE)
041100     END-IF
041200     MOVE 1 TO CMP-PST-FILE-IDX
041300     MOVE PEH-HIST-PROGRAM-ID TO CMP-PST-PROGRAM-ID
041400     MOVE PEH-HIST-PARAMETERS TO CMP-PST-PARAMETERS
041500     MOVE PEH-HIST-RESULT TO CMP-PST-RESULT
041600     MOVE PEH-HIST-SOURCE-FLAG TO CMP-PST-SOURCE-FLAG
041700     PERFORM 3000-POST-ANSWER THRU 3000-EXIT.
041800 2150-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200* PEHOLD IS OPTIONAL - WITHOUT IT A RUN WITHDRAWN BY PEBKO SIMPLY
042300* SHOWS NO PEHIST ROWS.  ONLY A RUN MISSING FROM PEHIST IS TAKEN
042400* FROM PEHOLD, SO A RUN ON BOTH FILES IS NOT COUNTED TWICE.
042500*****************************************************************
042600 2200-LOAD-HOLD.
042700     OPEN INPUT CMP-HOLD-FILE
042800     IF CMP-HLD-MISSING
042900         MOVE "N" TO CMP-RUN-HOLD-SW (1)
043000         MOVE "N" TO CMP-RUN-HOLD-SW (2)
043100         GO TO 2200-EXIT
043200     END-IF
043300     IF NOT CMP-HLD-OK
043400         MOVE "PEHOLD OPEN FAILED" TO CMP-ABEND-MESSAGE
043500         GO TO 8000-ABEND
043600     END-IF
043700     PERFORM 2250-READ-HOLD THRU 2250-EXIT
043800         WITH TEST BEFORE UNTIL CMP-HLD-EOF
043900     CLOSE CMP-HOLD-FILE.
044000 2200-EXIT.
044100     EXIT.
044200
044300 2250-READ-HOLD.
044400     READ CMP-HOLD-FILE NEXT RECORD
044500         AT END
044600             SET CMP-HLD-EOF TO TRUE
044700         NOT AT END
044800             MOVE CMP-HOLD-RECORD TO PEH-HISTORY-RECORD
044900             MOVE PEH-HIST-RUN-ID TO CMP-RECORD-RUN-ID
045000             PERFORM 2950-FIND-SIDE THRU 2950-EXIT
045100             IF CMP-SIDE IS NOT EQUAL TO ZERO
045200                 IF CMP-RUN-FROM-HOLD (CMP-SIDE)
045300                     PERFORM 2150-POST-HISTORY-ROW THRU
045400                         2150-EXIT
045500                 END-IF
045600             END-IF
045700     END-READ.
045800 2250-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200* ONLY THE PE1OUT SUMMARY CARRIES THE RUN'S ANSWER; THE DETAIL
046300* RECORDS TRACE THE ACCUMULATION AND ARE NOT COMPARED.  THE
046400* SUMMARY IS LINED UP UNDER THE RUN'S P1 PARAMETER STRING.
046500*****************************************************************
046600 2300-LOAD-PE1OUT.
046700     OPEN INPUT PE1-OUTPUT-FILE
046800     IF NOT CMP-PE1-OK
046900         MOVE "PE1OUT OPEN FAILED" TO CMP-ABEND-MESSAGE
047000         GO TO 8000-ABEND
047100     END-IF
047200     PERFORM 2350-READ-PE1OUT THRU 2350-EXIT
047300         WITH TEST BEFORE UNTIL CMP-PE1-EOF
047400     CLOSE PE1-OUTPUT-FILE.
047500 2300-EXIT.
047600     EXIT.
047700
047800 2350-READ-PE1OUT.
047900     READ PE1-OUTPUT-FILE
048000         AT END
048100             SET CMP-PE1-EOF TO TRUE
048200             GO TO 2350-EXIT
048300     END-READ
048400     IF NOT PE1-OUT-SUMMARY
048500         GO TO 2350-EXIT
048600     END-IF
048700     MOVE PE1-OUT-RUN-ID TO CMP-RECORD-RUN-ID
048800     PERFORM 2950-FIND-SIDE THRU 2950-EXIT
048900     IF CMP-SIDE IS EQUAL TO ZERO
049000         GO TO 2350-EXIT
049100     END-IF
049200     MOVE 2 TO CMP-PST-FILE-IDX
049300     MOVE "P1" TO CMP-PST-PROGRAM-ID
049400     MOVE CMP-RUN-P1-PARAMETERS (CMP-SIDE) TO CMP-PST-PARAMETERS
049500     IF CMP-PST-PARAMETERS IS EQUAL TO SPACES
049600         MOVE "SUMMARY" TO CMP-PST-PARAMETERS
049700     END-IF
049800     MOVE PE1-OUT-RESULT TO CMP-PST-RESULT
049900     MOVE PE1-OUT-SOURCE-FLAG TO CMP-PST-SOURCE-FLAG
050000     PERFORM 3000-POST-ANSWER THRU 3000-EXIT.
050100 2350-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500* THE BREAKDOWN IS COMPARED DIVISOR BY DIVISOR, THEN THE OVERLAP
050600* CORRECTION AND THE GRAND TOTAL.  IT HAS NO CACHE SOURCE.
050700*****************************************************************
050800 2400-LOAD-PE1RPT.
050900     OPEN INPUT PE1-BREAKDOWN-FILE
051000     IF NOT CMP-BRK-OK
051100         MOVE "PE1RPT OPEN FAILED" TO CMP-ABEND-MESSAGE
051200         GO TO 8000-ABEND
051300     END-IF
051400     PERFORM 2450-READ-PE1RPT THRU 2450-EXIT
051500         WITH TEST BEFORE UNTIL CMP-BRK-EOF
051600     CLOSE PE1-BREAKDOWN-FILE.
051700 2400-EXIT.
051800     EXIT.
051900
052000 2450-READ-PE1RPT.
052100     READ PE1-BREAKDOWN-FILE
052200         AT END
052300             SET CMP-BRK-EOF TO TRUE
052400             GO TO 2450-EXIT
052500     END-READ
052600     MOVE PE1-BRK-RUN-ID TO CMP-RECORD-RUN-ID
052700     PERFORM 2950-FIND-SIDE THRU 2950-EXIT
052800     IF CMP-SIDE IS EQUAL TO ZERO
052900         GO TO 2450-EXIT
053000     END-IF
053100     MOVE 3 TO CMP-PST-FILE-IDX
053200     MOVE "P1" TO CMP-PST-PROGRAM-ID
053300     MOVE SPACE TO CMP-PST-SOURCE-FLAG
053400     PERFORM 2470-POST-DIVISOR THRU 2470-EXIT
053500         VARYING CMP-DIV-IDX FROM 1 BY 1
053600         UNTIL CMP-DIV-IDX > PE1-BRK-DIVISOR-COUNT OR
053700             CMP-DIV-IDX > 10
053800     MOVE "OVERLAP TOTAL" TO CMP-PST-PARAMETERS
053900     MOVE PE1-BRK-OVERLAP-TOTAL TO CMP-PST-RESULT
054000     PERFORM 3000-POST-ANSWER THRU 3000-EXIT
054100     MOVE "GRAND TOTAL" TO CMP-PST-PARAMETERS
054200     MOVE PE1-BRK-GRAND-TOTAL TO CMP-PST-RESULT
054300     PERFORM 3000-POST-ANSWER THRU 3000-EXIT.
054400 2450-EXIT.
054500     EXIT.
054600
054700 2470-POST-DIVISOR.
054800     MOVE SPACES TO CMP-PST-PARAMETERS
054900     STRING "DIVISOR=" PE1-BRK-DIVISOR (CMP-DIV-IDX) " SUM"
055000         DELIMITED BY SIZE INTO CMP-PST-PARAMETERS
055100     MOVE PE1-BRK-DIVISOR-SUM (CMP-DIV-IDX) TO CMP-PST-RESULT
055200     PERFORM 3000-POST-ANSWER THRU 3000-EXIT.
055300 2470-EXIT.
055400     EXIT.
055500
055600 2500-LOAD-PE2OUT.
055700     OPEN INPUT PE2-OUTPUT-FILE
055800     IF NOT CMP-PE2-OK
055900         MOVE "PE2OUT OPEN FAILED" TO CMP-ABEND-MESSAGE
056000         GO TO 8000-ABEND
056100     END-IF
056200     PERFORM 2550-READ-PE2OUT THRU 2550-EXIT
056300         WITH TEST BEFORE UNTIL CMP-PE2-EOF
056400     CLOSE PE2-OUTPUT-FILE.
056500 2500-EXIT.
056600     EXIT.
056700
056800 2550-READ-PE2OUT.
056900     READ PE2-OUTPUT-FILE
057000         AT END
057100             SET CMP-PE2-EOF TO TRUE
057200             GO TO 2550-EXIT
057300     END-READ
057400     MOVE PE2-OUT-RUN-ID TO CMP-RECORD-RUN-ID
057500     PERFORM 2950-FIND-SIDE THRU 2950-EXIT
057600     IF CMP-SIDE IS EQUAL TO ZERO
057700         GO TO 2550-EXIT
057800     END-IF
057900     MOVE 4 TO CMP-PST-FILE-IDX
058000     MOVE "P2" TO CMP-PST-PROGRAM-ID
058100     MOVE SPACES TO CMP-PST-PARAMETERS
058200     STRING "THRESHOLD=" PE2-OUT-THRESHOLD
058300         DELIMITED BY SIZE INTO CMP-PST-PARAMETERS
058400     MOVE PE2-OUT-RESULT TO CMP-PST-RESULT
058500     MOVE PE2-OUT-SOURCE-FLAG TO CMP-PST-SOURCE-FLAG
058600     PERFORM 3000-POST-ANSWER THRU 3000-EXIT.
058700 2550-EXIT.
058800     EXIT.
058900
059000*****************************************************************
059100* A P3 TARGET IS LINED UP ON THE SAME STRING P3 WROTE TO PEHIST,
059200* SO A CHAINED TARGET STAYS APART FROM A LITERAL ONE OF THE SAME
059300* NUMBER.
059400*****************************************************************
059500 2600-LOAD-PE3OUT.
059600     OPEN INPUT PE3-OUTPUT-FILE
059700     IF NOT CMP-PE3-OK
059800         MOVE "PE3OUT OPEN FAILED" TO CMP-ABEND-MESSAGE
059900         GO TO 8000-ABEND
060000     END-IF
060100     PERFORM 2650-READ-PE3OUT THRU 2650-EXIT
060200         WITH TEST BEFORE UNTIL CMP-PE3-EOF
060300     CLOSE PE3-OUTPUT-FILE.
060400 2600-EXIT.
060500     EXIT.
060600
060700 2650-READ-PE3OUT.
060800     READ PE3-OUTPUT-FILE
060900         AT END
061000             SET CMP-PE3-EOF TO TRUE
061100             GO TO 2650-EXIT
061200     END-READ
061300     MOVE PE3-OUT-RUN-ID TO CMP-RECORD-RUN-ID
061400     PERFORM 2950-FIND-SIDE THRU 2950-EXIT
061500     IF CMP-SIDE IS EQUAL TO ZERO
061600         GO TO 2650-EXIT
061700     END-IF
061800     MOVE 5 TO CMP-PST-FILE-IDX
061900     MOVE "P3" TO CMP-PST-PROGRAM-ID
062000     MOVE SPACES TO CMP-PST-PARAMETERS
062100     STRING "TARGET=" PE3-OUT-TARGET
062200         DELIMITED BY SIZE INTO CMP-PST-PARAMETERS
062300     IF PE3-OUT-FROM-P1
062400         MOVE " P1 SUMMARY" TO CMP-PST-PARAMETERS (26:11)
062500     END-IF
062600     IF PE3-OUT-FROM-P2
062700         STRING " P2 THRESHOLD=" PE3-OUT-REF-THRESHOLD
062800             DELIMITED BY SIZE INTO CMP-PST-PARAMETERS (26:32)
062900     END-IF
063000     MOVE PE3-OUT-RESULT TO CMP-PST-RESULT
063100     MOVE PE3-OUT-SOURCE-FLAG TO CMP-PST-SOURCE-FLAG
063200     PERFORM 3000-POST-ANSWER THRU 3000-EXIT.
063300 2650-EXIT.
063400     EXIT.
063500
063600 2900-CHECK-RUN-FOUND.
063700     IF CMP-RUN-TOTAL (CMP-SIDE-IDX) IS EQUAL TO ZERO
063800         MOVE SPACES TO CMP-ABEND-MESSAGE
063900         STRING "RUN ID " CMP-RUN-ID (CMP-SIDE-IDX)
064000             " IS NOT ON ANY FILE"
064100             DELIMITED BY SIZE INTO CMP-ABEND-MESSAGE
064200         GO TO 8000-ABEND
064300     END-IF.
064400 2900-EXIT.
064500     EXIT.
064600
064700*****************************************************************
064800* THE SIDE COMES BACK ZERO FOR A RECORD OF A RUN NOT BEING
064900* COMPARED.
065000*****************************************************************
065100 2950-FIND-SIDE.
065200     MOVE ZERO TO CMP-SIDE
065300     IF CMP-RECORD-RUN-ID IS EQUAL TO CMP-RUN-ID (1)
065400         MOVE 1 TO CMP-SIDE
065500     END-IF
065600     IF CMP-RECORD-RUN-ID IS EQUAL TO CMP-RUN-ID (2)
065700         MOVE 2 TO CMP-SIDE
065800     END-IF.
065900 2950-EXIT.
066000     EXIT.
066100
066200 3000-POST-ANSWER.
066300     MOVE ZERO TO CMP-FOUND-IDX
066400     PERFORM 3050-MATCH-ENTRY THRU 3050-EXIT
066500         VARYING CMP-TBL-IDX FROM 1 BY 1
066600         UNTIL CMP-TBL-IDX > CMP-ENTRY-COUNT OR
066700             CMP-FOUND-IDX > ZERO
066800     IF CMP-FOUND-IDX IS EQUAL TO ZERO
066900         IF CMP-ENTRY-COUNT IS NOT LESS THAN CMP-MAX-ENTRIES
067000             MOVE "MORE ANSWERS THAN THE COMPARISON TABLE HOLDS"
067100                 TO CMP-ABEND-MESSAGE
067200             GO TO 8000-ABEND
067300         END-IF
067400         ADD 1 TO CMP-ENTRY-COUNT
067500         MOVE CMP-ENTRY-COUNT TO CMP-FOUND-IDX
067600         MOVE CMP-PST-FILE-IDX TO
067700             CMP-TBL-FILE-IDX (CMP-FOUND-IDX)
067800         MOVE CMP-PST-PROGRAM-ID TO
067900             CMP-TBL-PROGRAM-ID (CMP-FOUND-IDX)
068000         MOVE CMP-PST-PARAMETERS TO
068100             CMP-TBL-PARAMETERS (CMP-FOUND-IDX)
068200         MOVE "N" TO CMP-TBL-PRESENT-SW (CMP-FOUND-IDX 1)
068300         MOVE "N" TO CMP-TBL-PRESENT-SW (CMP-FOUND-IDX 2)
068400         MOVE ZEROS TO CMP-TBL-RESULT (CMP-FOUND-IDX 1)
068500         MOVE ZEROS TO CMP-TBL-RESULT (CMP-FOUND-IDX 2)
068600         MOVE SPACE TO CMP-TBL-SOURCE-FLAG (CMP-FOUND-IDX 1)
068700         MOVE SPACE TO CMP-TBL-SOURCE-FLAG (CMP-FOUND-IDX 2)
068800     END-IF
068900     MOVE "Y" TO CMP-TBL-PRESENT-SW (CMP-FOUND-IDX CMP-SIDE)
069000     MOVE CMP-PST-RESULT TO
069100         CMP-TBL-RESULT (CMP-FOUND-IDX CMP-SIDE)
069200     MOVE CMP-PST-SOURCE-FLAG TO
069300         CMP-TBL-SOURCE-FLAG (CMP-FOUND-IDX CMP-SIDE)
069400     ADD 1 TO CMP-RUN-TOTAL (CMP-SIDE)
069500     ADD 1 TO CMP-RUN-FILE-COUNT (CMP-SIDE CMP-PST-FILE-IDX).
069600 3000-EXIT.
069700     EXIT.
069800
069900 3050-MATCH-ENTRY.
070000     IF CMP-TBL-FILE-IDX (CMP-TBL-IDX) IS EQUAL TO
070100             CMP-PST-FILE-IDX AND
070200             CMP-TBL-PROGRAM-ID (CMP-TBL-IDX) IS EQUAL TO
070300             CMP-PST-PROGRAM-ID AND
070400             CMP-TBL-PARAMETERS (CMP-TBL-IDX) IS EQUAL TO
070500             CMP-PST-PARAMETERS AND
070600             NOT CMP-TBL-PRESENT (CMP-TBL-IDX CMP-SIDE)
070700         MOVE CMP-TBL-IDX TO CMP-FOUND-IDX
070800     END-IF.
070900 3050-EXIT.
071000     EXIT.
071100
071200 4000-REPORT-ENTRIES.
071300     PERFORM 4050-PRINT-RUN-LINE THRU 4050-EXIT
071400         VARYING CMP-SIDE-IDX FROM 1 BY 1
071500         UNTIL CMP-SIDE-IDX > 2
071600     WRITE CMP-REPORT-LINE FROM CMP-BLANK-LINE
071700     WRITE CMP-REPORT-LINE FROM CMP-HEADING-2
071800     WRITE CMP-REPORT-LINE FROM CMP-BLANK-LINE
071900     PERFORM 4100-REPORT-ENTRY THRU 4100-EXIT
072000         VARYING CMP-TBL-IDX FROM 1 BY 1
072100         UNTIL CMP-TBL-IDX > CMP-ENTRY-COUNT.
072200 4000-EXIT.
072300     EXIT.
072400
072500 4050-PRINT-RUN-LINE.
072600     MOVE CMP-SIDE-IDX TO CMP-RUN-LINE-SIDE
072700     MOVE CMP-RUN-ID (CMP-SIDE-IDX) TO CMP-RUN-LINE-ID
072800     PERFORM 4060-SET-FILE-COUNT THRU 4060-EXIT
072900         VARYING CMP-FILE-IDX FROM 1 BY 1
073000         UNTIL CMP-FILE-IDX > 5
073100     MOVE SPACES TO CMP-RUN-LINE-NOTE
073200     IF CMP-RUN-FROM-HOLD (CMP-SIDE-IDX) AND
073300             CMP-RUN-FILE-COUNT (CMP-SIDE-IDX 1) > ZERO
073400         MOVE "PEHIST FROM PEHOLD" TO CMP-RUN-LINE-NOTE
073500     END-IF
073600     WRITE CMP-REPORT-LINE FROM CMP-RUN-LINE.
073700 4050-EXIT.
073800     EXIT.
073900
074000 4060-SET-FILE-COUNT.
074100     MOVE SPACE TO CMP-RUN-LINE-GAP (CMP-FILE-IDX)
074200     MOVE CMP-FILE-NAME (CMP-FILE-IDX) TO
074300         CMP-RUN-LINE-NAME (CMP-FILE-IDX)
074400     MOVE "=" TO CMP-RUN-LINE-EQUAL (CMP-FILE-IDX)
074500     MOVE CMP-RUN-FILE-COUNT (CMP-SIDE-IDX CMP-FILE-IDX) TO
074600         CMP-RUN-LINE-COUNT (CMP-FILE-IDX).
074700 4060-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100* ONE DETAIL LINE AND ONE RESULT LINE PER ANSWER.  THE SOURCE
075200* COLUMN IS FILLED ONLY WHEN BOTH RUNS HAVE THE ANSWER AND ONE
075300* TOOK IT FROM THE ANSMST CACHE WHILE THE OTHER COMPUTED IT.
075400*****************************************************************
075500 4100-REPORT-ENTRY.
075600     MOVE CMP-FILE-NAME (CMP-TBL-FILE-IDX (CMP-TBL-IDX)) TO
075700         CMP-DTL-FILE
075800     MOVE CMP-TBL-PROGRAM-ID (CMP-TBL-IDX) TO CMP-DTL-PROGRAM-ID
075900     MOVE CMP-TBL-PARAMETERS (CMP-TBL-IDX) TO CMP-DTL-PARAMETERS
076000     MOVE SPACES TO CMP-DTL-SOURCE
076100     MOVE SPACES TO CMP-RSL-DIFF-LABEL
076200     MOVE SPACES TO CMP-RSL-DIFFERENCE-X
076300     IF CMP-TBL-PRESENT (CMP-TBL-IDX 1)
076400         MOVE CMP-TBL-RESULT (CMP-TBL-IDX 1) TO CMP-RSL-RESULT-1
076500     ELSE
076600         MOVE "NOT IN RUN" TO CMP-RSL-RESULT-1-X
076700     END-IF
076800     IF CMP-TBL-PRESENT (CMP-TBL-IDX 2)
076900         MOVE CMP-TBL-RESULT (CMP-TBL-IDX 2) TO CMP-RSL-RESULT-2
077000     ELSE
077100         MOVE "NOT IN RUN" TO CMP-RSL-RESULT-2-X
077200     END-IF
077300     IF NOT CMP-TBL-PRESENT (CMP-TBL-IDX 2)
077400         MOVE "RUN 1 ONLY" TO CMP-DTL-STATUS
077500         ADD 1 TO CMP-ONLY-1-COUNT
077600         GO TO 4100-WRITE
077700     END-IF
077800     IF NOT CMP-TBL-PRESENT (CMP-TBL-IDX 1)
077900         MOVE "RUN 2 ONLY" TO CMP-DTL-STATUS
078000         ADD 1 TO CMP-ONLY-2-COUNT
078100         GO TO 4100-WRITE
078200     END-IF
078300     IF CMP-TBL-RESULT (CMP-TBL-IDX 1) IS EQUAL TO
078400             CMP-TBL-RESULT (CMP-TBL-IDX 2)
078500         MOVE "MATCH" TO CMP-DTL-STATUS
078600         ADD 1 TO CMP-MATCH-COUNT
078700     ELSE
078800         MOVE "DIFFERENT" TO CMP-DTL-STATUS
078900         ADD 1 TO CMP-DIFFER-COUNT
079000         COMPUTE CMP-DIFFERENCE =
079100             CMP-TBL-RESULT (CMP-TBL-IDX 2) -
079200             CMP-TBL-RESULT (CMP-TBL-IDX 1)
079300         MOVE " DIFFERENCE=" TO CMP-RSL-DIFF-LABEL
079400         MOVE CMP-DIFFERENCE TO CMP-RSL-DIFFERENCE
079500     END-IF
079600     IF CMP-TBL-SOURCE-FLAG (CMP-TBL-IDX 1) IS NOT EQUAL TO
079700             CMP-TBL-SOURCE-FLAG (CMP-TBL-IDX 2)
079800         ADD 1 TO CMP-SOURCE-COUNT
079900         IF CMP-TBL-FROM-CACHE (CMP-TBL-IDX 1)
080000             MOVE "CACHE TO COMPUTED" TO CMP-DTL-SOURCE
080100         ELSE
080200             MOVE "COMPUTED TO CACHE" TO CMP-DTL-SOURCE
080300         END-IF
080400     END-IF.
080500 4100-WRITE.
080600     WRITE CMP-REPORT-LINE FROM CMP-DETAIL-LINE
080700     WRITE CMP-REPORT-LINE FROM CMP-RESULT-LINE.
080800 4100-EXIT.
080900     EXIT.
081000
081100*****************************************************************
081200* CONDITION CODE 8 WHEN ANY ANSWER DIFFERS OR IS IN ONLY ONE RUN,
081300* 4 WHEN THE ANSWERS ALL MATCH BUT A CACHE/COMPUTED SOURCE
081400* CHANGED, 0 WHEN THE SECOND RUN REPRODUCED THE FIRST EXACTLY.
081500*****************************************************************
081600 5000-FINALIZE.
081700     WRITE CMP-REPORT-LINE FROM CMP-BLANK-LINE
081800     MOVE CMP-ENTRY-COUNT TO CMP-TRL-ENTRIES
081900     MOVE CMP-MATCH-COUNT TO CMP-TRL-MATCH
082000     MOVE CMP-DIFFER-COUNT TO CMP-TRL-DIFFER
082100     MOVE CMP-ONLY-1-COUNT TO CMP-TRL-ONLY-1
082200     MOVE CMP-ONLY-2-COUNT TO CMP-TRL-ONLY-2
082300     MOVE CMP-SOURCE-COUNT TO CMP-TRL-SOURCE
082400     WRITE CMP-REPORT-LINE FROM CMP-TRAILER-LINE
082500     CLOSE CMP-REPORT-FILE
082600     DISPLAY "PERCMP MATCH=" CMP-MATCH-COUNT
082700         " DIFFERENT=" CMP-DIFFER-COUNT
082800         " RUN 1 ONLY=" CMP-ONLY-1-COUNT
082900         " RUN 2 ONLY=" CMP-ONLY-2-COUNT
083000         " SOURCE CHANGED=" CMP-SOURCE-COUNT
083100     IF CMP-DIFFER-COUNT > ZERO OR CMP-ONLY-1-COUNT > ZERO OR
083200             CMP-ONLY-2-COUNT > ZERO
083300         MOVE 8 TO RETURN-CODE
083400         GO TO 5000-EXIT
083500     END-IF
083600     IF CMP-SOURCE-COUNT > ZERO
083700         MOVE 4 TO RETURN-CODE
083800     END-IF.
083900 5000-EXIT.
084000     EXIT.
084100
084200 8000-ABEND.
084300     DISPLAY "*** PERCMP ABEND *** " CMP-ABEND-MESSAGE
084400     MOVE 16 TO RETURN-CODE
084500     GO TO 9999-EXIT.
084600
084700 9999-EXIT.
084800     STOP RUN.
