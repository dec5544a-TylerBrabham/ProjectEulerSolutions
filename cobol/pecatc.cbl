000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PECATC.
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
001300*                    DRIVER.  WORKS OUT THE BUSINESS DAYS MISSED
001400*                    SINCE THE LAST PEHIST RUN DATE FROM THE
001500*                    BDCAL CALENDAR, UP TO THE CATCTL THROUGH
001600*                    DATE, AND SUBMITS ONE PECATJ JOB THROUGH
001700*                    THE INTERNAL READER THAT RUNS PEEDIT, P1,
001800*                    P2, P3, PEVRFY, DLYRPT, PEDWTX AND PEROLL
001900*                    FOR EACH DATE IN ORDER, EACH DATE UNDER ITS
002000*                    OWN RUN ID.  EVERY STEP IS SKIPPED ONCE ANY
002100*                    EARLIER STEP ENDS NON-ZERO, SO THE JOB
002200*                    STOPS AT THE FIRST DATE THAT DOES NOT FINISH
002300*                    CLEAN, AND ITS LAST STEP (PECATR) ALWAYS
002400*                    RUNS TO REPORT EACH DATE'S RUN ID AND STEP
002500*                    OUTCOME FROM THE CATPLN PLAN WRITTEN HERE.
002600*                    A CATCH-UP THAT DOES NOT START CLEANLY FROM
002700*                    THE LAST CLOSED DATE IS REFUSED WITH
002800*                    CONDITION CODE 8 AND NOTHING IS SUBMITTED.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CAT-CONTROL-FILE ASSIGN TO "CATCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS CAT-CTL-STATUS.
003700
003800     SELECT CAT-PROCESS-DATE-FILE ASSIGN TO "PRCDTE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CAT-PRC-STATUS.
004100
004200     SELECT CAT-RUNCTL-FILE ASSIGN TO "RUNCTL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CAT-RUN-STATUS.
004500
004600     SELECT CAT-HISTORY-FILE ASSIGN TO "PEHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PEH-HIST-KEY
005000         FILE STATUS IS CAT-HIST-STATUS.
005100
005200     SELECT CAT-CYCLE-FILE ASSIGN TO "CYCSTS"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CYC-STS-KEY
005600         FILE STATUS IS CAT-CYC-STATUS.
005700
005800     SELECT CAT-CALENDAR-FILE ASSIGN TO "BDCAL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CAT-CAL-STATUS.
006100
006200     SELECT CAT-ROLL-CONTROL-FILE ASSIGN TO "ROLCTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CAT-ROL-STATUS.
006500
006600     SELECT CAT-AUTHORITY-FILE ASSIGN TO "OPRAUT"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS OPR-AUT-KEY
007000         FILE STATUS IS CAT-AUT-STATUS.
007100
007200     SELECT CAT-SKELETON-FILE ASSIGN TO "CATSKL"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CAT-SKL-STATUS.
007500
007600     SELECT CAT-JOB-FILE ASSIGN TO "CATJCL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CAT-JOB-STATUS.
007900
008000     SELECT CAT-PLAN-FILE ASSIGN TO "CATPLN"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CAT-PLN-STATUS.
008300
008400     SELECT CAT-REPORT-FILE ASSIGN TO "CATRPT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS CAT-RPT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CAT-CONTROL-FILE
009100     RECORDING MODE IS F.
009200 COPY CATCTL.
009300
009400 FD  CAT-PROCESS-DATE-FILE
009500     RECORDING MODE IS F.
009600 COPY PRCDTE.
009700
009800 FD  CAT-RUNCTL-FILE
009900     RECORDING MODE IS F.
010000 COPY RUNCTL.
010100
010200 FD  CAT-HISTORY-FILE.
010300 COPY PEHIST.
010400
010500 FD  CAT-CYCLE-FILE.
010600 COPY CYCSTS.
010700
010800 FD  CAT-CALENDAR-FILE
010900     RECORDING MODE IS F.
011000 COPY BDCAL.
011100
011200 FD  CAT-ROLL-CONTROL-FILE
011300     RECORDING MODE IS F.
011400 COPY ROLCTL.
011500
011600 FD  CAT-AUTHORITY-FILE.
011700 COPY OPRAUT.
011800
011900 FD  CAT-SKELETON-FILE
012000     RECORDING MODE IS F.
012100 01  CAT-SKELETON-RECORD         PIC X(80).
012200
012300 FD  CAT-JOB-FILE
012400     RECORDING MODE IS F.
012500 01  CAT-JOB-RECORD              PIC X(80).
012600
012700 FD  CAT-PLAN-FILE
012800     RECORDING MODE IS F.
012900 COPY CATPLN.
013000
013100 FD  CAT-REPORT-FILE
013200     RECORDING MODE IS F.
013300 01  CAT-REPORT-LINE             PIC X(80).
013400
013500 WORKING-STORAGE SECTION.
013600 01  CAT-SWITCHES.
013700     05  CAT-CAL-EOF-SW      PIC X(01) VALUE "N".
013800         88  CAT-CAL-EOF            VALUE "Y".
013900     05  CAT-HIST-EOF-SW     PIC X(01) VALUE "N".
014000         88  CAT-HIST-EOF           VALUE "Y".
014100     05  CAT-SKL-EOF-SW      PIC X(01) VALUE "N".
014200         88  CAT-SKL-EOF            VALUE "Y".
014300     05  CAT-BUSINESS-SW     PIC X(01) VALUE "N".
014400         88  CAT-BUSINESS-DAY       VALUE "Y".
014500
014600 01  CAT-FILE-STATUSES.
014700     05  CAT-CTL-STATUS      PIC X(02) VALUE "00".
014800         88  CAT-CTL-OK             VALUE "00".
014900     05  CAT-PRC-STATUS      PIC X(02) VALUE "00".
015000         88  CAT-PRC-OK             VALUE "00".
015100     05  CAT-RUN-STATUS      PIC X(02) VALUE "00".
015200         88  CAT-RUN-OK             VALUE "00".
015300         88  CAT-RUN-MISSING        VALUE "35".
015400     05  CAT-HIST-STATUS     PIC X(02) VALUE "00".
015500         88  CAT-HIST-OK            VALUE "00".
015600         88  CAT-HIST-MISSING       VALUE "35".
015700     05  CAT-CYC-STATUS      PIC X(02) VALUE "00".
015800         88  CAT-CYC-OK             VALUE "00".
015900         88  CAT-CYC-NOT-FOUND      VALUE "23".
016000         88  CAT-CYC-MISSING        VALUE "35".
016100     05  CAT-CAL-STATUS      PIC X(02) VALUE "00".
016200         88  CAT-CAL-OK             VALUE "00".
016300     05  CAT-ROL-STATUS      PIC X(02) VALUE "00".
016400         88  CAT-ROL-OK             VALUE "00".
016500     05  CAT-AUT-STATUS      PIC X(02) VALUE "00".
016600         88  CAT-AUT-OK             VALUE "00".
016700         88  CAT-AUT-NOT-FOUND      VALUE "23".
016800     05  CAT-SKL-STATUS      PIC X(02) VALUE "00".
016900         88  CAT-SKL-OK             VALUE "00".
017000     05  CAT-JOB-STATUS      PIC X(02) VALUE "00".
017100         88  CAT-JOB-OK             VALUE "00".
017200     05  CAT-PLN-STATUS      PIC X(02) VALUE "00".
017300         88  CAT-PLN-OK             VALUE "00".
017400     05  CAT-RPT-STATUS      PIC X(02) VALUE "00".
017500         88  CAT-RPT-OK             VALUE "00".
017600
017700 01  CAT-ABEND-MESSAGE       PIC X(60).
017800 01  CAT-REFUSAL-MESSAGE     PIC X(60).
017900
018000 01  CAT-RUN-DATE            PIC 9(08) VALUE ZEROS.
018100 01  CAT-RUN-TIME            PIC 9(06) VALUE ZEROS.
018200 01  CAT-PROCESS-DATE        PIC 9(08) VALUE ZEROS.
018300 01  CAT-LAST-RUN-DATE       PIC 9(08) VALUE ZEROS.
018400 01  CAT-FIRST-DATE          PIC 9(08) VALUE ZEROS.
018500 01  CAT-BASE-RUN-ID         PIC 9(09) VALUE ZEROS.
018600 01  CAT-DATE-PERIOD         PIC 9(06) VALUE ZEROS.
018700 01  CAT-NEXT-PERIOD         PIC 9(06) VALUE ZEROS.
018800
018900*****************************************************************
019000* THE PLANNED DATES.  EACH DATE RUNS EIGHT STEPS AND A JOB MAY
019100* HOLD NO MORE THAN 255, SO THIRTY DATES PLUS THE CLOSING REPORT
019200* STEP IS THE MOST ONE SUBMISSION CAN CARRY.
019300*****************************************************************
019400 01  CAT-DATE-LIMIT          PIC 9(03) COMP VALUE 30.
019500 01  CAT-DATE-TABLE.
019600     05  CAT-DATE-COUNT      PIC 9(03) COMP VALUE ZERO.
019700     05  CAT-DATE-ENTRY      OCCURS 30 TIMES.
019800         10  CAT-DTE-PROCESS-DATE
019900                             PIC 9(08).
020000         10  CAT-DTE-MONTH-END-FLAG
020100                             PIC X(01).
020200             88  CAT-DTE-MONTH-END  VALUE "Y".
020300 01  CAT-DTE-IDX             PIC 9(03) COMP VALUE ZERO.
020400
020500 01  CAT-HOLIDAY-LIMIT       PIC 9(03) COMP VALUE 200.
020600 01  CAT-HOLIDAY-TABLE.
020700     05  CAT-HOLIDAY-COUNT   PIC 9(03) COMP VALUE ZERO.
020800     05  CAT-HOLIDAY-DATE    PIC 9(08) OCCURS 200 TIMES.
020900 01  CAT-HOL-IDX             PIC 9(03) COMP VALUE ZERO.
021000
021100*****************************************************************
021200* THE CATSKL SKELETON MEMBER HOLDS ONE DATE'S STEPS.  IT IS
021300* COPIED ONCE PER PLANNED DATE WITH EVERY "@@" REPLACED BY THE
021400* TWO-DIGIT DATE NUMBER (MAKING THE STEP NAMES UNIQUE) AND EVERY
021500* "##" BY THE SAME NUMBER WITHOUT LEADING ZERO (THE RELATIVE
021600* GENERATION OF A GDG DATASET CREATED ONCE PER DATE).
021700*****************************************************************
021800 01  CAT-SKELETON-LIMIT      PIC 9(03) COMP VALUE 200.
021900 01  CAT-SKELETON-TABLE.
022000     05  CAT-SKL-COUNT       PIC 9(03) COMP VALUE ZERO.
022100     05  CAT-SKL-CARD        PIC X(80) OCCURS 200 TIMES.
022200 01  CAT-SKL-IDX             PIC 9(03) COMP VALUE ZERO.
022300
022400 01  CAT-CARD-WORK.
022500     05  CAT-CARD            PIC X(80).
022600     05  CAT-CARD-BEFORE     PIC X(80).
022700     05  CAT-CARD-AFTER      PIC X(80).
022800     05  CAT-BEFORE-LEN      PIC 9(03) COMP VALUE ZERO.
022900     05  CAT-TOKEN-COUNT     PIC 9(03) COMP VALUE ZERO.
023000     05  CAT-SEQ-NN          PIC 9(02) VALUE ZEROS.
023100     05  CAT-SEQ-X REDEFINES CAT-SEQ-NN
023200                             PIC X(02).
023300     05  CAT-GEN-EDIT        PIC Z9.
023400     05  CAT-GEN-TEXT        PIC X(02).
023500
023600 01  CAT-JOB-HEAD-CARDS.
023700     05  FILLER              PIC X(40) VALUE
023800         "//PECATJ   JOB (ACCTNO),'CATCH-UP CYCLE'".
023900     05  FILLER              PIC X(40) VALUE
024000         ",CLASS=A,MSGCLASS=X,".
024100     05  FILLER              PIC X(80) VALUE
024200         "//             MSGLEVEL=(1,1),NOTIFY=&SYSUID".
024300     05  FILLER              PIC X(80) VALUE "//*".
024400 01  CAT-JOB-HEAD REDEFINES CAT-JOB-HEAD-CARDS.
024500     05  CAT-HEAD-CARD       PIC X(80) OCCURS 3 TIMES.
024600 01  CAT-HEAD-LIMIT          PIC 9(03) COMP VALUE 3.
024700
024800 01  CAT-JOB-TAIL-CARDS.
024900     05  FILLER              PIC X(80) VALUE
025000         "//CATRPT   EXEC PGM=PECATR,COND=EVEN".
025100     05  FILLER              PIC X(80) VALUE
025200         "//STEPLIB  DD   DSN=EULER.LOADLIB,DISP=SHR".
025300     05  FILLER              PIC X(80) VALUE
025400         "//CATPLN   DD   DSN=EULER.CATCHUP.PLAN,DISP=SHR".
025500     05  FILLER              PIC X(80) VALUE
025600         "//PRCDTE   DD   DSN=EULER.PRCDATE.PARM,DISP=SHR".
025700     05  FILLER              PIC X(80) VALUE
025800         "//CYCSTS   DD   DSN=EULER.CYCSTS,DISP=SHR".
025900     05  FILLER              PIC X(80) VALUE
026000         "//DWTREG   DD   DSN=EULER.DWH.REGISTER,DISP=SHR".
026100     05  FILLER              PIC X(80) VALUE
026200         "//CTRRPT   DD   SYSOUT=*".
026300     05  FILLER              PIC X(80) VALUE
026400         "//SYSOUT   DD   SYSOUT=*".
026500     05  FILLER              PIC X(80) VALUE
026600         "//SYSUDUMP DD   SYSOUT=*".
026700     05  FILLER              PIC X(80) VALUE "//".
026800 01  CAT-JOB-TAIL REDEFINES CAT-JOB-TAIL-CARDS.
026900     05  CAT-TAIL-CARD       PIC X(80) OCCURS 10 TIMES.
027000 01  CAT-TAIL-LIMIT          PIC 9(03) COMP VALUE 10.
027100 01  CAT-CARD-IDX            PIC 9(03) COMP VALUE ZERO.
027200
027300 01  CAT-TEST-DATE.
027400     05  CAT-TST-YYYY        PIC 9(04).
027500     05  CAT-TST-MM          PIC 9(02).
027600     05  CAT-TST-DD          PIC 9(02).
027700 01  CAT-TEST-DATE-N REDEFINES CAT-TEST-DATE
027800                             PIC 9(08).
027900
028000*****************************************************************
028100* SERIAL-DAY WORK FOR THE WEEKEND TEST - WITH JANUARY AND
028200* FEBRUARY COUNTED AS MONTHS 13 AND 14 OF THE PRIOR YEAR,
028300*   SERIAL = 365*Y + Y/4 - Y/100 + Y/400 + 153*(M+1)/5 + DD
028400* AND SERIAL MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
028500*****************************************************************
028600 01  CAT-SERIAL-WORK.
028700     05  CAT-SER-Y           PIC 9(04) VALUE ZEROS.
028800     05  CAT-SER-M           PIC 9(02) VALUE ZEROS.
028900     05  CAT-SER-M1          PIC 9(02) VALUE ZEROS.
029000     05  CAT-SER-MONTH-WORK  PIC 9(04) VALUE ZEROS.
029100     05  CAT-SER-LEAP4       PIC 9(04) VALUE ZEROS.
029200     05  CAT-SER-LEAP100     PIC 9(04) VALUE ZEROS.
029300     05  CAT-SER-LEAP400     PIC 9(04) VALUE ZEROS.
029400     05  CAT-SERIAL          PIC 9(07) VALUE ZEROS.
029500     05  CAT-DOW-QUOT        PIC 9(07) VALUE ZEROS.
029600     05  CAT-DOW-REM         PIC 9(01) VALUE ZERO.
029700         88  CAT-WEEKEND-DAY        VALUES 0, 1.
029800
029900 01  CAT-DLEAP-WORK.
030000     05  CAT-DLP-QUOTIENT    PIC 9(04) VALUE ZEROS.
030100     05  CAT-DLP-REM-4       PIC 9(04) VALUE ZEROS.
030200     05  CAT-DLP-REM-100     PIC 9(04) VALUE ZEROS.
030300     05  CAT-DLP-REM-400     PIC 9(04) VALUE ZEROS.
030400
030500 01  CAT-MONTH-DAYS-TABLE.
030600     05  FILLER              PIC X(24) VALUE
030700         "312831303130313130313031".
030800 01  CAT-MONTH-DAYS REDEFINES CAT-MONTH-DAYS-TABLE.
030900     05  CAT-MONTH-DAYS-NN   PIC 9(02) OCCURS 12 TIMES.
031000 01  CAT-MAX-DD              PIC 9(02) VALUE ZEROS.
031100
031200 01  CAT-HEADING-1.
031300     05  FILLER              PIC X(34) VALUE
031400         "PECATC - MULTI-DAY CATCH-UP PLAN".
031500     05  FILLER              PIC X(46) VALUE SPACES.
031600
031700 01  CAT-PARM-LINE.
031800     05  FILLER              PIC X(14) VALUE "LAST RUN DATE=".
031900     05  CAT-PRM-LAST-DATE   PIC 9(08).
032000     05  FILLER              PIC X(08) VALUE " PRCDTE=".
032100     05  CAT-PRM-PROCESS-DATE
032200                             PIC 9(08).
032300     05  FILLER              PIC X(09) VALUE " THROUGH=".
032400     05  CAT-PRM-THROUGH     PIC 9(08).
032500     05  FILLER              PIC X(25) VALUE SPACES.
032600
032700 01  CAT-HEADING-2.
032800     05  FILLER              PIC X(05) VALUE "SEQ".
032900     05  FILLER              PIC X(14) VALUE "PROCESS DATE".
033000     05  FILLER              PIC X(18) VALUE "STEPS".
033100     05  FILLER              PIC X(43) VALUE "NOTE".
033200
033300 01  CAT-DETAIL-LINE.
033400     05  CAT-DTL-SEQUENCE    PIC 9(03).
033500     05  FILLER              PIC X(02) VALUE SPACES.
033600     05  CAT-DTL-PROCESS-DATE
033700                             PIC 9(08).
033800     05  FILLER              PIC X(06) VALUE SPACES.
033900     05  CAT-DTL-STEPS       PIC X(16).
034000     05  FILLER              PIC X(02) VALUE SPACES.
034100     05  CAT-DTL-NOTE        PIC X(43).
034200
034300 01  CAT-REFUSAL-LINE.
034400     05  FILLER              PIC X(16) VALUE
034500         "*** REFUSED *** ".
034600     05  CAT-RFS-MESSAGE     PIC X(60).
034700     05  FILLER              PIC X(04) VALUE SPACES.
034800
034900 01  CAT-NOTHING-LINE.
035000     05  FILLER              PIC X(48) VALUE
035100         "*** NOTHING TO CATCH UP - PRCDTE IS ALREADY PAST".
035200     05  FILLER              PIC X(21) VALUE
035300         " THE THROUGH DATE ***".
035400     05  FILLER              PIC X(11) VALUE SPACES.
035500
035600 01  CAT-TRAILER-LINE.
035700     05  FILLER              PIC X(14) VALUE "DATES PLANNED=".
035800     05  CAT-TRL-DATES       PIC ZZ9.
035900     05  FILLER              PIC X(46) VALUE
036000         " - JOB PECATJ SUBMITTED TO THE INTERNAL READER".
036100     05  FILLER              PIC X(17) VALUE SPACES.
036200
036300 01  CAT-BLANK-LINE          PIC X(80) VALUE SPACES.
036400
036500 PROCEDURE DIVISION.
036600
036700 0000-MAINLINE.
036800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036900     PERFORM 2000-FIND-LAST-RUN-DATE THRU 2000-EXIT
037000     PERFORM 2500-CHECK-STARTING-POINT THRU 2500-EXIT
037100     PERFORM 2700-CHECK-ROLL-OPERATOR THRU 2700-EXIT
037200     PERFORM 3000-BUILD-PLAN THRU 3000-EXIT
037300     PERFORM 4500-WRITE-PLAN THRU 4500-EXIT
037400     PERFORM 4000-WRITE-JOB THRU 4000-EXIT
037500     PERFORM 5000-FINALIZE THRU 5000-EXIT
037600     GO TO 9999-EXIT.
037700
037800 1000-INITIALIZE.
037900     ACCEPT CAT-RUN-DATE FROM DATE YYYYMMDD
038000     ACCEPT CAT-RUN-TIME FROM TIME
038100     OPEN INPUT CAT-CONTROL-FILE
038200     IF NOT CAT-CTL-OK
038300         MOVE "CATCTL OPEN FAILED" TO CAT-ABEND-MESSAGE
038400         GO TO 8000-ABEND
038500     END-IF
038600     READ CAT-CONTROL-FILE
038700         AT END
038800             MOVE "CATCTL CONTAINS NO CONTROL RECORD" TO
038900                 CAT-ABEND-MESSAGE
039000             GO TO 8000-ABEND
039100     END-READ
039200     CLOSE CAT-CONTROL-FILE
039300     IF CAT-CTL-THROUGH-DATE IS NOT NUMERIC OR
039400             CAT-CTL-THROUGH-DATE IS EQUAL TO ZERO
039500         MOVE "CATCTL THROUGH DATE IS NOT A VALID DATE" TO
039600             CAT-ABEND-MESSAGE
039700         GO TO 8000-ABEND
039800     END-IF
039900     OPEN INPUT CAT-PROCESS-DATE-FILE
040000     IF NOT CAT-PRC-OK
040100         MOVE "PRCDTE OPEN FAILED" TO CAT-ABEND-MESSAGE
040200         GO TO 8000-ABEND
040300     END-IF
040400     READ CAT-PROCESS-DATE-FILE
040500         AT END
040600             MOVE "PRCDTE CONTAINS NO CONTROL RECORD" TO
040700                 CAT-ABEND-MESSAGE
040800             GO TO 8000-ABEND
040900     END-READ
041000     MOVE PRC-PROCESS-DATE TO CAT-PROCESS-DATE
041100     CLOSE CAT-PROCESS-DATE-FILE
041200     MOVE ZEROS TO RUN-CTL-LAST-RUN-ID
041300     OPEN INPUT CAT-RUNCTL-FILE
041400     IF CAT-RUN-OK
041500         READ CAT-RUNCTL-FILE
041600             AT END
041700                 MOVE ZEROS TO RUN-CTL-LAST-RUN-ID
041800         END-READ
041900         CLOSE CAT-RUNCTL-FILE
042000     ELSE
042100         IF NOT CAT-RUN-MISSING
042200             MOVE "RUNCTL OPEN FAILED" TO CAT-ABEND-MESSAGE
042300             GO TO 8000-ABEND
042400         END-IF
042500     END-IF
042600     MOVE RUN-CTL-LAST-RUN-ID TO CAT-BASE-RUN-ID
042700     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
042800     PERFORM 1300-LOAD-SKELETON THRU 1300-EXIT.
042900 1000-EXIT.
043000     EXIT.
043100
043200 1100-LOAD-CALENDAR.
043300     OPEN INPUT CAT-CALENDAR-FILE
043400     IF NOT CAT-CAL-OK
043500         MOVE "BDCAL OPEN FAILED" TO CAT-ABEND-MESSAGE
043600         GO TO 8000-ABEND
043700     END-IF
043800     PERFORM 1200-LOAD-HOLIDAY THRU 1200-EXIT
043900         WITH TEST BEFORE UNTIL CAT-CAL-EOF
044000     CLOSE CAT-CALENDAR-FILE.
044100 1100-EXIT.
044200     EXIT.
044300
044400 1200-LOAD-HOLIDAY.
044500     READ CAT-CALENDAR-FILE
044600         AT END
044700             SET CAT-CAL-EOF TO TRUE
044800         NOT AT END
044900             IF CAT-HOLIDAY-COUNT IS NOT LESS THAN
045000                     CAT-HOLIDAY-LIMIT
045100                 MOVE "BDCAL HOLIDAY TABLE OVERFLOW" TO
045200                     CAT-ABEND-MESSAGE
045300                 GO TO 8000-ABEND
045400             END-IF
045500             ADD 1 TO CAT-HOLIDAY-COUNT
045600             MOVE BDC-CAL-HOLIDAY-DATE TO
045700                 CAT-HOLIDAY-DATE (CAT-HOLIDAY-COUNT)
045800     END-READ.
045900 1200-EXIT.
046000     EXIT.
046100
046200 1300-LOAD-SKELETON.
046300     OPEN INPUT CAT-SKELETON-FILE
046400     IF NOT CAT-SKL-OK
046500         MOVE "CATSKL OPEN FAILED" TO CAT-ABEND-MESSAGE
046600         GO TO 8000-ABEND
046700     END-IF
046800     PERFORM 1350-LOAD-SKELETON-CARD THRU 1350-EXIT
046900         WITH TEST BEFORE UNTIL CAT-SKL-EOF
047000     CLOSE CAT-SKELETON-FILE
047100     IF CAT-SKL-COUNT IS EQUAL TO ZERO
047200         MOVE "CATSKL SKELETON MEMBER IS EMPTY" TO
047300             CAT-ABEND-MESSAGE
047400         GO TO 8000-ABEND
047500     END-IF.
047600 1300-EXIT.
047700     EXIT.
047800
047900 1350-LOAD-SKELETON-CARD.
048000     READ CAT-SKELETON-FILE
048100         AT END
048200             SET CAT-SKL-EOF TO TRUE
048300         NOT AT END
048400             IF CAT-SKL-COUNT IS NOT LESS THAN
048500                     CAT-SKELETON-LIMIT
048600                 MOVE "CATSKL SKELETON TABLE OVERFLOW" TO
048700                     CAT-ABEND-MESSAGE
048800                 GO TO 8000-ABEND
048900             END-IF
049000             ADD 1 TO CAT-SKL-COUNT
049100             MOVE CAT-SKELETON-RECORD TO
049200                 CAT-SKL-CARD (CAT-SKL-COUNT)
049300     END-READ.
049400 1350-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800* THE LAST RUN DATE IS THE HIGHEST PROCESSING DATE ON PEHIST.
049900* THE FILE IS KEYED BY RUN DATE FIRST, SO A FULL SWEEP LEAVES
050000* THE ANSWER IN THE LAST ROW READ.
050100*****************************************************************
050200 2000-FIND-LAST-RUN-DATE.
050300     OPEN INPUT CAT-HISTORY-FILE
050400     IF CAT-HIST-MISSING
050500         MOVE "PEHIST HAS NO RUN HISTORY TO CATCH UP FROM" TO
050600             CAT-REFUSAL-MESSAGE
050700         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
050800     END-IF
050900     IF NOT CAT-HIST-OK
051000         MOVE "PEHIST OPEN FAILED" TO CAT-ABEND-MESSAGE
051100         GO TO 8000-ABEND
051200     END-IF
051300     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
051400         WITH TEST BEFORE UNTIL CAT-HIST-EOF
051500     CLOSE CAT-HISTORY-FILE
051600     IF CAT-LAST-RUN-DATE IS EQUAL TO ZERO
051700         MOVE "PEHIST HAS NO RUN HISTORY TO CATCH UP FROM" TO
051800             CAT-REFUSAL-MESSAGE
051900         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
052000     END-IF.
052100 2000-EXIT.
052200     EXIT.
052300
052400 2100-READ-HISTORY.
052500     READ CAT-HISTORY-FILE NEXT RECORD
052600         AT END
052700             SET CAT-HIST-EOF TO TRUE
052800         NOT AT END
052900             IF PEH-HIST-RUN-DATE > CAT-LAST-RUN-DATE
053000                 MOVE PEH-HIST-RUN-DATE TO CAT-LAST-RUN-DATE
053100             END-IF
053200     END-READ.
053300 2100-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700* THE CATCH-UP MUST PICK UP EXACTLY WHERE THE LAST CYCLE LEFT
053800* OFF - THE LAST RUN DATE CLOSED BY DLYRPT ON CYCSTS AND PRCDTE
053900* ALREADY ROLLED TO THE NEXT BUSINESS DAY.  A HALF-FINISHED DATE
054000* IS FINISHED BY HAND FIRST, SO THE DRIVER NEVER GUESSES WHICH
054100* STEPS OF IT STILL HAVE TO RUN.
054200*****************************************************************
054300 2500-CHECK-STARTING-POINT.
054400     OPEN INPUT CAT-CYCLE-FILE
054500     IF CAT-CYC-MISSING
054600         MOVE SPACES TO CAT-REFUSAL-MESSAGE
054700         STRING "LAST RUN DATE " CAT-LAST-RUN-DATE
054800             " HAS NO CYCSTS STATUS"
054900             DELIMITED BY SIZE INTO CAT-REFUSAL-MESSAGE
055000         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
055100     END-IF
055200     IF NOT CAT-CYC-OK
055300         MOVE "CYCSTS OPEN FAILED" TO CAT-ABEND-MESSAGE
055400         GO TO 8000-ABEND
055500     END-IF
055600     MOVE CAT-LAST-RUN-DATE TO CYC-STS-PROCESS-DATE
055700     READ CAT-CYCLE-FILE
055800     IF CAT-CYC-NOT-FOUND
055900         MOVE "N" TO CYC-STS-DLYRPT-FLAG
056000     ELSE
056100         IF NOT CAT-CYC-OK
056200             MOVE "CYCSTS READ FAILED" TO CAT-ABEND-MESSAGE
056300             GO TO 8000-ABEND
056400         END-IF
056500     END-IF
056600     CLOSE CAT-CYCLE-FILE
056700     IF NOT CYC-STS-DLYRPT-DONE
056800         MOVE SPACES TO CAT-REFUSAL-MESSAGE
056900         STRING "LAST RUN DATE " CAT-LAST-RUN-DATE
057000             " IS NOT YET CLOSED BY DLYRPT"
057100             DELIMITED BY SIZE INTO CAT-REFUSAL-MESSAGE
057200         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
057300     END-IF
057400     MOVE CAT-LAST-RUN-DATE TO CAT-TEST-DATE-N
057500     PERFORM 3080-NEXT-BUSINESS-DAY THRU 3080-EXIT
057600     MOVE CAT-TEST-DATE-N TO CAT-FIRST-DATE
057700     IF CAT-PROCESS-DATE IS NOT EQUAL TO CAT-FIRST-DATE
057800         MOVE SPACES TO CAT-REFUSAL-MESSAGE
057900         STRING "PRCDTE " CAT-PROCESS-DATE
058000             " IS NOT THE BUSINESS DAY AFTER "
058100             CAT-LAST-RUN-DATE
058200             DELIMITED BY SIZE INTO CAT-REFUSAL-MESSAGE
058300         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
058400     END-IF
058500     IF CAT-CTL-THROUGH-DATE > CAT-RUN-DATE
058600         MOVE SPACES TO CAT-REFUSAL-MESSAGE
058700         STRING "THROUGH DATE " CAT-CTL-THROUGH-DATE
058800             " IS LATER THAN TODAY"
058900             DELIMITED BY SIZE INTO CAT-REFUSAL-MESSAGE
059000         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
059100     END-IF
059200     IF CAT-CTL-THROUGH-DATE < CAT-FIRST-DATE
059300         PERFORM 2800-NOTHING-TO-DO THRU 2800-EXIT
059400     END-IF.
059500 2500-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900* EVERY DATE ENDS WITH A PEROLL STEP, WHICH REFUSES UNLESS THE
060000* ROLCTL OPERATOR HOLDS THE DATE-ROLL GRANT.  THE SAME CHECK IS
060100* MADE HERE SO A CATCH-UP CANNOT BE SUBMITTED THAT WOULD STOP AT
060200* THE FIRST DATE ROLL.
060300*****************************************************************
060400 2700-CHECK-ROLL-OPERATOR.
060500     OPEN INPUT CAT-ROLL-CONTROL-FILE
060600     IF NOT CAT-ROL-OK
060700         MOVE "ROLCTL OPEN FAILED" TO CAT-ABEND-MESSAGE
060800         GO TO 8000-ABEND
060900     END-IF
061000     READ CAT-ROLL-CONTROL-FILE
061100         AT END
061200             MOVE "ROLCTL CONTAINS NO CONTROL RECORD" TO
061300                 CAT-ABEND-MESSAGE
061400             GO TO 8000-ABEND
061500     END-READ
061600     CLOSE CAT-ROLL-CONTROL-FILE
061700     IF ROL-CTL-OPERATOR IS EQUAL TO SPACES
061800         MOVE "ROLCTL OPERATOR INITIALS ARE REQUIRED" TO
061900             CAT-REFUSAL-MESSAGE
062000         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
062100     END-IF
062200     OPEN INPUT CAT-AUTHORITY-FILE
062300     IF NOT CAT-AUT-OK
062400         MOVE "OPRAUT OPEN FAILED" TO CAT-ABEND-MESSAGE
062500         GO TO 8000-ABEND
062600     END-IF
062700     MOVE ROL-CTL-OPERATOR TO OPR-AUT-OPERATOR
062800     READ CAT-AUTHORITY-FILE
062900     IF CAT-AUT-NOT-FOUND
063000         MOVE SPACES TO CAT-REFUSAL-MESSAGE
063100         STRING "ROLCTL OPERATOR " ROL-CTL-OPERATOR
063200             " IS NOT ON THE AUTHORITY FILE"
063300             DELIMITED BY SIZE INTO CAT-REFUSAL-MESSAGE
063400         CLOSE CAT-AUTHORITY-FILE
063500         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
063600     END-IF
063700     IF NOT CAT-AUT-OK
063800         MOVE "OPRAUT READ FAILED" TO CAT-ABEND-MESSAGE
063900         GO TO 8000-ABEND
064000     END-IF
064100     CLOSE CAT-AUTHORITY-FILE
064200     IF NOT OPR-AUT-MAY-DATE-ROLL
064300         MOVE SPACES TO CAT-REFUSAL-MESSAGE
064400         STRING "ROLCTL OPERATOR " ROL-CTL-OPERATOR
064500             " IS NOT AUTHORIZED FOR DATE ROLL"
064600             DELIMITED BY SIZE INTO CAT-REFUSAL-MESSAGE
064700         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
064800     END-IF.
064900 2700-EXIT.
065000     EXIT.
065100
065200 2800-NOTHING-TO-DO.
065300     PERFORM 2950-WRITE-REPORT-HEAD THRU 2950-EXIT
065400     WRITE CAT-REPORT-LINE FROM CAT-NOTHING-LINE
065500     CLOSE CAT-REPORT-FILE
065600     DISPLAY "PECATC NOTHING TO CATCH UP - PRCDTE "
065700         CAT-PROCESS-DATE " THROUGH " CAT-CTL-THROUGH-DATE
065800     MOVE 4 TO RETURN-CODE
065900     GO TO 9999-EXIT.
066000 2800-EXIT.
066100     EXIT.
066200
066300 2900-REFUSE-CATCH-UP.
066400     PERFORM 2950-WRITE-REPORT-HEAD THRU 2950-EXIT
066500     MOVE CAT-REFUSAL-MESSAGE TO CAT-RFS-MESSAGE
066600     WRITE CAT-REPORT-LINE FROM CAT-REFUSAL-LINE
066700     CLOSE CAT-REPORT-FILE
066800     DISPLAY "PECATC REFUSED - " CAT-REFUSAL-MESSAGE
066900     MOVE 8 TO RETURN-CODE
067000     GO TO 9999-EXIT.
067100 2900-EXIT.
067200     EXIT.
067300
067400 2950-WRITE-REPORT-HEAD.
067500     OPEN OUTPUT CAT-REPORT-FILE
067600     IF NOT CAT-RPT-OK
067700         MOVE "CATRPT OPEN FAILED" TO CAT-ABEND-MESSAGE
067800         GO TO 8000-ABEND
067900     END-IF
068000     WRITE CAT-REPORT-LINE FROM CAT-HEADING-1
068100     WRITE CAT-REPORT-LINE FROM CAT-BLANK-LINE
068200     MOVE CAT-LAST-RUN-DATE TO CAT-PRM-LAST-DATE
068300     MOVE CAT-PROCESS-DATE TO CAT-PRM-PROCESS-DATE
068400     MOVE CAT-CTL-THROUGH-DATE TO CAT-PRM-THROUGH
068500     WRITE CAT-REPORT-LINE FROM CAT-PARM-LINE
068600     WRITE CAT-REPORT-LINE FROM CAT-BLANK-LINE.
068700 2950-EXIT.
068800     EXIT.
068900
069000*****************************************************************
069100* EVERY BUSINESS DAY FROM THE FIRST MISSED DATE THROUGH THE
069200* CATCTL DATE IS PLANNED.  A DATE WHOSE NEXT BUSINESS DAY FALLS
069300* IN ANOTHER MONTH IS THE LAST OF ITS PERIOD AND IS FLAGGED SO
069400* OPERATIONS RUN THE PECLOS MONTH-END CLOSE FOR IT AFTERWARDS.
069500*****************************************************************
069600 3000-BUILD-PLAN.
069700     MOVE CAT-FIRST-DATE TO CAT-TEST-DATE-N
069800     PERFORM 3050-ADD-PLAN-DATE THRU 3050-EXIT
069900         WITH TEST BEFORE
070000         UNTIL CAT-TEST-DATE-N > CAT-CTL-THROUGH-DATE.
070100 3000-EXIT.
070200     EXIT.
070300
070400 3050-ADD-PLAN-DATE.
070500     IF CAT-DATE-COUNT IS NOT LESS THAN CAT-DATE-LIMIT
070600         MOVE "MORE THAN 30 BUSINESS DATES TO CATCH UP" TO
070700             CAT-REFUSAL-MESSAGE
070800         PERFORM 2900-REFUSE-CATCH-UP THRU 2900-EXIT
070900     END-IF
071000     ADD 1 TO CAT-DATE-COUNT
071100     MOVE CAT-TEST-DATE-N TO
071200         CAT-DTE-PROCESS-DATE (CAT-DATE-COUNT)
071300     MOVE "N" TO CAT-DTE-MONTH-END-FLAG (CAT-DATE-COUNT)
071400     DIVIDE CAT-TEST-DATE-N BY 100 GIVING CAT-DATE-PERIOD
071500     PERFORM 3080-NEXT-BUSINESS-DAY THRU 3080-EXIT
071600     DIVIDE CAT-TEST-DATE-N BY 100 GIVING CAT-NEXT-PERIOD
071700     IF CAT-NEXT-PERIOD IS NOT EQUAL TO CAT-DATE-PERIOD
071800         MOVE "Y" TO CAT-DTE-MONTH-END-FLAG (CAT-DATE-COUNT)
071900     END-IF.
072000 3050-EXIT.
072100     EXIT.
072200
072300 3080-NEXT-BUSINESS-DAY.
072400     MOVE "N" TO CAT-BUSINESS-SW
072500     PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT
072600         WITH TEST BEFORE UNTIL CAT-BUSINESS-DAY.
072700 3080-EXIT.
072800     EXIT.
072900
073000 3100-STEP-ONE-DAY.
073100     MOVE CAT-MONTH-DAYS-NN (CAT-TST-MM) TO CAT-MAX-DD
073200     IF CAT-TST-MM IS EQUAL TO 2
073300         PERFORM 3150-CHECK-LEAP-YEAR THRU 3150-EXIT
073400     END-IF
073500     IF CAT-TST-DD < CAT-MAX-DD
073600         ADD 1 TO CAT-TST-DD
073700     ELSE
073800         MOVE 1 TO CAT-TST-DD
073900         IF CAT-TST-MM < 12
074000             ADD 1 TO CAT-TST-MM
074100         ELSE
074200             MOVE 1 TO CAT-TST-MM
074300             ADD 1 TO CAT-TST-YYYY
074400         END-IF
074500     END-IF
074600     PERFORM 3200-CHECK-BUSINESS-DAY THRU 3200-EXIT.
074700 3100-EXIT.
074800     EXIT.
074900
075000 3150-CHECK-LEAP-YEAR.
075100     DIVIDE CAT-TST-YYYY BY 4
075200         GIVING CAT-DLP-QUOTIENT REMAINDER CAT-DLP-REM-4
075300     DIVIDE CAT-TST-YYYY BY 100
075400         GIVING CAT-DLP-QUOTIENT REMAINDER CAT-DLP-REM-100
075500     DIVIDE CAT-TST-YYYY BY 400
075600         GIVING CAT-DLP-QUOTIENT REMAINDER CAT-DLP-REM-400
075700     IF CAT-DLP-REM-4 IS EQUAL TO ZERO AND
075800             (CAT-DLP-REM-100 IS NOT EQUAL TO ZERO OR
075900             CAT-DLP-REM-400 IS EQUAL TO ZERO)
076000         MOVE 29 TO CAT-MAX-DD
076100     END-IF.
076200 3150-EXIT.
076300     EXIT.
076400
076500 3200-CHECK-BUSINESS-DAY.
076600     PERFORM 3300-DATE-TO-SERIAL THRU 3300-EXIT
076700     DIVIDE CAT-SERIAL BY 7
076800         GIVING CAT-DOW-QUOT REMAINDER CAT-DOW-REM
076900     IF CAT-WEEKEND-DAY
077000         MOVE "N" TO CAT-BUSINESS-SW
077100         GO TO 3200-EXIT
077200     END-IF
077300     MOVE "Y" TO CAT-BUSINESS-SW
077400     PERFORM 3250-CHECK-HOLIDAY THRU 3250-EXIT
077500         VARYING CAT-HOL-IDX FROM 1 BY 1
077600         UNTIL CAT-HOL-IDX > CAT-HOLIDAY-COUNT.
077700 3200-EXIT.
077800     EXIT.
077900
078000 3250-CHECK-HOLIDAY.
078100     IF CAT-HOLIDAY-DATE (CAT-HOL-IDX) IS EQUAL TO
078200             CAT-TEST-DATE-N
078300         MOVE "N" TO CAT-BUSINESS-SW
078400     END-IF.
078500 3250-EXIT.
078600     EXIT.
078700
078800 3300-DATE-TO-SERIAL.
078900     MOVE CAT-TST-YYYY TO CAT-SER-Y
079000     MOVE CAT-TST-MM TO CAT-SER-M
079100     IF CAT-SER-M < 3
079200         SUBTRACT 1 FROM CAT-SER-Y
079300         ADD 12 TO CAT-SER-M
079400     END-IF
079500     DIVIDE CAT-SER-Y BY 4 GIVING CAT-SER-LEAP4
079600     DIVIDE CAT-SER-Y BY 100 GIVING CAT-SER-LEAP100
079700     DIVIDE CAT-SER-Y BY 400 GIVING CAT-SER-LEAP400
079800     ADD 1 TO CAT-SER-M GIVING CAT-SER-M1
079900     MULTIPLY 153 BY CAT-SER-M1 GIVING CAT-SER-MONTH-WORK
080000     DIVIDE CAT-SER-MONTH-WORK BY 5 GIVING CAT-SER-MONTH-WORK
080100     MULTIPLY 365 BY CAT-SER-Y GIVING CAT-SERIAL
080200     ADD CAT-SER-LEAP4 TO CAT-SERIAL
080300     SUBTRACT CAT-SER-LEAP100 FROM CAT-SERIAL
080400     ADD CAT-SER-LEAP400 TO CAT-SERIAL
080500     ADD CAT-SER-MONTH-WORK TO CAT-SERIAL
080600     ADD CAT-TST-DD TO CAT-SERIAL.
080700 3300-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100* THE PECATJ JOB - JOB CARD, ONE COPY OF THE SKELETON PER DATE,
081200* THEN THE PECATR REPORT STEP, WHICH RUNS EVEN WHEN AN EARLIER
081300* STEP HAS FAILED.  CLOSING CATJCL RELEASES THE JOB TO THE
081310* INTERNAL READER, SO THE CATPLN PLAN THAT PECATR READS IS
081320* ALWAYS WRITTEN BEFORE THIS.
081400*****************************************************************
081500 4000-WRITE-JOB.
081600     OPEN OUTPUT CAT-JOB-FILE
081700     IF NOT CAT-JOB-OK
081800         MOVE "CATJCL OPEN FAILED" TO CAT-ABEND-MESSAGE
081900         GO TO 8000-ABEND
082000     END-IF
082100     PERFORM 4050-WRITE-HEAD-CARD THRU 4050-EXIT
082200         VARYING CAT-CARD-IDX FROM 1 BY 1
082300         UNTIL CAT-CARD-IDX > CAT-HEAD-LIMIT
082400     MOVE SPACES TO CAT-CARD
082500     STRING "//*  CATCH-UP OF PROCESSING DATES " CAT-FIRST-DATE
082600         " THROUGH " CAT-CTL-THROUGH-DATE
082700         DELIMITED BY SIZE INTO CAT-CARD
082800     MOVE CAT-CARD TO CAT-JOB-RECORD
082900     WRITE CAT-JOB-RECORD
083000     PERFORM 4100-WRITE-DATE-STEPS THRU 4100-EXIT
083100         VARYING CAT-DTE-IDX FROM 1 BY 1
083200         UNTIL CAT-DTE-IDX > CAT-DATE-COUNT
083300     PERFORM 4300-WRITE-TAIL-CARD THRU 4300-EXIT
083400         VARYING CAT-CARD-IDX FROM 1 BY 1
083500         UNTIL CAT-CARD-IDX > CAT-TAIL-LIMIT
083600     CLOSE CAT-JOB-FILE.
083700 4000-EXIT.
083800     EXIT.
083900
084000 4050-WRITE-HEAD-CARD.
084100     MOVE CAT-HEAD-CARD (CAT-CARD-IDX) TO CAT-JOB-RECORD
084200     WRITE CAT-JOB-RECORD.
084300 4050-EXIT.
084400     EXIT.
084500
084600 4100-WRITE-DATE-STEPS.
084700     MOVE CAT-DTE-IDX TO CAT-SEQ-NN
084800     MOVE CAT-DTE-IDX TO CAT-GEN-EDIT
084900     IF CAT-GEN-EDIT (1:1) IS EQUAL TO SPACE
085000         MOVE CAT-GEN-EDIT (2:1) TO CAT-GEN-TEXT
085100     ELSE
085200         MOVE CAT-GEN-EDIT TO CAT-GEN-TEXT
085300     END-IF
085400     MOVE "//*" TO CAT-JOB-RECORD
085500     WRITE CAT-JOB-RECORD
085600     MOVE SPACES TO CAT-CARD
085700     STRING "//*  DATE " CAT-SEQ-X " - PROCESSING DATE "
085800         CAT-DTE-PROCESS-DATE (CAT-DTE-IDX)
085900         DELIMITED BY SIZE INTO CAT-CARD
086000     MOVE CAT-CARD TO CAT-JOB-RECORD
086100     WRITE CAT-JOB-RECORD
086200     MOVE "//*" TO CAT-JOB-RECORD
086300     WRITE CAT-JOB-RECORD
086400     PERFORM 4200-WRITE-SKELETON-CARD THRU 4200-EXIT
086500         VARYING CAT-SKL-IDX FROM 1 BY 1
086600         UNTIL CAT-SKL-IDX > CAT-SKL-COUNT.
086700 4100-EXIT.
086800     EXIT.
086900
087000 4200-WRITE-SKELETON-CARD.
087100     MOVE CAT-SKL-CARD (CAT-SKL-IDX) TO CAT-CARD
087200     INSPECT CAT-CARD REPLACING ALL "@@" BY CAT-SEQ-X
087300     MOVE ZERO TO CAT-TOKEN-COUNT
087400     INSPECT CAT-CARD TALLYING CAT-TOKEN-COUNT FOR ALL "##"
087500     IF CAT-TOKEN-COUNT > ZERO
087600         PERFORM 4250-INSERT-GENERATION THRU 4250-EXIT
087700     END-IF
087800     MOVE CAT-CARD TO CAT-JOB-RECORD
087900     WRITE CAT-JOB-RECORD.
088000 4200-EXIT.
088100     EXIT.
088200
088300 4250-INSERT-GENERATION.
088400     MOVE SPACES TO CAT-CARD-BEFORE
088500     MOVE SPACES TO CAT-CARD-AFTER
088600     MOVE ZERO TO CAT-BEFORE-LEN
088700     UNSTRING CAT-CARD DELIMITED BY "##"
088800         INTO CAT-CARD-BEFORE COUNT IN CAT-BEFORE-LEN
088900              CAT-CARD-AFTER
089000     MOVE SPACES TO CAT-CARD
089100     STRING CAT-CARD-BEFORE (1:CAT-BEFORE-LEN)
089200             DELIMITED BY SIZE
089300         CAT-GEN-TEXT DELIMITED BY SPACE
089400         CAT-CARD-AFTER DELIMITED BY SIZE
089500         INTO CAT-CARD.
089600 4250-EXIT.
089700     EXIT.
089800
089900 4300-WRITE-TAIL-CARD.
090000     MOVE CAT-TAIL-CARD (CAT-CARD-IDX) TO CAT-JOB-RECORD
090100     WRITE CAT-JOB-RECORD.
090200 4300-EXIT.
090300     EXIT.
090400
090500 4500-WRITE-PLAN.
090600     OPEN OUTPUT CAT-PLAN-FILE
090700     IF NOT CAT-PLN-OK
090800         MOVE "CATPLN OPEN FAILED" TO CAT-ABEND-MESSAGE
090900         GO TO 8000-ABEND
091000     END-IF
091100     PERFORM 4550-WRITE-PLAN-DATE THRU 4550-EXIT
091200         VARYING CAT-DTE-IDX FROM 1 BY 1
091300         UNTIL CAT-DTE-IDX > CAT-DATE-COUNT
091400     CLOSE CAT-PLAN-FILE.
091500 4500-EXIT.
091600     EXIT.
091700
091800 4550-WRITE-PLAN-DATE.
091900     MOVE CAT-DTE-IDX TO CAT-PLN-SEQUENCE
092000     MOVE CAT-DTE-PROCESS-DATE (CAT-DTE-IDX) TO
092100         CAT-PLN-PROCESS-DATE
092200     MOVE CAT-BASE-RUN-ID TO CAT-PLN-BASE-RUN-ID
092300     MOVE CAT-CTL-THROUGH-DATE TO CAT-PLN-THROUGH-DATE
092400     MOVE CAT-RUN-DATE TO CAT-PLN-PLAN-DATE
092500     MOVE CAT-RUN-TIME TO CAT-PLN-PLAN-TIME
092600     MOVE CAT-DTE-MONTH-END-FLAG (CAT-DTE-IDX) TO
092700         CAT-PLN-MONTH-END-FLAG
092800     WRITE CAT-PLAN-RECORD.
092900 4550-EXIT.
093000     EXIT.
093100
093200 5000-FINALIZE.
093300     PERFORM 2950-WRITE-REPORT-HEAD THRU 2950-EXIT
093400     WRITE CAT-REPORT-LINE FROM CAT-HEADING-2
093500     WRITE CAT-REPORT-LINE FROM CAT-BLANK-LINE
093600     PERFORM 5100-PRINT-PLAN-DATE THRU 5100-EXIT
093700         VARYING CAT-DTE-IDX FROM 1 BY 1
093800         UNTIL CAT-DTE-IDX > CAT-DATE-COUNT
093900     WRITE CAT-REPORT-LINE FROM CAT-BLANK-LINE
094000     MOVE CAT-DATE-COUNT TO CAT-TRL-DATES
094100     WRITE CAT-REPORT-LINE FROM CAT-TRAILER-LINE
094200     CLOSE CAT-REPORT-FILE
094300     DISPLAY "PECATC " CAT-DATE-COUNT " DATES FROM "
094400         CAT-FIRST-DATE " THROUGH " CAT-CTL-THROUGH-DATE
094500         " SUBMITTED AS PECATJ".
094600 5000-EXIT.
094700     EXIT.
094800
094900 5100-PRINT-PLAN-DATE.
095000     MOVE CAT-DTE-IDX TO CAT-DTL-SEQUENCE
095100     MOVE CAT-DTE-IDX TO CAT-SEQ-NN
095200     MOVE CAT-DTE-PROCESS-DATE (CAT-DTE-IDX) TO
095300         CAT-DTL-PROCESS-DATE
095400     MOVE SPACES TO CAT-DTL-STEPS
095500     STRING "D" CAT-SEQ-X "EDIT-D" CAT-SEQ-X "ROLL"
095600         DELIMITED BY SIZE INTO CAT-DTL-STEPS
095700     MOVE SPACES TO CAT-DTL-NOTE
095800     IF CAT-DTE-MONTH-END (CAT-DTE-IDX)
095900         DIVIDE CAT-DTE-PROCESS-DATE (CAT-DTE-IDX) BY 100
096000             GIVING CAT-DATE-PERIOD
096100         STRING "MONTH END - RUN PECLOS FOR PERIOD "
096200             CAT-DATE-PERIOD
096300             DELIMITED BY SIZE INTO CAT-DTL-NOTE
096400     END-IF
096500     WRITE CAT-REPORT-LINE FROM CAT-DETAIL-LINE.
096600 5100-EXIT.
096700     EXIT.
096800
096900 8000-ABEND.
097000     DISPLAY "*** PECATC ABEND *** " CAT-ABEND-MESSAGE
097100     MOVE 16 TO RETURN-CODE
097200     GO TO 9999-EXIT.
097300
097400 9999-EXIT.
097500     STOP RUN.
