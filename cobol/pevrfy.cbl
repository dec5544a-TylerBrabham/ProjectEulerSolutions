004400*                    POSTS ITS OWN COMPLETION FLAG ONLY WHEN
004500*                    THE AUDIT FOUND NO EXCEPTIONS, SO DLYRPT
004600*                    CANNOT RUN BEFORE A CLEAN RECONCILE.
004610* 10/15/2026  TB    APPENDS A STEP RUN-STATISTICS RECORD TO THE
004620*                    NEW STPSTA FILE AT END OF RUN, CLEAN OR NOT -
004630*                    THE CYCLE'S RUN ID, WALL-CLOCK START AND
004640*                    END, RECORDS READ AND WRITTEN PER FILE, THE
004650*                    CACHED AGAINST COMPUTED HISTORY ROWS AND
004660*                    THE HISTORY ROWS AUDITED.
004665* 10/15/2026  TB    P3 OUTPUT IS NOW PAIRED WITH ITS HISTORY ROW
004670*                    BY THE FULL PARAMETER STRING, REBUILT FROM
004675*                    THE PE3OUT TARGET SOURCE, SO A CHAINED
004680*                    TARGET (" P1 SUMMARY" OR " P2 THRESHOLD=")
004685*                    AND A LITERAL TARGET OF THE SAME NUMBER ARE
004690*                    KEPT APART.
004700*****************************************************************
004800
004900 ENVIRONMENT DIVISION.
008000     SELECT VFY-REPORT-FILE ASSIGN TO "VFYRPT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS VFY-RPT-STATUS.
008210
008220     SELECT VFY-STATISTICS-FILE ASSIGN TO "STPSTA"
008230         ORGANIZATION IS LINE SEQUENTIAL
008240         FILE STATUS IS VFY-STA-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
010800 FD  VFY-REPORT-FILE
010900     RECORDING MODE IS F.
011000 01  VFY-REPORT-LINE             PIC X(132).
011010
011020 FD  VFY-STATISTICS-FILE
011030     RECORDING MODE IS F.
011040 COPY STPSTA.
011100
011200 WORKING-STORAGE SECTION.
011300 01  VFY-SWITCHES.
014100     05  VFY-CYC-STATUS      PIC X(02) VALUE "00".
014200         88  VFY-CYC-OK             VALUE "00".
014300         88  VFY-CYC-NOT-FOUND      VALUE "23".
014310
014320 01  VFY-STA-STATUS          PIC X(02) VALUE "00".
014330     88  VFY-STA-OK                 VALUE "00".
014400
014500 01  VFY-ABEND-MESSAGE       PIC X(60).
014600
014700 01  VFY-ACTUAL-DATE         PIC 9(08) VALUE ZEROS.
014800 01  VFY-RUN-TIME            PIC 9(06) VALUE ZEROS.
014805 01  VFY-RUN-ID              PIC 9(09) VALUE ZEROS.
014810
014815*****************************************************************
014820* STEP RUN-STATISTICS COUNTERS - WRITTEN TO STPSTA AT END OF RUN.
014825*****************************************************************
014830 01  VFY-STATISTICS.
014835     05  VFY-STA-START-TIME  PIC 9(08) VALUE ZEROS.
014840     05  VFY-STA-END-DATE    PIC 9(08) VALUE ZEROS.
014845     05  VFY-STA-END-TIME    PIC 9(08) VALUE ZEROS.
014850     05  VFY-STA-HIST-READ   PIC 9(09) VALUE ZEROS.
014855     05  VFY-STA-PE1-READ    PIC 9(09) VALUE ZEROS.
014860     05  VFY-STA-PE2-READ    PIC 9(09) VALUE ZEROS.
014865     05  VFY-STA-PE3-READ    PIC 9(09) VALUE ZEROS.
014870     05  VFY-STA-CYC-READ    PIC 9(09) VALUE ZEROS.
014875     05  VFY-STA-CYC-WRITTEN PIC 9(09) VALUE ZEROS.
014880     05  VFY-STA-RPT-WRITTEN PIC 9(09) VALUE ZEROS.
014885     05  VFY-STA-CACHE-HITS  PIC 9(07) VALUE ZEROS.
014890     05  VFY-STA-COMPUTED    PIC 9(07) VALUE ZEROS.
014895     05  VFY-STA-IDX         PIC 9(02) VALUE ZEROS.
014900
015000 01  VFY-P1-TABLE.
015100     05  VFY-P1-COUNT        PIC 9(03) COMP VALUE ZERO.
016700     05  VFY-P3-ENTRY OCCURS 200 TIMES.
016800         10  VFY-P3-TARGET       PIC 9(18).
016900         10  VFY-P3-RESULT       PIC 9(18).
016910         10  VFY-P3-PARAMETERS   PIC X(60).
017000         10  VFY-P3-MATCHED-SW   PIC X(01).
017100             88  VFY-P3-MATCHED      VALUE "Y".
017200
023500 1000-INITIALIZE.
023600     ACCEPT VFY-ACTUAL-DATE FROM DATE YYYYMMDD
023700     ACCEPT VFY-RUN-TIME FROM TIME
023710     ACCEPT VFY-STA-START-TIME FROM TIME
023800     OPEN INPUT VFY-PROCESS-DATE-FILE
023900     IF NOT VFY-PRC-OK
024000         MOVE "PRCDTE OPEN FAILED" TO VFY-ABEND-MESSAGE
027500     END-IF
027600     MOVE PRC-PROCESS-DATE TO VFY-HDG-RUN-DATE
027700     WRITE VFY-REPORT-LINE FROM VFY-HEADING-1
027800     WRITE VFY-REPORT-LINE FROM VFY-BLANK-LINE
027810     ADD 2 TO VFY-STA-RPT-WRITTEN.
027900 1000-EXIT.
028000     EXIT.
028100
029200     END-IF
029300     MOVE PRC-PROCESS-DATE TO CYC-STS-PROCESS-DATE
029400     READ VFY-CYCLE-FILE
029410     ADD 1 TO VFY-STA-CYC-READ
029500     IF VFY-CYC-NOT-FOUND
029600         MOVE "CYCSTS HAS NO STATUS FOR PROCESSING DATE" TO
029700             VFY-ABEND-MESSAGE
030500         MOVE "P3 HAS NOT COMPLETED FOR PROCESSING DATE" TO
030600             VFY-ABEND-MESSAGE
030700         GO TO 8000-ABEND
030800     END-IF
030810     MOVE CYC-STS-LAST-RUN-ID TO VFY-RUN-ID.
030900 1300-EXIT.
031000     EXIT.
031100
032000         AT END
032100             SET VFY-PE1-EOF TO TRUE
032200         NOT AT END
032210             ADD 1 TO VFY-STA-PE1-READ
032300             IF PE1-OUT-SUMMARY AND
032400                     PE1-OUT-RUN-DATE IS EQUAL TO
032500                     PRC-PROCESS-DATE
035400         AT END
035500             SET VFY-PE2-EOF TO TRUE
035600         NOT AT END
035610             ADD 1 TO VFY-STA-PE2-READ
035700             IF PE2-OUT-RUN-DATE IS EQUAL TO PRC-PROCESS-DATE
035800                 PERFORM 2650-FIND-P2-THRESHOLD THRU 2650-EXIT
035900                 IF VFY-FOUND-IDX > ZERO
040500*****************************************************************
040600* AN ACCUMULATED PE3OUT (RERUN OF THE SAME PROCESSING DATE)
040700* CARRIES ONE RECORD PER TARGET PER RUN - KEEP ONLY THE LATEST
040800* RECORD FOR EACH TARGET AND TARGET SOURCE, AS THE PE2OUT LOAD
040850* DOES BY THRESHOLD.
040900*****************************************************************
041000 2710-READ-PE3OUT.
041100     READ PE3-OUTPUT-FILE
041200         AT END
041300             SET VFY-PE3-EOF TO TRUE
041400         NOT AT END
041410             ADD 1 TO VFY-STA-PE3-READ
041500             IF PE3-OUT-RUN-DATE IS EQUAL TO PRC-PROCESS-DATE
041510                 PERFORM 2720-BUILD-P3-PARAMETERS THRU 2720-EXIT
041600                 PERFORM 2750-FIND-P3-TARGET THRU 2750-EXIT
041700                 IF VFY-FOUND-IDX > ZERO
041800                     MOVE PE3-OUT-RESULT TO
043100                         VFY-P3-TARGET (VFY-P3-COUNT)
043200                     MOVE PE3-OUT-RESULT TO
043300                         VFY-P3-RESULT (VFY-P3-COUNT)
043310                     MOVE VFY-PARM-WORK TO
043320                         VFY-P3-PARAMETERS (VFY-P3-COUNT)
043400                     MOVE "N" TO VFY-P3-MATCHED-SW (VFY-P3-COUNT)
043500                 END-IF
043600             END-IF
043700     END-READ.
043800 2710-EXIT.
043900     EXIT.
043905
043910*****************************************************************
043915* THE P3 HISTORY PARAMETER STRING IS "TARGET=" AND THE NUMBER
043920* FACTORED, FOLLOWED FOR A CHAINED TARGET BY WHERE IT CAME FROM.
043925*****************************************************************
043930 2720-BUILD-P3-PARAMETERS.
043935     MOVE SPACES TO VFY-PARM-WORK
043940     STRING "TARGET=" PE3-OUT-TARGET
043945         DELIMITED BY SIZE INTO VFY-PARM-WORK
043950     IF PE3-OUT-FROM-P1
043955         MOVE " P1 SUMMARY" TO VFY-PARM-WORK (26:11)
043960     END-IF
043965     IF PE3-OUT-FROM-P2
043970         STRING " P2 THRESHOLD=" PE3-OUT-REF-THRESHOLD
043975             DELIMITED BY SIZE INTO VFY-PARM-WORK (26:32)
043980     END-IF.
043985 2720-EXIT.
043990     EXIT.
044000
044100 2750-FIND-P3-TARGET.
044200     MOVE ZERO TO VFY-FOUND-IDX
044700     EXIT.
044800
044900 2760-CHECK-P3-TARGET.
045000     IF VFY-P3-PARAMETERS (VFY-IDX) IS EQUAL TO VFY-PARM-WORK
045100         MOVE VFY-IDX TO VFY-FOUND-IDX
045200     END-IF.
045300 2760-EXIT.
047600         AT END
047700             SET VFY-HIST-EOF TO TRUE
047800         NOT AT END
047810             ADD 1 TO VFY-STA-HIST-READ
047900             IF PEH-HIST-RUN-DATE IS NOT EQUAL TO
048000                     PRC-PROCESS-DATE
048100                 SET VFY-HIST-EOF TO TRUE
048200             ELSE
048300                 ADD 1 TO VFY-HIST-ROW-COUNT
048310                 IF PEH-HIST-FROM-CACHE
048320                     ADD 1 TO VFY-STA-CACHE-HITS
048330                 ELSE
048340                     ADD 1 TO VFY-STA-COMPUTED
048350                 END-IF
048400                 PERFORM 3200-MATCH-ONE-ROW THRU 3200-EXIT
048500             END-IF
048600     END-READ.
063800     EXIT.
063900
064000 3550-SCAN-P3-ENTRY.
064400     IF NOT VFY-P3-MATCHED (VFY-IDX) AND
064500             VFY-P3-PARAMETERS (VFY-IDX) IS EQUAL TO
064510             PEH-HIST-PARAMETERS
064600         MOVE VFY-IDX TO VFY-FOUND-IDX
064700         SET VFY-MATCHED TO TRUE
064800     END-IF.
072000     MOVE VFY-NO-HIST-COUNT TO VFY-TRL-NO-HIST
072100     MOVE VFY-MISMATCH-COUNT TO VFY-TRL-MISMATCH
072200     WRITE VFY-REPORT-LINE FROM VFY-TRAILER-LINE
072210     ADD 2 TO VFY-STA-RPT-WRITTEN
072300     CLOSE VFY-REPORT-FILE
072400     ADD VFY-NO-OUTPUT-COUNT VFY-NO-HIST-COUNT
072500         VFY-MISMATCH-COUNT GIVING VFY-EXCEPTION-COUNT
073200         MOVE VFY-ACTUAL-DATE TO CYC-STS-UPDATE-DATE
073300         MOVE VFY-RUN-TIME TO CYC-STS-UPDATE-TIME
073400         REWRITE CYC-STATUS-RECORD
073410         ADD 1 TO VFY-STA-CYC-WRITTEN
073500     END-IF
073600     CLOSE VFY-CYCLE-FILE
073610     PERFORM 5500-WRITE-STATISTICS THRU 5500-EXIT.
073700 5000-EXIT.
073800     EXIT.
073801
073802*****************************************************************
073803* ONE STPSTA RECORD PER RUN, CLEAN OR NOT.  THE STATISTICS FILE
073804* IS NOT PART OF THE AUDIT, SO AN UNAVAILABLE FILE IS REPORTED
073805* AND THE STEP'S CONDITION CODE IS LEFT AS THE AUDIT SET IT.
073806*****************************************************************
073807 5500-WRITE-STATISTICS.
073808     ACCEPT VFY-STA-END-DATE FROM DATE YYYYMMDD
073809     ACCEPT VFY-STA-END-TIME FROM TIME
073810     OPEN EXTEND VFY-STATISTICS-FILE
073811     IF NOT VFY-STA-OK
073812         DISPLAY "PEVRFY STATISTICS FILE UNAVAILABLE, STATUS "
073813             VFY-STA-STATUS
073814         GO TO 5500-EXIT
073815     END-IF
073816     MOVE SPACES TO STP-STATISTICS-RECORD
073817     PERFORM 5550-CLEAR-STAT-FILE THRU 5550-EXIT
073818         VARYING VFY-STA-IDX FROM 1 BY 1
073819         UNTIL VFY-STA-IDX > 8
073820     MOVE VFY-RUN-ID TO STP-STA-RUN-ID
073821     MOVE PRC-PROCESS-DATE TO STP-STA-PROCESS-DATE
073822     MOVE "PEVRFY" TO STP-STA-STEP-NAME
073823     MOVE VFY-ACTUAL-DATE TO STP-STA-START-DATE
073824     MOVE VFY-STA-START-TIME TO STP-STA-START-TIME
073825     MOVE VFY-STA-END-DATE TO STP-STA-END-DATE
073826     MOVE VFY-STA-END-TIME TO STP-STA-END-TIME
073827     MOVE "PEHIST" TO STP-STA-FILE-NAME (1)
073828     MOVE VFY-STA-HIST-READ TO STP-STA-RECORDS-READ (1)
073829     MOVE "PE1OUT" TO STP-STA-FILE-NAME (2)
073830     MOVE VFY-STA-PE1-READ TO STP-STA-RECORDS-READ (2)
073831     MOVE "PE2OUT" TO STP-STA-FILE-NAME (3)
073832     MOVE VFY-STA-PE2-READ TO STP-STA-RECORDS-READ (3)
073833     MOVE "PE3OUT" TO STP-STA-FILE-NAME (4)
073834     MOVE VFY-STA-PE3-READ TO STP-STA-RECORDS-READ (4)
073835     MOVE "CYCSTS" TO STP-STA-FILE-NAME (5)
073836     MOVE VFY-STA-CYC-READ TO STP-STA-RECORDS-READ (5)
073837     MOVE VFY-STA-CYC-WRITTEN TO STP-STA-RECORDS-WRITTEN (5)
073838     MOVE "VFYRPT" TO STP-STA-FILE-NAME (6)
073839     MOVE VFY-STA-RPT-WRITTEN TO STP-STA-RECORDS-WRITTEN (6)
073840     MOVE VFY-STA-CACHE-HITS TO STP-STA-CACHE-HITS
073841     MOVE VFY-STA-COMPUTED TO STP-STA-COMPUTED
073842     MOVE "HIST ROWS" TO STP-STA-ITERATION-TYPE
073843     MOVE VFY-HIST-ROW-COUNT TO STP-STA-ITERATIONS
073844     MOVE RETURN-CODE TO STP-STA-RETURN-CODE
073845     WRITE STP-STATISTICS-RECORD
073846     CLOSE VFY-STATISTICS-FILE.
073847 5500-EXIT.
073848     EXIT.
073849
073850 5550-CLEAR-STAT-FILE.
073851     MOVE SPACES TO STP-STA-FILE-NAME (VFY-STA-IDX)
073852     MOVE ZEROS TO STP-STA-RECORDS-READ (VFY-STA-IDX)
073853     MOVE ZEROS TO STP-STA-RECORDS-WRITTEN (VFY-STA-IDX).
073854 5550-EXIT.
073855     EXIT.
073900
074000 7000-WRITE-EXCEPTION.
074100     WRITE VFY-REPORT-LINE FROM VFY-EXCEPTION-LINE
074110     ADD 1 TO VFY-STA-RPT-WRITTEN.
074200 7000-EXIT.
074300     EXIT.
074400
