010500*                    POSTED ITS COMPLETION FOR THE DATE OR THE
010600*                    RUN ABENDS - AND POSTS ITS OWN COMPLETION
010700*                    FLAG AT END OF RUN.
010710* 10/15/2026  TB    APPENDS A STEP RUN-STATISTICS RECORD TO THE
010720*                    NEW STPSTA FILE AT END OF A LIVE RUN - RUN
010730*                    ID, WALL-CLOCK START AND END, RECORDS READ
010740*                    AND WRITTEN PER FILE, ANSMST HITS AGAINST
010750*                    COMPUTED ANSWERS AND THE FIBONACCI TERMS
010760*                    GENERATED BY THE SWEEP.
010770* 10/15/2026  TB    EVERY PEHIST ROW IS NOW STAMPED WITH THE
010780*                    PRMMST PARAMETER VERSION PEEDIT MATCHED THE
010790*                    PARM MEMBERS TO, CARRIED ON RUNCTL.
010800*****************************************************************
010900
011000 ENVIRONMENT DIVISION.
015900     SELECT PE2-TRIAL-FILE ASSIGN TO "TRLRPT"
016000         ORGANIZATION IS LINE SEQUENTIAL
016100         FILE STATUS IS PE2-TRL-STATUS.
016110
016120     SELECT PE2-STATISTICS-FILE ASSIGN TO "STPSTA"
016130         ORGANIZATION IS LINE SEQUENTIAL
016140         FILE STATUS IS PE2-STA-STATUS.
016200
016300 DATA DIVISION.
016400 FILE SECTION.
020200 FD  PE2-TRIAL-FILE
020300     RECORDING MODE IS F.
020400 01  PE2-TRIAL-LINE          PIC X(132).
020410
020420 FD  PE2-STATISTICS-FILE
020430     RECORDING MODE IS F.
020440 COPY STPSTA.
020500
020600 WORKING-STORAGE SECTION.
020700 01  A                       PIC 9(18) VALUE ZEROS.
026000
026100 01  PE2-TRL-STATUS          PIC X(02) VALUE "00".
026200     88  PE2-TRL-OK                 VALUE "00".
026204
026208 01  PE2-STA-STATUS          PIC X(02) VALUE "00".
026212     88  PE2-STA-OK                 VALUE "00".
026216
026220*****************************************************************
026224* STEP RUN-STATISTICS COUNTERS - WRITTEN TO STPSTA AT END OF RUN.
026228*****************************************************************
026232 01  PE2-STATISTICS.
026236     05  PE2-STA-START-TIME  PIC 9(08) VALUE ZEROS.
026240     05  PE2-STA-END-DATE    PIC 9(08) VALUE ZEROS.
026244     05  PE2-STA-END-TIME    PIC 9(08) VALUE ZEROS.
026248     05  PE2-STA-CTL-READ    PIC 9(09) VALUE ZEROS.
026252     05  PE2-STA-CAL-READ    PIC 9(09) VALUE ZEROS.
026256     05  PE2-STA-HIST-READ   PIC 9(09) VALUE ZEROS.
026260     05  PE2-STA-HIST-WRITTEN
026264                             PIC 9(09) VALUE ZEROS.
026268     05  PE2-STA-ANS-READ    PIC 9(09) VALUE ZEROS.
026272     05  PE2-STA-ANS-WRITTEN PIC 9(09) VALUE ZEROS.
026276     05  PE2-STA-OUT-WRITTEN PIC 9(09) VALUE ZEROS.
026280     05  PE2-STA-RST-READ    PIC 9(09) VALUE ZEROS.
026284     05  PE2-STA-RST-WRITTEN PIC 9(09) VALUE ZEROS.
026288     05  PE2-STA-CACHE-HITS  PIC 9(07) VALUE ZEROS.
026292     05  PE2-STA-COMPUTED    PIC 9(07) VALUE ZEROS.
026296     05  PE2-STA-IDX         PIC 9(02) VALUE ZEROS.
026300
026400 01  PE2-TRIAL-RUN-SW        PIC X(01) VALUE "N".
026500     88  PE2-TRIAL-RUN              VALUE "Y".
028200 01  PE2-TRIAL-BLANK-LINE    PIC X(132) VALUE SPACES.
028300
028400 01  PE2-RUN-ID              PIC 9(09) VALUE ZEROS.
028410 01  PE2-PARM-VERSION        PIC 9(05) VALUE ZEROS.
028500
028600 01  PE2-LOG-THRESHOLD       PIC 9(18) VALUE ZEROS.
028700
041400 1000-INITIALIZE.
041500     ACCEPT PE2-ACTUAL-DATE FROM DATE YYYYMMDD
041600     ACCEPT PE2-RUN-TIME FROM TIME
041610     ACCEPT PE2-STA-START-TIME FROM TIME
041700     OPEN INPUT PE2-PROCESS-DATE-FILE
041800     IF NOT PE2-PRC-OK
041900         MOVE "PRCDTE OPEN FAILED" TO PE2-ABEND-MESSAGE
046900             GO TO 8000-ABEND
047000     END-READ
047100     MOVE RUN-CTL-LAST-RUN-ID TO PE2-RUN-ID
047110     MOVE RUN-CTL-PARM-VERSION TO PE2-PARM-VERSION
047200     CLOSE PE2-RUNCTL-FILE
047300     PERFORM 1700-CHECK-CYCLE-STATUS THRU 1700-EXIT
047400     OPEN OUTPUT PE2-OUTPUT-FILE
049100                 CONTINUE
049200             NOT AT END
049300                 SET PE2-RESTART-FOUND TO TRUE
049310                 ADD 1 TO PE2-STA-RST-READ
049400         END-READ
049500         CLOSE PE2-RESTART-FILE
049600     END-IF
050600         AT END
050700             SET PE2-CTL-EOF TO TRUE
050800         NOT AT END
050810             ADD 1 TO PE2-STA-CTL-READ
050900             PERFORM 1900-VALIDATE-THRESHOLD THRU 1900-EXIT
051000             IF PE2-THRESHOLD-COUNT IS NOT LESS THAN
051100                     PE2-THRESHOLD-LIMIT
072500                 GO TO 8000-ABEND
072600             END-IF
072700             ADD 1 TO PE2-HOLIDAY-COUNT
072710             ADD 1 TO PE2-STA-CAL-READ
072800             MOVE BDC-CAL-HOLIDAY-DATE TO
072900                 PE2-HOLIDAY-DATE (PE2-HOLIDAY-COUNT)
073000     END-READ.
077800         AT END
077900             SET PE2-HSCAN-EOF TO TRUE
078000         NOT AT END
078010             ADD 1 TO PE2-STA-HIST-READ
078100             IF PEH-HIST-RUN-DATE > PE2-LAST-HIST-DATE
078200                 MOVE PEH-HIST-RUN-DATE TO PE2-LAST-HIST-DATE
078300             END-IF
088200     MOVE "P2" TO ANS-MST-PROGRAM-ID
088300     MOVE PE2-PARAMETER-STRING TO ANS-MST-PARAMETERS
088400     READ PE2-ANSWER-FILE
088410     ADD 1 TO PE2-STA-ANS-READ
088500     IF PE2-ANS-OK
088600         MOVE PE2-TBL-THRESHOLD (PE2-TBL-IDX) TO
088700             PE2-EMIT-THRESHOLD
102500         UNTIL PE2-TBL-IDX > PE2-THRESHOLD-COUNT
102600     OPEN OUTPUT PE2-RESTART-FILE
102700     WRITE PE2-RESTART-RECORD
102710     ADD 1 TO PE2-STA-RST-WRITTEN
102800     CLOSE PE2-RESTART-FILE.
102900 2300-EXIT.
103000     EXIT.
105500     WRITE ANS-MASTER-RECORD
105600     IF PE2-ANS-DUPLICATE
105700         REWRITE ANS-MASTER-RECORD
105800     END-IF
105810     ADD 1 TO PE2-STA-ANS-WRITTEN.
105900 2400-EXIT.
106000     EXIT.
106100
107800     END-IF
107900     MOVE PE2-RUN-ID TO PE2-OUT-RUN-ID
108000     WRITE PE2-OUTPUT-RECORD
108010     ADD 1 TO PE2-STA-OUT-WRITTEN
108100
108200     MOVE PE2-RUN-DATE TO PEH-HIST-RUN-DATE
108300     MOVE "P2" TO PEH-HIST-PROGRAM-ID
109700         SET PEH-HIST-COMPUTED TO TRUE
109800     END-IF
109900     MOVE PE2-RUN-ID TO PEH-HIST-RUN-ID
109910     MOVE PE2-PARM-VERSION TO PEH-HIST-PARM-VERSION
110000     WRITE PEH-HISTORY-RECORD
110100     IF PE2-HIST-DUPLICATE
110200         REWRITE PEH-HISTORY-RECORD
110300     END-IF
110310     ADD 1 TO PE2-STA-HIST-WRITTEN
110400
110500     IF PE2-EMIT-FROM-CACHE
110510         ADD 1 TO PE2-STA-CACHE-HITS
110600         DISPLAY "P2 THRESHOLD " PE2-EMIT-THRESHOLD " RESULT = "
110700             PE2-EMIT-RESULT " (FROM ANSWER MASTER)"
110800     ELSE
110810         ADD 1 TO PE2-STA-COMPUTED
110900         DISPLAY "P2 THRESHOLD " PE2-EMIT-THRESHOLD " RESULT = "
111000             PE2-EMIT-RESULT
111100     END-IF.
114800     CLOSE PE2-CYCLE-FILE
114900     CLOSE PE2-OUTPUT-FILE
115000     CLOSE PE2-HISTORY-FILE
115100     CLOSE PE2-ANSWER-FILE
115110     PERFORM 5500-WRITE-STATISTICS THRU 5500-EXIT.
115200 5000-EXIT.
115300     EXIT.
115301
115302*****************************************************************
115303* ONE STPSTA RECORD PER LIVE RUN.  THE STATISTICS FILE IS NOT
115304* PART OF THE ANSWER, SO AN UNAVAILABLE FILE IS REPORTED AND
115305* THE RUN STILL ENDS CLEAN.  THE ITERATION COUNT IS THE NUMBER
115306* OF FIBONACCI TERMS THE SWEEP GENERATED IN THIS RUN.
115307*****************************************************************
115308 5500-WRITE-STATISTICS.
115309     ACCEPT PE2-STA-END-DATE FROM DATE YYYYMMDD
115310     ACCEPT PE2-STA-END-TIME FROM TIME
115311     OPEN EXTEND PE2-STATISTICS-FILE
115312     IF NOT PE2-STA-OK
115313         DISPLAY "P2 STATISTICS FILE UNAVAILABLE, STATUS "
115314             PE2-STA-STATUS
115315         GO TO 5500-EXIT
115316     END-IF
115317     MOVE SPACES TO STP-STATISTICS-RECORD
115318     PERFORM 5550-CLEAR-STAT-FILE THRU 5550-EXIT
115319         VARYING PE2-STA-IDX FROM 1 BY 1
115320         UNTIL PE2-STA-IDX > 8
115321     MOVE PE2-RUN-ID TO STP-STA-RUN-ID
115322     MOVE PE2-RUN-DATE TO STP-STA-PROCESS-DATE
115323     MOVE "P2" TO STP-STA-STEP-NAME
115324     MOVE PE2-ACTUAL-DATE TO STP-STA-START-DATE
115325     MOVE PE2-STA-START-TIME TO STP-STA-START-TIME
115326     MOVE PE2-STA-END-DATE TO STP-STA-END-DATE
115327     MOVE PE2-STA-END-TIME TO STP-STA-END-TIME
115328     MOVE "PE2CTL" TO STP-STA-FILE-NAME (1)
115329     MOVE PE2-STA-CTL-READ TO STP-STA-RECORDS-READ (1)
115330     MOVE "BDCAL" TO STP-STA-FILE-NAME (2)
115331     MOVE PE2-STA-CAL-READ TO STP-STA-RECORDS-READ (2)
115332     MOVE "PEHIST" TO STP-STA-FILE-NAME (3)
115333     MOVE PE2-STA-HIST-READ TO STP-STA-RECORDS-READ (3)
115334     MOVE PE2-STA-HIST-WRITTEN TO STP-STA-RECORDS-WRITTEN (3)
115335     MOVE "ANSMST" TO STP-STA-FILE-NAME (4)
115336     MOVE PE2-STA-ANS-READ TO STP-STA-RECORDS-READ (4)
115337     MOVE PE2-STA-ANS-WRITTEN TO STP-STA-RECORDS-WRITTEN (4)
115338     MOVE "PE2OUT" TO STP-STA-FILE-NAME (5)
115339     MOVE PE2-STA-OUT-WRITTEN TO STP-STA-RECORDS-WRITTEN (5)
115340     MOVE "PE2RST" TO STP-STA-FILE-NAME (6)
115341     MOVE PE2-STA-RST-READ TO STP-STA-RECORDS-READ (6)
115342     MOVE PE2-STA-RST-WRITTEN TO STP-STA-RECORDS-WRITTEN (6)
115343     MOVE PE2-STA-CACHE-HITS TO STP-STA-CACHE-HITS
115344     MOVE PE2-STA-COMPUTED TO STP-STA-COMPUTED
115345     MOVE "FIB TERMS" TO STP-STA-ITERATION-TYPE
115346     MOVE PE2-ITER-COUNT TO STP-STA-ITERATIONS
115347     MOVE RETURN-CODE TO STP-STA-RETURN-CODE
115348     WRITE STP-STATISTICS-RECORD
115349     CLOSE PE2-STATISTICS-FILE.
115350 5500-EXIT.
115351     EXIT.
115352
115353 5550-CLEAR-STAT-FILE.
115354     MOVE SPACES TO STP-STA-FILE-NAME (PE2-STA-IDX)
115355     MOVE ZEROS TO STP-STA-RECORDS-READ (PE2-STA-IDX)
115356     MOVE ZEROS TO STP-STA-RECORDS-WRITTEN (PE2-STA-IDX).
115357 5550-EXIT.
115358     EXIT.
115400
115500 8000-ABEND.
115600     DISPLAY "*** P2 ABEND *** " PE2-ABEND-MESSAGE
