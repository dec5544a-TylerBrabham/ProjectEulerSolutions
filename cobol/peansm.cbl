002760*                    CARRIES THE SAME OVERFLOW/NEGATIVE GUARDS
002770*                    AS THE LIVE P1, REPORTING UNVERIFIABLE
002780*                    INSTEAD OF A VERDICT BUILT ON TRUNCATION.
002781* 10/15/2026  TB    DELETE AND PURGE NOW HONOUR THE PECLOS
002782*                    MONTH-END CLOSE - AN ENTRY WHOSE FIRST-RUN
002783*                    DATE FALLS IN A PERIOD CLOSED ON PERCTL IS
002784*                    NOT REMOVED UNLESS THE PERIOD HAS BEEN
002785*                    FORMALLY REOPENED.  A REFUSED DELETE ENDS
002786*                    THE STEP WITH CONDITION CODE 8; ENTRIES HELD
002787*                    BACK FROM A PURGE ARE LISTED AND COUNTED AND
002788*                    END THE STEP WITH CONDITION CODE 4.
002789* 10/15/2026  TB    DELETE AND PURGE NOW NEED THE ANMCTL
002790*                    OPERATOR TO HOLD THE CACHE-DELETE OR
002791*                    CACHE-PURGE GRANT ON THE OPRAUT OPERATOR
002792*                    AUTHORITY FILE - OTHERWISE THE RUN IS
002793*                    REFUSED (CONDITION CODE 8) BEFORE ANSMST IS
002794*                    OPENED.  EACH DELETE OR PURGE RUN APPENDS A
002795*                    ROW TO THE MNTAUD MAINTENANCE AUDIT TRAIL.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
004000         RECORD KEY IS ANS-MST-KEY
004100         FILE STATUS IS ANM-ANS-STATUS.
004200
004205     SELECT ANM-PERIOD-FILE ASSIGN TO "PERCTL"
004210         ORGANIZATION IS INDEXED
004215         ACCESS MODE IS DYNAMIC
004220         RECORD KEY IS PER-CTL-KEY
004225         FILE STATUS IS ANM-PER-STATUS.
004230
004235     SELECT ANM-AUTHORITY-FILE ASSIGN TO "OPRAUT"
004240         ORGANIZATION IS INDEXED
004245         ACCESS MODE IS DYNAMIC
004250         RECORD KEY IS OPR-AUT-KEY
004255         FILE STATUS IS ANM-AUT-STATUS.
004260
004265     SELECT ANM-AUDIT-FILE ASSIGN TO "MNTAUD"
004270         ORGANIZATION IS LINE SEQUENTIAL
004275         FILE STATUS IS ANM-AUD-STATUS.
004280
004300     SELECT ANM-REPORT-FILE ASSIGN TO "ANMRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS ANM-RPT-STATUS.
005200
005300 FD  ANM-ANSWER-FILE.
005400 COPY ANSMST.
005409
005418 FD  ANM-PERIOD-FILE.
005427 COPY PERCTL.
005436
005445 FD  ANM-AUTHORITY-FILE.
005454 COPY OPRAUT.
005463
005472 FD  ANM-AUDIT-FILE
005481     RECORDING MODE IS F.
005490 COPY MNTAUD.
005500
005600 FD  ANM-REPORT-FILE
005700     RECORDING MODE IS F.
007700         88  ANM-PARSE-OK           VALUE "Y".
007710     05  ANM-IE-BAD-SW       PIC X(01) VALUE "N".
007720         88  ANM-IE-BAD             VALUE "Y".
007730     05  ANM-PER-OPEN-SW     PIC X(01) VALUE "N".
007740         88  ANM-PER-OPEN           VALUE "Y".
007750     05  ANM-PER-CLOSED-SW   PIC X(01) VALUE "N".
007760         88  ANM-PERIOD-CLOSED      VALUE "Y".
007800
007900 01  ANM-FILE-STATUSES.
008000     05  ANM-CTL-STATUS      PIC X(02) VALUE "00".
008400         88  ANM-ANS-NOT-FOUND      VALUE "23".
008500     05  ANM-RPT-STATUS      PIC X(02) VALUE "00".
008600         88  ANM-RPT-OK             VALUE "00".
008610     05  ANM-PER-STATUS      PIC X(02) VALUE "00".
008620         88  ANM-PER-OK             VALUE "00".
008630         88  ANM-PER-NOT-FOUND      VALUE "23".
008640         88  ANM-PER-MISSING        VALUE "35".
008650     05  ANM-AUT-STATUS      PIC X(02) VALUE "00".
008660         88  ANM-AUT-OK             VALUE "00".
008670         88  ANM-AUT-NOT-FOUND      VALUE "23".
008680     05  ANM-AUD-STATUS      PIC X(02) VALUE "00".
008690         88  ANM-AUD-OK             VALUE "00".
008700
008800 01  ANM-ABEND-MESSAGE       PIC X(60).
008810 01  ANM-REFUSAL-MESSAGE     PIC X(60).
008900
009000 01  ANM-RUN-DATE.
009100     05  ANM-RUN-YYYY        PIC 9(04).
009200     05  ANM-RUN-MM          PIC 9(02).
009300     05  ANM-RUN-DD          PIC 9(02).
009400
009410 01  ANM-RUN-TIME            PIC 9(06) VALUE ZEROS.
009500 01  ANM-CUTOFF-DATE.
009600     05  ANM-CUT-YYYY        PIC 9(04).
009700     05  ANM-CUT-MM          PIC 9(02).
012300     05  ANM-VERIFIED-COUNT  PIC 9(07) VALUE ZEROS.
012400     05  ANM-MISMATCH-COUNT  PIC 9(07) VALUE ZEROS.
012500     05  ANM-UNVERIF-COUNT   PIC 9(07) VALUE ZEROS.
012510     05  ANM-HELD-COUNT      PIC 9(07) VALUE ZEROS.
012600
012700*****************************************************************
012800* VERIFY-MODE WORK AREAS - THE RECOMPUTATIONS MIRROR THE LIVE
023100     05  ANM-TRL-UNVERIF     PIC Z,ZZZ,ZZ9.
023200     05  FILLER              PIC X(05) VALUE SPACES.
023300
023307 01  ANM-HELD-LINE.
023314     05  FILLER              PIC X(38) VALUE
023321         "ENTRIES HELD IN CLOSED PERIODS=".
023328     05  ANM-HLD-HELD        PIC Z,ZZZ,ZZ9.
023335     05  FILLER              PIC X(85) VALUE SPACES.
023342
023349 01  ANM-REFUSAL-LINE.
023356     05  FILLER              PIC X(16) VALUE
023363         "*** REFUSED *** ".
023370     05  ANM-RFS-MESSAGE     PIC X(60).
023377     05  FILLER              PIC X(56) VALUE SPACES.
023384
023400 01  ANM-BLANK-LINE          PIC X(132) VALUE SPACES.
023500
023600 PROCEDURE DIVISION.
024700
024800 1000-INITIALIZE.
024900     ACCEPT ANM-RUN-DATE FROM DATE YYYYMMDD
024910     ACCEPT ANM-RUN-TIME FROM TIME
025000     OPEN INPUT ANM-CONTROL-FILE
025100     IF NOT ANM-CTL-OK
025200         MOVE "ANMCTL OPEN FAILED" TO ANM-ABEND-MESSAGE
028200         PERFORM 1100-COMPUTE-CUTOFF-DATE THRU 1100-EXIT
028300     END-IF
028400     PERFORM 1200-TRIM-FILTER THRU 1200-EXIT
028410     IF ANM-CTL-DELETE OR ANM-CTL-PURGE
028420         PERFORM 1400-CHECK-OPERATOR THRU 1400-EXIT
028430     END-IF
028500     OPEN I-O ANM-ANSWER-FILE
028600     IF NOT ANM-ANS-OK
028700         MOVE "ANSMST OPEN FAILED" TO ANM-ABEND-MESSAGE
028800         GO TO 8000-ABEND
028810     END-IF
028820     IF ANM-CTL-DELETE OR ANM-CTL-PURGE
028830         PERFORM 1300-OPEN-PERIOD-FILE THRU 1300-EXIT
028900     END-IF
029000     OPEN OUTPUT ANM-REPORT-FILE
029100     IF NOT ANM-RPT-OK
037900 1250-EXIT.
038000     EXIT.
038100
038101*****************************************************************
038102* A DELETE OR PURGE MAY NOT REMOVE AN ENTRY FIRST CACHED IN A
038103* PERIOD THAT MONTH-END CLOSE HAS SIGNED OFF.  NO PERCTL FILE
038104* MEANS NO PERIOD HAS EVER BEEN CLOSED.
038105*****************************************************************
038106 1300-OPEN-PERIOD-FILE.
038107     OPEN INPUT ANM-PERIOD-FILE
038108     IF ANM-PER-MISSING
038109         GO TO 1300-EXIT
038110     END-IF
038111     IF NOT ANM-PER-OK
038112         MOVE "PERCTL OPEN FAILED" TO ANM-ABEND-MESSAGE
038113         GO TO 8000-ABEND
038114     END-IF
038115     SET ANM-PER-OPEN TO TRUE.
038116 1300-EXIT.
038117     EXIT.
038118
038119*****************************************************************
038120* A DELETE OR PURGE REMOVES CACHED ANSWERS FOR GOOD, SO ONLY AN
038121* OPERATOR HOLDING THE MATCHING GRANT ON OPRAUT MAY RUN ONE.
038122* THE CHECK IS MADE BEFORE ANSMST IS OPENED.
038123*****************************************************************
038124 1400-CHECK-OPERATOR.
038125     IF ANM-CTL-OPERATOR IS EQUAL TO SPACES
038126         MOVE "ANMCTL OPERATOR INITIALS ARE REQUIRED" TO
038127             ANM-REFUSAL-MESSAGE
038128         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
038129     END-IF
038130     OPEN INPUT ANM-AUTHORITY-FILE
038131     IF NOT ANM-AUT-OK
038132         MOVE "OPRAUT OPEN FAILED" TO ANM-ABEND-MESSAGE
038133         GO TO 8000-ABEND
038134     END-IF
038135     MOVE ANM-CTL-OPERATOR TO OPR-AUT-OPERATOR
038136     READ ANM-AUTHORITY-FILE
038137     IF ANM-AUT-NOT-FOUND
038138         MOVE SPACES TO ANM-REFUSAL-MESSAGE
038139         STRING "OPERATOR " ANM-CTL-OPERATOR
038140             " IS NOT ON THE AUTHORITY FILE"
038141             DELIMITED BY SIZE INTO ANM-REFUSAL-MESSAGE
038142         CLOSE ANM-AUTHORITY-FILE
038143         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
038144     END-IF
038145     IF NOT ANM-AUT-OK
038146         MOVE "OPRAUT READ FAILED" TO ANM-ABEND-MESSAGE
038147         GO TO 8000-ABEND
038148     END-IF
038149     CLOSE ANM-AUTHORITY-FILE
038150     IF ANM-CTL-DELETE AND NOT OPR-AUT-MAY-CACHE-DELETE
038151         MOVE SPACES TO ANM-REFUSAL-MESSAGE
038152         STRING "OPERATOR " ANM-CTL-OPERATOR
038153             " IS NOT AUTHORIZED FOR CACHE DELETE"
038154             DELIMITED BY SIZE INTO ANM-REFUSAL-MESSAGE
038155         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
038156     END-IF
038157     IF ANM-CTL-PURGE AND NOT OPR-AUT-MAY-CACHE-PURGE
038158         MOVE SPACES TO ANM-REFUSAL-MESSAGE
038159         STRING "OPERATOR " ANM-CTL-OPERATOR
038160             " IS NOT AUTHORIZED FOR CACHE PURGE"
038161             DELIMITED BY SIZE INTO ANM-REFUSAL-MESSAGE
038162         PERFORM 1450-REFUSE-OPERATOR THRU 1450-EXIT
038163     END-IF.
038164 1400-EXIT.
038165     EXIT.
038166
038167 1450-REFUSE-OPERATOR.
038168     OPEN OUTPUT ANM-REPORT-FILE
038169     IF NOT ANM-RPT-OK
038170         MOVE "ANMRPT OPEN FAILED" TO ANM-ABEND-MESSAGE
038171         GO TO 8000-ABEND
038172     END-IF
038173     IF ANM-CTL-DELETE
038174         MOVE "- DELETE" TO ANM-HDG-FUNCTION
038175     ELSE
038176         MOVE "- PURGE" TO ANM-HDG-FUNCTION
038177     END-IF
038178     WRITE ANM-REPORT-LINE FROM ANM-HEADING-1
038179     WRITE ANM-REPORT-LINE FROM ANM-BLANK-LINE
038180     MOVE ANM-REFUSAL-MESSAGE TO ANM-RFS-MESSAGE
038181     WRITE ANM-REPORT-LINE FROM ANM-REFUSAL-LINE
038182     CLOSE ANM-REPORT-FILE
038183     DISPLAY "PEANSM REFUSED - " ANM-REFUSAL-MESSAGE
038184     MOVE 8 TO RETURN-CODE
038185     GO TO 9999-EXIT.
038186 1450-EXIT.
038187     EXIT.
038188
038200 2000-SWEEP-MASTER.
038300     PERFORM 2100-READ-ENTRY THRU 2100-EXIT
038400         WITH TEST BEFORE UNTIL ANM-ANS-EOF.
041600
041700 2300-PURGE-ENTRY.
041800     IF ANS-MST-FIRST-RUN-DATE < ANM-CUTOFF-DATE-N
041810         PERFORM 3500-CHECK-PERIOD THRU 3500-EXIT
041820         IF ANM-PERIOD-CLOSED
041830             ADD 1 TO ANM-HELD-COUNT
041840             MOVE "HELD - PERIOD CLOSED" TO ANM-DTL-FLAG
041850             PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
041860             GO TO 2300-EXIT
041870         END-IF
041900         MOVE "PURGED" TO ANM-DTL-FLAG
042000         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
042100         DELETE ANM-ANSWER-FILE RECORD
048300         GO TO 8000-ABEND
048400     END-IF
048500     ADD 1 TO ANM-READ-COUNT
048510     PERFORM 3500-CHECK-PERIOD THRU 3500-EXIT
048520     IF ANM-PERIOD-CLOSED
048530         MOVE "HELD - PERIOD CLOSED" TO ANM-DTL-FLAG
048540         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
048550         DISPLAY "PEANSM DELETE REFUSED - FIRST RUN DATE "
048560             ANS-MST-FIRST-RUN-DATE " IS IN A CLOSED PERIOD"
048570         MOVE 8 TO RETURN-CODE
048580         GO TO 3000-EXIT
048590     END-IF
048600     MOVE "DELETED" TO ANM-DTL-FLAG
048700     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
048800     DELETE ANM-ANSWER-FILE RECORD
049400 3000-EXIT.
049500     EXIT.
049600
049604 3500-CHECK-PERIOD.
049608     MOVE "N" TO ANM-PER-CLOSED-SW
049612     IF NOT ANM-PER-OPEN
049616         GO TO 3500-EXIT
049620     END-IF
049624     DIVIDE ANS-MST-FIRST-RUN-DATE BY 100
049628         GIVING PER-CTL-PERIOD
049632     READ ANM-PERIOD-FILE
049636     IF ANM-PER-OK
049640         IF PER-CTL-CLOSED
049644             SET ANM-PERIOD-CLOSED TO TRUE
049648         END-IF
049652         GO TO 3500-EXIT
049656     END-IF
049660     IF NOT ANM-PER-NOT-FOUND
049664         MOVE "PERCTL READ FAILED" TO ANM-ABEND-MESSAGE
049668         GO TO 8000-ABEND
049672     END-IF.
049676 3500-EXIT.
049680     EXIT.
049684
049700 5000-FINALIZE.
049800     CLOSE ANM-ANSWER-FILE
049810     IF ANM-PER-OPEN
049820         CLOSE ANM-PERIOD-FILE
049830     END-IF
049900     WRITE ANM-REPORT-LINE FROM ANM-BLANK-LINE
050000     MOVE ANM-READ-COUNT TO ANM-TRL-READ
050100     MOVE ANM-LISTED-COUNT TO ANM-TRL-LISTED
050500     MOVE ANM-MISMATCH-COUNT TO ANM-TRL-MISMATCH
050600     MOVE ANM-UNVERIF-COUNT TO ANM-TRL-UNVERIF
050700     WRITE ANM-REPORT-LINE FROM ANM-TRAILER-LINE
050710     IF ANM-HELD-COUNT > ZERO
050720         MOVE ANM-HELD-COUNT TO ANM-HLD-HELD
050730         WRITE ANM-REPORT-LINE FROM ANM-HELD-LINE
050740     END-IF
050800     CLOSE ANM-REPORT-FILE
050810     IF ANM-CTL-DELETE OR ANM-CTL-PURGE
050820         PERFORM 5500-WRITE-MAINT-AUDIT THRU 5500-EXIT
050830     END-IF
050900     DISPLAY "PEANSM READ=" ANM-READ-COUNT
051000         " DELETED=" ANM-DELETED-COUNT
051100         " PURGED=" ANM-PURGED-COUNT
051200         " MISMATCH=" ANM-MISMATCH-COUNT
051210         " HELD=" ANM-HELD-COUNT
051220     IF ANM-HELD-COUNT > ZERO
051230         MOVE 4 TO RETURN-CODE
051240     END-IF
051300     IF ANM-MISMATCH-COUNT > ZERO
051400         MOVE 8 TO RETURN-CODE
051500     END-IF.
051600 5000-EXIT.
051602     EXIT.
051604
051605*****************************************************************
051606* EVERY DELETE OR PURGE RUN IS RECORDED ON THE SHARED
051607* MAINTENANCE AUDIT TRAIL WITH THE OPERATOR, THE KEY OR
051608* RETENTION WINDOW APPLIED AND THE ENTRIES REMOVED.  A PURGE
051609* KEY HOLDS THE RETENTION DAYS AND THE FULL PROGRAM/PARAMETER
051610* FILTER; THE CUTOFF FOLLOWS FROM THE ROW'S DATE AND RETENTION.
051611*****************************************************************
051616 5500-WRITE-MAINT-AUDIT.
051618     OPEN EXTEND ANM-AUDIT-FILE
051620     IF NOT ANM-AUD-OK
051622         MOVE "MNTAUD OPEN FAILED" TO ANM-ABEND-MESSAGE
051624         GO TO 8000-ABEND
051626     END-IF
051628     MOVE ANM-RUN-DATE TO MNT-AUD-DATE
051630     MOVE ANM-RUN-TIME TO MNT-AUD-TIME
051632     MOVE ANM-CTL-OPERATOR TO MNT-AUD-OPERATOR
051634     MOVE "PEANSM" TO MNT-AUD-PROGRAM-ID
051636     MOVE SPACES TO MNT-AUD-KEY
051638     MOVE ZEROS TO MNT-AUD-CHANGED-COUNT
051640     IF ANM-CTL-DELETE
051642         SET MNT-AUD-CACHE-DELETE TO TRUE
051644         STRING ANM-CTL-PROGRAM-ID DELIMITED BY SPACE
051646             " " DELIMITED BY SIZE
051648             ANM-CTL-PARAMETERS DELIMITED BY SIZE
051650             INTO MNT-AUD-KEY
051652         MOVE ANM-DELETED-COUNT TO MNT-AUD-REMOVED-COUNT
051654     ELSE
051656         SET MNT-AUD-CACHE-PURGE TO TRUE
051658         STRING "RET=" ANM-CTL-RETENTION-DAYS " "
051660             DELIMITED BY SIZE
051662             ANM-CTL-PROGRAM-ID DELIMITED BY SPACE
051664             " " ANM-CTL-PARAMETERS DELIMITED BY SIZE
051666             INTO MNT-AUD-KEY
051668         MOVE ANM-PURGED-COUNT TO MNT-AUD-REMOVED-COUNT
051670     END-IF
051672     WRITE MNT-AUDIT-RECORD
051674     CLOSE ANM-AUDIT-FILE.
051676 5500-EXIT.
051700     EXIT.
051800
051900*****************************************************************
