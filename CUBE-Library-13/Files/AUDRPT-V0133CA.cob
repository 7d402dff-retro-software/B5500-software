001920   DAILY LINES CARRY AVERAGE AND WORST DURATION PER PROGRAM, AND        00
001930   THE REPORT ENDS WITH THE PEAK NUMBER OF SIMULTANEOUSLY OPEN          00
001940   RUNS AND THE TIME IT OCCURRED, SO MIX CONTENTION IS VISIBLE.         00
001950   EACH PROGRAMS AVERAGE AND WORST MINUTES OVER THE WHOLE TRAIL         00
001960   ARE ALSO KEPT ON THE JOBDURS FILE FOR THE STREAM PROJECTION          00
001970   STRMPROJ. A PROGRAM WITH NO PAIRED RUN ON THIS TRAIL, AS AFTER       00
001980   AUDARCH HAS CLEARED IT, KEEPS THE FIGURES IT HAD.                    00
002000                                                                        00
002100                                                                        00
002200 IDENTIFICATION DIVISION.                                         AUDRPT00
003200 INPUT-OUTPUT SECTION.                                            AUDRPT00
003300 FILE-CONTROL.                                                    AUDRPT00
003400     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           AUDRPT00
003410     SELECT DUR-FILE ASSIGN TO DISK                               AUDRPT00
003420         FILE STATUS IS DUR-FILE-STATUS.                          AUDRPT00
003500     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   AUDRPT00
003600 DATA DIVISION.                                                   AUDRPT00
003700 FILE SECTION.                                                    AUDRPT00
004000         BLOCK CONTAINS 1 RECORDS                                 AUDRPT00
004100         VALUE OF ID "AUDITTRL"                                   AUDRPT00
004200         DATA RECORD AUDIT-REC.                                   AUDRPT00
004300 01  AUDIT-REC       SZ 44.                                       AUDRPT00
004400     05  AU-PROGRAM      PC X(8).                                 AUDRPT00
004500     05  AU-DATE         PC 9(6).                                 AUDRPT00
004600     05  AU-TIME         PC 9(4).                                 AUDRPT00
004700     05  AU-EVENT        PC X(8).                                 AUDRPT00
004800     05  AU-RESULT       PC X(8).                                 AUDRPT00
004900     05  AU-RUN-ID       PC X(7).                                 AUDRPT00
004910     05  AU-OPERATOR     PC X(3).                                 AUDRPT00
004911 MD  DUR-FILE                                                     AUDRPT00
004912         ACCESS SEQUENTIAL                                        AUDRPT00
004913         BLOCK CONTAINS 1 RECORDS                                 AUDRPT00
004914         VALUE OF ID "JOBDURS"                                    AUDRPT00
004915         DATA RECORD DUR-REC.                                     AUDRPT00
004916 01  DUR-REC         SZ 30.                                       AUDRPT00
004917     05  JD-PROG         PC X(8).                                 AUDRPT00
004918     05  JD-PAIRS        PC 9(5).                                 AUDRPT00
004919     05  JD-AVG          PC 9(5).                                 AUDRPT00
004920     05  JD-WORST        PC 9(5).                                 AUDRPT00
004921     05  JD-DATE         PC 9(6).                                 AUDRPT00
004922     05  FILLER          SZ 1.                                    AUDRPT00
005000 FD  REPORT-FILE                                                  AUDRPT00
005100         VALUE OF ID "AUDRPT"                                     AUDRPT00
005200         DATA RECORD REPORT-REC.                                  AUDRPT00
006220 77  TS-TIME                         PC 9(4).                     AUDRPT00
006230 77  TM-HH                   CMP-1   PC 99.                       AUDRPT00
006240 77  TM-MM                   CMP-1   PC 99.                       AUDRPT00
006241 77  DR-CNT          VA 0    CMP-1   PC 999.                      AUDRPT00
006242 77  DR-IX                   CMP-1   PC 999.                      AUDRPT00
006243 77  DR-HIT                  CMP-1   PC 999.                      AUDRPT00
006244 77  DR-FULL-SW      VA 0    CMP-1   PC 9.                        AUDRPT00
006245 77  DUR-FILE-STATUS VA SPACE        PC X(2).                     AUDRPT00
006250 01  ADX.                                                         AUDRPT00
006260     05  AX-MM           PC 99.                                   AUDRPT00
006270     05  AX-DD           PC 99.                                   AUDRPT00
007300         10  OS-TIME         PC 9(4).                             AUDRPT00
007400         10  OS-RUN          PC X(7).                             AUDRPT00
007500         10  OS-GONE         PC X.                                AUDRPT00
007510 01  DUR-TABLE.                                                   AUDRPT00
007520     05  DR-ENTRY  OC 100.                                        AUDRPT00
007530         10  DR-PROG         PC X(8).                             AUDRPT00
007540         10  DR-PAIRS  CMP   PC 9(5).                             AUDRPT00
007550         10  DR-SUM    CMP   PC 9(8).                             AUDRPT00
007560         10  DR-MAX    CMP   PC 9(8).                             AUDRPT00
007570         10  DR-DATE         PC 9(6).                             AUDRPT00
007580         10  DR-NEW          PC X.                                AUDRPT00
007600 01  TITLE-LINE      SZ 132.                                      AUDRPT00
007700     05  FILLER  PC X(26) VA "AUDIT TRAIL DAILY ACTIVITY".        AUDRPT00
007800     05  FILLER      SZ 106   VA SPACE.                           AUDRPT00
011300 01  BLANK-LINE      SZ 132   VA SPACE.                           AUDRPT00
011400 PROCEDURE DIVISION.                                              AUDRPT00
011500 100-BEGIN.                                                       AUDRPT00
011510     PERFORM 280-LOAD-DURS THRU 280X.                             AUDRPT00
011600     OPEN INPUT AUDIT-TRAIL.                                      AUDRPT00
011700 110-READ.                                                        AUDRPT00
011800     READ AUDIT-TRAIL AT END GO TO 300-REPORT.                    AUDRPT00
015600     IF OS-HIT IS GREATER THAN 0                                  AUDRPT00
015700         MOVE "Y" TO OS-GONE (OS-HIT)                             AUDRPT00
015701         PERFORM 218-SCORE-PAIR THRU 218X                         AUDRPT00
015711         PERFORM 285-ROLL-DUR THRU 285X                           AUDRPT00
015800         GO TO 210X.                                              AUDRPT00
015900     MOVE OS-CNT TO OS-JX.                                        AUDRPT00
016000 216-POP-SCAN-2.                                                  AUDRPT00
016400             MOVE "Y" TO OS-GONE (OS-JX)                          AUDRPT00
016450             MOVE OS-JX TO OS-HIT                                 AUDRPT00
016460             PERFORM 218-SCORE-PAIR THRU 218X                     AUDRPT00
016470             PERFORM 285-ROLL-DUR THRU 285X                       AUDRPT00
016500             GO TO 210X.                                          AUDRPT00
016600     SUBTRACT 1 FROM OS-JX.                                       AUDRPT00
016700     GO TO 216-POP-SCAN-2.                                        AUDRPT00
019000     IF AP-DATE (AP-IX) = AU-DATE                                 AUDRPT00
019100         IF AP-PROG (AP-IX) = AU-PROGRAM                          AUDRPT00
019200             MOVE AP-IX TO AP-HIT.                                AUDRPT00
019201 280-LOAD-DURS.                                                   AUDRPT00
019202     NOTE  THE OLD JOBDURS IS LOADED FIRST SO THAT A PROGRAM WITH AUDRPT00
019203         NO PAIRED RUN ON THIS TRAIL KEEPS ITS LAST FIGURES.      AUDRPT00
019204     OPEN INPUT DUR-FILE.                                         AUDRPT00
019205     IF DUR-FILE-STATUS NOT = "00" GO TO 280X.                    AUDRPT00
019206 282-DUR-READ.                                                    AUDRPT00
019207     READ DUR-FILE AT END GO TO 284-DUR-DONE.                     AUDRPT00
019208     IF JD-PROG = SPACES GO TO 282-DUR-READ.                      AUDRPT00
019209     IF DR-CNT = 100 GO TO 284-DUR-DONE.                          AUDRPT00
019210     ADD 1 TO DR-CNT.                                             AUDRPT00
019211     MOVE JD-PROG TO DR-PROG (DR-CNT).                            AUDRPT00
019212     MOVE JD-PAIRS TO DR-PAIRS (DR-CNT).                          AUDRPT00
019213     COMPUTE DR-SUM (DR-CNT) = JD-AVG * JD-PAIRS.                 AUDRPT00
019214     MOVE JD-WORST TO DR-MAX (DR-CNT).                            AUDRPT00
019215     MOVE JD-DATE TO DR-DATE (DR-CNT).                            AUDRPT00
019216     MOVE SPACE TO DR-NEW (DR-CNT).                               AUDRPT00
019217     GO TO 282-DUR-READ.                                          AUDRPT00
019218 284-DUR-DONE.                                                    AUDRPT00
019219     CLOSE DUR-FILE.                                              AUDRPT00
019220 280X.   EXIT.                                                    AUDRPT00
019221 285-ROLL-DUR.                                                    AUDRPT00
019222     NOTE  THE FIRST PAIR ON THIS TRAIL FOR A PROGRAM REPLACES    AUDRPT00
019223         ITS CARRIED FIGURES, SO RUNNING THE REPORT TWICE OVER    AUDRPT00
019224         THE SAME TRAIL DOES NOT COUNT A RUN TWICE.               AUDRPT00
019225     MOVE 0 TO DR-HIT.                                            AUDRPT00
019226     PERFORM 287-DUR-SCAN VARYING DR-IX FROM 1 BY 1               AUDRPT00
019227         UNTIL DR-IX IS GREATER THAN DR-CNT                       AUDRPT00
019228         OR DR-HIT IS GREATER THAN 0.                             AUDRPT00
019229     IF DR-HIT IS GREATER THAN 0 GO TO 286-DUR-ADD.               AUDRPT00
019230     IF DR-CNT = 100                                              AUDRPT00
019231         IF DR-FULL-SW = 0                                        AUDRPT00
019232             MOVE 1 TO DR-FULL-SW                                 AUDRPT00
019233             DISPLAY "AUDRPT - JOBDURS TABLE FULL -"              AUDRPT00
019234             DISPLAY "SOME DURATIONS NOT KEPT"                    AUDRPT00
019235             GO TO 285X                                           AUDRPT00
019236         ELSE GO TO 285X.                                         AUDRPT00
019237     ADD 1 TO DR-CNT.                                             AUDRPT00
019238     MOVE DR-CNT TO DR-HIT.                                       AUDRPT00
019239     MOVE AU-PROGRAM TO DR-PROG (DR-HIT).                         AUDRPT00
019240     MOVE SPACE TO DR-NEW (DR-HIT).                               AUDRPT00
019241 286-DUR-ADD.                                                     AUDRPT00
019242     IF DR-NEW (DR-HIT) NOT = "Y"                                 AUDRPT00
019243         MOVE "Y" TO DR-NEW (DR-HIT)                              AUDRPT00
019244         MOVE 0 TO DR-PAIRS (DR-HIT)                              AUDRPT00
019245         MOVE 0 TO DR-SUM (DR-HIT)                                AUDRPT00
019246         MOVE 0 TO DR-MAX (DR-HIT).                               AUDRPT00
019247     ADD 1 TO DR-PAIRS (DR-HIT).                                  AUDRPT00
019248     ADD DUR-MIN TO DR-SUM (DR-HIT).                              AUDRPT00
019249     IF DUR-MIN IS GREATER THAN DR-MAX (DR-HIT)                   AUDRPT00
019250         MOVE DUR-MIN TO DR-MAX (DR-HIT).                         AUDRPT00
019251     MOVE AU-DATE TO DR-DATE (DR-HIT).                            AUDRPT00
019252 285X.   EXIT.                                                    AUDRPT00
019253 287-DUR-SCAN.                                                    AUDRPT00
019254     IF DR-PROG (DR-IX) = AU-PROGRAM MOVE DR-IX TO DR-HIT.        AUDRPT00
019255 290-SAVE-DURS.                                                   AUDRPT00
019256     OPEN OUTPUT DUR-FILE.                                        AUDRPT00
019257     PERFORM 295-DUR-PUT VARYING DR-IX FROM 1 BY 1                AUDRPT00
019258         UNTIL DR-IX IS GREATER THAN DR-CNT.                      AUDRPT00
019259     CLOSE DUR-FILE.                                              AUDRPT00
019260 290X.   EXIT.                                                    AUDRPT00
019261 295-DUR-PUT.                                                     AUDRPT00
019262     MOVE SPACES TO DUR-REC.                                      AUDRPT00
019263     MOVE DR-PROG (DR-IX) TO JD-PROG.                             AUDRPT00
019264     MOVE DR-PAIRS (DR-IX) TO JD-PAIRS.                           AUDRPT00
019265     IF DR-PAIRS (DR-IX) = 0 MOVE 0 TO JD-AVG                     AUDRPT00
019266     ELSE COMPUTE JD-AVG = DR-SUM (DR-IX) / DR-PAIRS (DR-IX).     AUDRPT00
019267     MOVE DR-MAX (DR-IX) TO JD-WORST.                             AUDRPT00
019268     MOVE DR-DATE (DR-IX) TO JD-DATE.                             AUDRPT00
019269     WRITE DUR-REC.                                               AUDRPT00
019300 300-REPORT.                                                      AUDRPT00
019400     CLOSE AUDIT-TRAIL.                                           AUDRPT00
019500     OPEN OUTPUT REPORT-FILE.                                     AUDRPT00
020530     MOVE PEAK-TIME TO PK-TIME.                                   AUDRPT00
020540     MOVE PEAK-DATE TO PK-DATE.                                   AUDRPT00
020550     WRITE REPORT-REC FROM PEAK-LINE.                             AUDRPT00
020560     PERFORM 290-SAVE-DURS THRU 290X.                             AUDRPT00
020600     CLOSE REPORT-FILE.                                           AUDRPT00
020700     STOP RUN.                                                    AUDRPT00
020800 310-DAY-ONE.                                                     AUDRPT00
