000800  SOLTRET LISTS SCRATCH-ELIGIBLE REELS BUT SOLTINDX KEPT THEM           00
000900  FOREVER, SO THE SCRATCH SECTION GREW AND NOBODY COULD SAY             00
001000  WHETHER REEL X WAS ACTUALLY PULLED. THIS COMPANION RUN WALKS          00
001100  THE SCRATCH-ELIGIBLE ENTRIES (THE SAME RETENTION SOLTRET              00
001110  APPLIES - THE TAPE SOLT RULE IN RETSCHED, OR TEN DAYS WHERE           00
001120  RETSCHED HAS NO SUCH RULE, WITH NOTHING OFFERED UNDER A KEEP          00
001130  RULE), ASKS THE OPERATOR TO CONFIRM EACH PHYSICALLY                   00
001300  SCRATCHED REEL, MARKS THE SOLTINDX ENTRY SCRATCHED WITH THE           00
001400  DATE AND THE SIGNED-ON OPERATOR CODE, WRITES A SCRATCH EVENT          00
001500  TO THE SHARED AUDIT TRAIL, AND REPRINTS THE REMAINING RACK            00
001600  CONTENTS. SOLTRET NO LONGER LISTS RETIRED ENTRIES.                    00
001700                                                                        00
001800  REPLIES - RUN IDENTIFIER, THEN OPERATOR CODE (3 CHARS),               00
001900  THEN Y (SCRATCHED), N (STILL IN RACK) OR Q (QUIT) PER REEL.           00
001910                                                                        00
001920  EVERY REEL CONFIRMED SCRATCHED ALSO GOES BACK INTO THE VOLCAT         00
001930  SCRATCH POOL (COL 64 = P) WITH ITS SOLTINDX RACK LOCATION, SO         00
001940  THE WRITING PROGRAMS CAN DRAW IT. A REEL WHOSE LATEST VOLCAT          00
001950  ENTRY IS FOR ANOTHER FILE HAS ALREADY BEEN REUSED AND IS LEFT         00
001960  ALONE; ONE NOT IN VOLCAT AT ALL IS ADDED AS A POOL ENTRY.             00
001970  A REEL VOLCAT SHOWS AT OR ON ITS WAY TO OR FROM THE OFF-SITE          00
001980  VAULT IS NOT POOLED - VAULTROT BRINGS IT BACK FIRST.                  00
002000                                                                        00
002100                                                                        00
002200 IDENTIFICATION DIVISION.                                         SOLTSC00
002400 DATE-COMPILED.                                                   SOLTSC00
002500 REMARKS. CONFIRMS PHYSICALLY SCRATCHED SOLT REELS, RETIRES       SOLTSC00
002600     THEIR SOLTINDX ENTRIES WITH DATE AND INITIALS, LOGS A        SOLTSC00
002610     SCRATCH EVENT PER REEL, RETURNS THE REEL TO THE VOLCAT       SOLTSC00
002620     SCRATCH POOL AND REPRINTS THE REMAINING RACK.                SOLTSC00
002800 ENVIRONMENT DIVISION.                                            SOLTSC00
002900 CONFIGURATION SECTION.                                           SOLTSC00
003000 SOURCE-COMPUTER. B-5500.                                         SOLTSC00
003500     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           SOLTSC00
003600     SELECT AUTH-FILE ASSIGN TO DISK                              SOLTSC00
003700         FILE STATUS IS AUTH-FILE-STATUS.                         SOLTSC00
003710     SELECT OPER-FILE ASSIGN TO DISK                              SOLTSC00
003720         FILE STATUS IS OPER-FILE-STATUS.                         SOLTSC00
003730     SELECT VOL-CATALOG ASSIGN TO DISK                            SOLTSC00
003740         FILE STATUS IS VOL-FILE-STATUS.                          SOLTSC00
003750     SELECT RET-SCHED   ASSIGN TO DISK                            SOLTSC00
003760         FILE STATUS IS RET-FILE-STATUS.                          SOLTSC00
003800     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SOLTSC00
003900 DATA DIVISION.                                                   SOLTSC00
004000 FILE SECTION.                                                    SOLTSC00
007000     05  RA-RUN-ID       PC X(7).                                 SOLTSC00
007100     05  FILLER          SZ 1.                                    SOLTSC00
007200     05  RA-PROGRAM      PC X(8).                                 SOLTSC00
007300     05  FILLER          SZ 1.                                    SOLTSC00
007310     05  RA-EXPIRES      PC 9(6).                                 SOLTSC00
007320     05  FILLER          SZ 57.                                   SOLTSC00
007321 MD  OPER-FILE                                                    SOLTSC00
007322     ACCESS SEQUENTIAL                                            SOLTSC00
007323     BLOCK CONTAINS 1 RECORDS                                     SOLTSC00
007324     VALUE OF ID "OPROSTER"                                       SOLTSC00
007325     DATA RECORD OPER-REC.                                        SOLTSC00
007326 01  OPER-REC        SZ 80.                                       SOLTSC00
007327     05  OR-CODE         PC X(3).                                 SOLTSC00
007328     05  FILLER          SZ 1.                                    SOLTSC00
007329     05  OR-NAME         PC X(20).                                SOLTSC00
007330     05  FILLER          SZ 1.                                    SOLTSC00
007331     05  OR-STATUS       PC X.                                    SOLTSC00
007332     05  FILLER          SZ 54.                                   SOLTSC00
007333 MD  VOL-CATALOG                                                  SOLTSC00
007334     ACCESS SEQUENTIAL                                            SOLTSC00
007335     BLOCK CONTAINS 1 RECORDS                                     SOLTSC00
007336     VALUE OF ID "VOLCAT"                                         SOLTSC00
007337     DATA RECORD VC-REC.                                          SOLTSC00
007338 01  VC-REC          SZ 80.                                       SOLTSC00
007339     05  VC-SERIAL       PC X(6).                                 SOLTSC00
007340     05  FILLER          SZ 1.                                    SOLTSC00
007341     05  VC-FILE-ID      PC X(8).                                 SOLTSC00
007342     05  FILLER          SZ 1.                                    SOLTSC00
007343     05  VC-PROGRAM      PC X(8).                                 SOLTSC00
007344     05  FILLER          SZ 1.                                    SOLTSC00
007345     05  VC-DATE         PC 9(6).                                 SOLTSC00
007346     05  FILLER          SZ 1.                                    SOLTSC00
007347     05  VC-SAVE         PC 9(3).                                 SOLTSC00
007348     05  FILLER          SZ 28.                                   SOLTSC00
007349     05  VC-POOL         PC X.                                    SOLTSC00
007350     05  FILLER          SZ 1.                                    SOLTSC00
007351     05  VC-RACK         PC X(5).                                 SOLTSC00
007352     05  FILLER          SZ 1.                                    SOLTSC00
007353     05  VC-LOC          PC X.                                    SOLTSC00
007354     05  FILLER          SZ 1.                                    SOLTSC00
007355     05  VC-CLASS        PC X.                                    SOLTSC00
007356     05  FILLER          SZ 6.                                    SOLTSC00
007357 MD  RET-SCHED                                                    SOLTSC00
007358     ACCESS SEQUENTIAL                                            SOLTSC00
007359     BLOCK CONTAINS 1 RECORDS                                     SOLTSC00
007360     VALUE OF ID "RETSCHED"                                       SOLTSC00
007361     DATA RECORD RS-REC.                                          SOLTSC00
007362 01  RS-REC          SZ 80.                                       SOLTSC00
007363     05  RS-MEDIUM       PC X.                                    SOLTSC00
007364     05  FILLER          SZ 1.                                    SOLTSC00
007365     05  RS-CATEGORY     PC X(8).                                 SOLTSC00
007366     05  FILLER          SZ 1.                                    SOLTSC00
007367     05  RS-PATTERN      PC X(7).                                 SOLTSC00
007368     05  FILLER          SZ 1.                                    SOLTSC00
007369     05  RS-DAYS         PC 9(3).                                 SOLTSC00
007370     05  FILLER          SZ 1.                                    SOLTSC00
007371     05  RS-DISP         PC X.                                    SOLTSC00
007372     05  FILLER          SZ 56.                                   SOLTSC00
007400 MD  AUDIT-TRAIL                                                  SOLTSC00
007500     ACCESS MODE IS RANDOM                                        SOLTSC00
007600     ACTUAL KEY IS AU-KEY                                         SOLTSC00
007700     RECORD CONTAINS 44 CHARACTERS                                SOLTSC00
007800     LABEL RECORD IS STANDARD                                     SOLTSC00
007900     VALUE OF ID IS "AUDITTRL"                                    SOLTSC00
008000     DATA RECORD IS AUDIT-REC.                                    SOLTSC00
008100 01  AUDIT-REC       SZ 44.                                       SOLTSC00
008200     05  AU-PROGRAM      PC X(8)  VA "SOLTSCR ".                  SOLTSC00
008300     05  AU-DATE         PC 9(6).                                 SOLTSC00
008400     05  AU-TIME         PC 9(4).                                 SOLTSC00
008500     05  AU-EVENT        PC X(8).                                 SOLTSC00
008600     05  AU-RESULT       PC X(8).                                 SOLTSC00
008700     05  AU-RUN-ID       PC X(7).                                 SOLTSC00
008710     05  AU-OPERATOR     PC X(3).                                 SOLTSC00
008800 01  AUDIT-CTL.                                                   SOLTSC00
008900     05  AC-NEXT-SLOT    PC 9(8).                                 SOLTSC00
008910     05  AC-HASH         PC 9(9).                                 SOLTSC00
009000     05  FILLER          SZ 27.                                   SOLTSC00
009100 FD  REPORT-FILE                                                  SOLTSC00
009200         VALUE OF ID "SOLTSCR"                                    SOLTSC00
009300         DATA RECORD REPORT-REC.                                  SOLTSC00
009500 WORKING-STORAGE SECTION.                                         SOLTSC00
009600 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        SOLTSC00
009700 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     SOLTSC00
009701 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     SOLTSC00
009702 77  OPERATOR-CODE   VA SPACE        PC X(3).                     SOLTSC00
009703 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        SOLTSC00
009704 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        SOLTSC00
009710 77  AUTH-TODAY      CMP-1   PC 9(6).                             SOLTSC00
009720 77  AUTH-DATE-IN            PC 9(6).                             SOLTSC00
009800 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             SOLTSC00
009900 77  AU-HH           CMP-1   PC 99.                               SOLTSC00
010000 77  AU-MM           CMP-1   PC 99.                               SOLTSC00
010100 77  AU-KEY          CMP-1   PC 9(8).                             SOLTSC00
010200 77  AU-NEXT         CMP-1   PC 9(8).                             SOLTSC00
010300 01  AU-SAVE-REC             SZ 44.                               SOLTSC00
010301 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     SOLTSC00
010302 77  AU-REC-SUM              CMP-1   PC 9(6).                     SOLTSC00
010303 77  AU-CX                   CMP-1   PC 99.                       SOLTSC00
010304 77  AU-TX                   CMP-1   PC 99.                       SOLTSC00
010305 77  AU-CODE                 CMP-1   PC 99.                       SOLTSC00
010306 01  AU-HASH-REC.                                                 SOLTSC00
010307     05  AU-HC       OC 44   PC X.                                SOLTSC00
010308 01  AU-CHAR-SET.                                                 SOLTSC00
010309     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          SOLTSC00
010310     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          SOLTSC00
010311 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           SOLTSC00
010312     05  AU-CHAR     OC 48   PC X.                                SOLTSC00
010400 77  RUN-ID-ENTRY            PC X(7).                             SOLTSC00
010500 77  OPR-INITIALS            PC XXX.                              SOLTSC00
010600 77  TODAY-DAYNO     CMP-1   PC 9(8).                             SOLTSC00
010900 77  SCRATCHED-CNT   VA 0    CMP-1   PC 999.                      SOLTSC00
011000 77  QUIT-SW         VA 0    CMP-1   PC 9.                        SOLTSC00
011100 77  SCRATCH-REPLY           PC X.                                SOLTSC00
011110 77  VOL-FILE-STATUS VA SPACE       PC X(2).                      SOLTSC00
011120 77  POOL-HIT-SW     VA 0    CMP-1   PC 9.                        SOLTSC00
011130 77  POOL-REC-NO             CMP-1   PC 9(8).                     SOLTSC00
011140 77  POOL-LAST-NO            CMP-1   PC 9(8).                     SOLTSC00
011150 77  POOL-LAST-FILE                  PC X(8).                     SOLTSC00
011160 77  POOL-CNT        VA 0    CMP-1   PC 999.                      SOLTSC00
011170 77  RET-FILE-STATUS VA SPACE        PC X(2).                     SOLTSC00
011180 77  SOLT-DAYS       VA 10   CMP-1   PC 9(3).                     SOLTSC00
011190 77  SOLT-DISP       VA "P"          PC X.                        SOLTSC00
011200 01  DATE-WORK.                                                   SOLTSC00
011300     05  DW-MM               PC 99.                               SOLTSC00
011400     05  DW-DD               PC 99.                               SOLTSC00
013500 100-BEGIN.                                                       SOLTSC00
013600     ACCEPT RUN-ID-ENTRY.                                         SOLTSC00
013700     PERFORM 950-AUDIT-START.                                     SOLTSC00
013800     MOVE OPERATOR-CODE TO OPR-INITIALS.                          SOLTSC00
014000     MOVE TODAYS-DATE TO DATE-WORK.                               SOLTSC00
014100     COMPUTE TODAY-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.      SOLTSC00
014110     PERFORM 150-RETENTION THRU 150X.                             SOLTSC00
014120     IF SOLT-DISP = "K"                                           SOLTSC00
014130         DISPLAY "RETSCHED KEEPS SOLT REELS - NONE OFFERED".      SOLTSC00
014200     OPEN I-O SOLT-INDEX.                                         SOLTSC00
014300 200-WALK.                                                        SOLTSC00
014400     READ SOLT-INDEX AT END GO TO 300-WALK-DONE.                  SOLTSC00
014600     IF SI-SCR-FLAG = "S" GO TO 200-WALK.                         SOLTSC00
014700     MOVE SI-DATE TO DATE-WORK.                                   SOLTSC00
014800     COMPUTE ENTRY-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.      SOLTSC00
014810     COMPUTE EXPIRE-DAYNO = ENTRY-DAYNO + SOLT-DAYS.              SOLTSC00
014820     IF SOLT-DISP = "K" GO TO 200-WALK.                           SOLTSC00
015000     IF TODAY-DAYNO IS NOT GREATER THAN EXPIRE-DAYNO              SOLTSC00
015100         GO TO 200-WALK.                                          SOLTSC00
015200     DISPLAY "SCRATCH CANDIDATE - " SI-PROGRAM-ID.                SOLTSC00
016100     MOVE TODAYS-DATE TO SI-SCR-DATE.                             SOLTSC00
016200     MOVE OPR-INITIALS TO SI-SCR-INIT.                            SOLTSC00
016300     REWRITE SI-REC.                                              SOLTSC00
016310     IF SI-REEL-SERIAL NOT = SPACES                               SOLTSC00
016320         PERFORM 400-POOL-ADD THRU 400X.                          SOLTSC00
016400     ADD 1 TO SCRATCHED-CNT.                                      SOLTSC00
016500     MOVE TODAYS-DATE TO AU-DATE.                                 SOLTSC00
016600     MOVE "SCRATCH " TO AU-EVENT.                                 SOLTSC00
018700     WRITE REPORT-REC FROM COUNT-LINE.                            SOLTSC00
018800     CLOSE REPORT-FILE.                                           SOLTSC00
018900     DISPLAY "REELS SCRATCHED THIS RUN " SCRATCHED-CNT.           SOLTSC00
018910     DISPLAY "REELS RETURNED TO SCRATCH POOL " POOL-CNT.          SOLTSC00
019000     MOVE "OK      " TO AU-RESULT.                                SOLTSC00
019100     PERFORM 955-AUDIT-END.                                       SOLTSC00
019200     STOP RUN.                                                    SOLTSC00
019201 400-POOL-ADD.                                                    SOLTSC00
019202     NOTE  FINDS THE LATEST VOLCAT ENTRY FOR THE SCRATCHED REEL - SOLTSC00
019203         A SOLT ENTRY IS FLAGGED P AND GIVEN THE RACK LOCATION IF SOLTSC00
019204         IT HAS NONE, AN ENTRY FOR ANOTHER FILE MEANS THE REEL WASSOLTSC00
019205         REUSED, AND NO ENTRY AT ALL ADDS A POOL ENTRY AT THE END.SOLTSC00
019206     MOVE 0 TO POOL-HIT-SW POOL-REC-NO POOL-LAST-NO.              SOLTSC00
019207     OPEN I-O VOL-CATALOG.                                        SOLTSC00
019208     IF VOL-FILE-STATUS NOT = "00"                                SOLTSC00
019209         OPEN OUTPUT VOL-CATALOG                                  SOLTSC00
019210         GO TO 430-POOL-NEW.                                      SOLTSC00
019211 410-POOL-READ.                                                   SOLTSC00
019212     READ VOL-CATALOG AT END GO TO 420-POOL-END.                  SOLTSC00
019213     ADD 1 TO POOL-REC-NO.                                        SOLTSC00
019214     IF VC-SERIAL NOT = SI-REEL-SERIAL GO TO 410-POOL-READ.       SOLTSC00
019215     MOVE 1 TO POOL-HIT-SW.                                       SOLTSC00
019216     MOVE POOL-REC-NO TO POOL-LAST-NO.                            SOLTSC00
019217     MOVE VC-FILE-ID TO POOL-LAST-FILE.                           SOLTSC00
019218     GO TO 410-POOL-READ.                                         SOLTSC00
019219 420-POOL-END.                                                    SOLTSC00
019220     IF POOL-HIT-SW = 0 GO TO 430-POOL-NEW.                       SOLTSC00
019221     CLOSE VOL-CATALOG.                                           SOLTSC00
019222     IF POOL-LAST-FILE NOT = "SOLT    " GO TO 400X.               SOLTSC00
019223     MOVE 0 TO POOL-REC-NO.                                       SOLTSC00
019224     OPEN I-O VOL-CATALOG.                                        SOLTSC00
019225 425-POOL-FIND.                                                   SOLTSC00
019226     READ VOL-CATALOG AT END GO TO 428-POOL-CLOSE.                SOLTSC00
019227     ADD 1 TO POOL-REC-NO.                                        SOLTSC00
019228     IF POOL-REC-NO NOT = POOL-LAST-NO GO TO 425-POOL-FIND.       SOLTSC00
019229     IF VC-LOC = "T" OR VC-LOC = "V" OR VC-LOC = "B"              SOLTSC00
019230         DISPLAY "REEL " SI-REEL-SERIAL                           SOLTSC00
019231             " IS OFF SITE - NOT POOLED"                          SOLTSC00
019232         GO TO 428-POOL-CLOSE.                                    SOLTSC00
019233     MOVE "P" TO VC-POOL.                                         SOLTSC00
019234     IF VC-RACK = SPACES MOVE SI-RACK-LOC TO VC-RACK.             SOLTSC00
019235     REWRITE VC-REC.                                              SOLTSC00
019236     ADD 1 TO POOL-CNT.                                           SOLTSC00
019237 428-POOL-CLOSE.                                                  SOLTSC00
019238     CLOSE VOL-CATALOG.                                           SOLTSC00
019239     GO TO 400X.                                                  SOLTSC00
019240 430-POOL-NEW.                                                    SOLTSC00
019241     MOVE SPACES TO VC-REC.                                       SOLTSC00
019242     MOVE SI-REEL-SERIAL TO VC-SERIAL.                            SOLTSC00
019243     MOVE "SOLT    " TO VC-FILE-ID.                               SOLTSC00
019244     MOVE "SOLTSCR " TO VC-PROGRAM.                               SOLTSC00
019245     MOVE TODAYS-DATE TO VC-DATE.                                 SOLTSC00
019246     MOVE 0 TO VC-SAVE.                                           SOLTSC00
019247     MOVE "P" TO VC-POOL.                                         SOLTSC00
019248     MOVE SI-RACK-LOC TO VC-RACK.                                 SOLTSC00
019249     WRITE VC-REC.                                                SOLTSC00
019250     CLOSE VOL-CATALOG.                                           SOLTSC00
019251     ADD 1 TO POOL-CNT.                                           SOLTSC00
019252 400X.   EXIT.                                                    SOLTSC00
019253 150-RETENTION.                                                   SOLTSC00
019254     OPEN INPUT RET-SCHED.                                        SOLTSC00
019255     IF RET-FILE-STATUS NOT = "00" GO TO 150X.                    SOLTSC00
019256 155-RET-READ.                                                    SOLTSC00
019257     READ RET-SCHED AT END GO TO 157-RET-DONE.                    SOLTSC00
019258     IF RS-MEDIUM NOT = "T" GO TO 155-RET-READ.                   SOLTSC00
019259     IF RS-CATEGORY NOT = "SOLT    " GO TO 155-RET-READ.          SOLTSC00
019260     IF RS-DAYS NOT NUMERIC GO TO 155-RET-READ.                   SOLTSC00
019261     MOVE RS-DAYS TO SOLT-DAYS.                                   SOLTSC00
019262     MOVE RS-DISP TO SOLT-DISP.                                   SOLTSC00
019263 157-RET-DONE.                                                    SOLTSC00
019264     CLOSE RET-SCHED.                                             SOLTSC00
019265 150X.   EXIT.                                                    SOLTSC00
019300 950-AUDIT-START.                                                 SOLTSC00
019400     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     SOLTSC00
019500     MOVE TODAYS-DATE TO AU-DATE.                                 SOLTSC00
019600     MOVE "START   " TO AU-EVENT.                                 SOLTSC00
019700     MOVE SPACES TO AU-RESULT.                                    SOLTSC00
022800     ADD 1 TO AU-NEXT.                                            SOLTSC00
022900     GO TO 980-AUDIT-SKIP.                                        SOLTSC00
023000 985-AUDIT-FREE.                                                  SOLTSC00
023010     MOVE 1 TO AU-KEY.                                            SOLTSC00
023020     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       SOLTSC00
023030     MOVE 0 TO AU-HASH.                                           SOLTSC00
023040     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  SOLTSC00
023100     MOVE AU-NEXT TO AU-KEY.                                      SOLTSC00
023200     MOVE AU-SAVE-REC TO AUDIT-REC.                               SOLTSC00
023210     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                SOLTSC00
023300 990-AUDIT-PUT.                                                   SOLTSC00
023400     WRITE AUDIT-REC INVALID KEY                                  SOLTSC00
023500         DISPLAY "AUDIT TRAIL FULL".                              SOLTSC00
023700     MOVE 1 TO AU-KEY.                                            SOLTSC00
023800     MOVE SPACES TO AUDIT-REC.                                    SOLTSC00
023900     MOVE AU-NEXT TO AC-NEXT-SLOT.                                SOLTSC00
023910     MOVE AU-HASH TO AC-HASH.                                     SOLTSC00
024000     WRITE AUDIT-REC INVALID KEY                                  SOLTSC00
024100         DISPLAY "AUDIT CONTROL ERROR".                           SOLTSC00
024200     MOVE AU-SAVE-REC TO AUDIT-REC.                               SOLTSC00
024300     CLOSE AUDIT-TRAIL.                                           SOLTSC00
024301 991-AUDIT-HASH.                                                  SOLTSC00
024302     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        SOLTSC00
024303         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     SOLTSC00
024304         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     SOLTSC00
024305         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         SOLTSC00
024306         REMOVED AFTER IT WAS WRITTEN.                            SOLTSC00
024307     MOVE AUDIT-REC TO AU-HASH-REC.                               SOLTSC00
024308     MOVE 0 TO AU-REC-SUM.                                        SOLTSC00
024309     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        SOLTSC00
024310         UNTIL AU-CX IS GREATER THAN 44.                          SOLTSC00
024311     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       SOLTSC00
024312         MOD 999999937.                                           SOLTSC00
024313     GO TO 994-AUDIT-HASH-X.                                      SOLTSC00
024314 992-AUDIT-HASH-CHAR.                                             SOLTSC00
024315     MOVE 49 TO AU-CODE.                                          SOLTSC00
024316     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        SOLTSC00
024317         UNTIL AU-TX IS GREATER THAN 48.                          SOLTSC00
024318     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           SOLTSC00
024319 993-AUDIT-HASH-LOOK.                                             SOLTSC00
024320     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    SOLTSC00
024321 994-AUDIT-HASH-X.                                                SOLTSC00
024322     EXIT.                                                        SOLTSC00
024400 940-AUTH-CHECK.                                                  SOLTSC00
024500     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         SOLTSC00
024600         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           SOLTSC00
025600 941-AUTH-READ.                                                   SOLTSC00
025700     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   SOLTSC00
025800     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         SOLTSC00
025900     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                SOLTSC00
026100     GO TO 941-AUTH-READ.                                         SOLTSC00
026200 943-AUTH-DONE.                                                   SOLTSC00
026300     CLOSE AUTH-FILE.                                             SOLTSC00
027000     STOP RUN.                                                    SOLTSC00
027100 945-AUTH-X.                                                      SOLTSC00
027200     EXIT.                                                        SOLTSC00
027201 946-AUTH-GRANT.                                                  SOLTSC00
027202     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          SOLTSC00
027203         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         SOLTSC00
027204         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            SOLTSC00
027205         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                SOLTSC00
027206     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            SOLTSC00
027207     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            SOLTSC00
027208         + AUTH-DATE-IN DIV 100.                                  SOLTSC00
027209     IF RA-EXPIRES NUMERIC                                        SOLTSC00
027210         IF RA-EXPIRES NOT = 0                                    SOLTSC00
027211             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                SOLTSC00
027212                 GO TO 947-AUTH-GRANT-X.                          SOLTSC00
027213     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             SOLTSC00
027214     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             SOLTSC00
027215 947-AUTH-GRANT-X.                                                SOLTSC00
027216     EXIT.                                                        SOLTSC00
027217 930-OPER-SIGNON.                                                 SOLTSC00
027218     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      SOLTSC00
027219         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       SOLTSC00
027220         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          SOLTSC00
027221         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       SOLTSC00
027222         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           SOLTSC00
027223         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         SOLTSC00
027224         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                SOLTSC00
027225     MOVE 0 TO OPER-TRIES.                                        SOLTSC00
027226 931-OPER-ASK.                                                    SOLTSC00
027227     ADD 1 TO OPER-TRIES.                                         SOLTSC00
027228     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            SOLTSC00
027229     ACCEPT OPERATOR-CODE.                                        SOLTSC00
027230     MOVE OPERATOR-CODE TO AU-OPERATOR.                           SOLTSC00
027231     MOVE 0 TO OPER-OK-SW.                                        SOLTSC00
027232     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               SOLTSC00
027233     OPEN INPUT OPER-FILE.                                        SOLTSC00
027234     IF OPER-FILE-STATUS NOT = "00"                               SOLTSC00
027235         MOVE 1 TO OPER-OK-SW                                     SOLTSC00
027236         GO TO 933-OPER-DONE.                                     SOLTSC00
027237 932-OPER-READ.                                                   SOLTSC00
027238     READ OPER-FILE AT END                                        SOLTSC00
027239         CLOSE OPER-FILE                                          SOLTSC00
027240         GO TO 933-OPER-DONE.                                     SOLTSC00
027241     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          SOLTSC00
027242     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 SOLTSC00
027243     GO TO 932-OPER-READ.                                         SOLTSC00
027244 933-OPER-DONE.                                                   SOLTSC00
027245     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       SOLTSC00
027246     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           SOLTSC00
027247     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             SOLTSC00
027248     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             SOLTSC00
027249     MOVE TODAYS-DATE TO AU-DATE.                                 SOLTSC00
027250     MOVE "SIGNFAIL" TO AU-EVENT.                                 SOLTSC00
027251     MOVE "REFUSED " TO AU-RESULT.                                SOLTSC00
027252     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SOLTSC00
027253     STOP RUN.                                                    SOLTSC00
027254 934-OPER-AUTH.                                                   SOLTSC00
027255     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      SOLTSC00
027256 935-OPER-X.                                                      SOLTSC00
027257     EXIT.                                                        SOLTSC00
027300 END-OF-JOB.                                                      SOLTSC00
