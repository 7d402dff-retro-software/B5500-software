001600                                                                        00
001700  DATE ARITHMETIC USES THE SAME YY*372 + MM*31 + DD DAY NUMBER          00
001800  SOLTRET USES - EXACT ORDERING, CLOSE-ENOUGH ELAPSED DAYS.             00
001810                                                                        00
001820  REELWEAR KEEPS EACH REELS MOUNTS, LAST MOUNT DATE AND ERROR           00
001830  COUNT FROM THE SYSTEM LOG IN VOLCAT COLS 45-62. THEY ARE SHOWN        00
001840  ON EVERY LINE, AND A REEL THAT HAS REACHED THE PASS LIMIT OR          00
001850  THE ERROR LIMIT IS FLAGGED RETIRE. BOTH LIMITS ARE ASKED FOR AT       00
001860  START-UP - A REPLY OF 00000 KEEPS 500 PASSES AND 50 ERRORS.           00
001861                                                                        00
001862  VOLCAT COL 64 FLAGS A REEL IN THE SCRATCH POOL (P) AND COLS           00
001863  66-70 HOLD ITS RACK LOCATION. EVERY RUN PUTS THE LATEST ENTRY         00
001864  OF EACH EXPIRED REEL INTO THE POOL UNLESS IT IS DUE FOR               00
001865  RETIREMENT, AND LISTS THE POOL BY RACK LOCATION AFTER THE             00
001866  RACK LISTING SO THE OPERATOR CAN SEE WHAT IS FREE. THE WRITING        00
001867  PROGRAMS DRAW THEIR OUTPUT REELS FROM THE POOL.                       00
001868                                                                        00
001869  VOLCAT COL 72 SAYS WHERE A REEL IS - R (OR BLANK) IN THE RACK,        00
001870  T ON ITS WAY TO THE OFF-SITE VAULT, V IN THE VAULT AND B ON           00
001871  ITS WAY BACK - AND COL 74 HOLDS ITS VAULT CLASS. VAULTROT KEEPS       00
001872  BOTH UP TO DATE. THE RACK LISTING SHOWS EACH REELS LOCATION,          00
001873  AND ONLY A REEL IN THE RACK GOES INTO THE SCRATCH POOL.               00
001874                                                                        00
001875  A REELS RETENTION IS THE TAPE RULE FOR ITS FILE ID IN THE             00
001876  SHARED RETENTION SCHEDULE RETSCHED (SEE RETMNT), WHICH TAKES          00
001877  THE PLACE OF THE SAVE FACTOR STAMPED WHEN THE REEL WAS WRITTEN        00
001878  IN BOTH THE EXPIRY AND THE SAVE COLUMN. A FILE ID WITH NO RULE        00
001879  KEEPS ITS STAMPED SAVE FACTOR. A KEEP RULE NEVER EXPIRES - THE        00
001880  REEL IS FLAGGED KEEP, LISTED LAST AND NEVER POOLED.                   00
001900                                                                        00
002000                                                                        00
002100 IDENTIFICATION DIVISION.                                         VOLLST00
002200 PROGRAM-ID. TAPE VOLUME CATALOG LISTING "VOLLIST".               VOLLST00
002300 DATE-COMPILED.                                                   VOLLST00
002400 REMARKS. PRINTS THE SHOP-WIDE VOLCAT TAPE VOLUME CATALOG AS A    VOLLST00
002410     RACK LISTING SEQUENCED BY RETENTION EXPIRY, WITH REEL WEAR,  VOLLST00
002420     AND RETURNS EXPIRED REELS TO THE SCRATCH POOL.               VOLLST00
002600 ENVIRONMENT DIVISION.                                            VOLLST00
002700 CONFIGURATION SECTION.                                           VOLLST00
002800 SOURCE-COMPUTER. B-5500.                                         VOLLST00
002900 OBJECT-COMPUTER. B-5500.                                         VOLLST00
003000 INPUT-OUTPUT SECTION.                                            VOLLST00
003100 FILE-CONTROL.                                                    VOLLST00
003110     SELECT VOL-CATALOG ASSIGN TO DISK.                           VOLLST00
003120     SELECT RET-SCHED   ASSIGN TO DISK                            VOLLST00
003130         FILE STATUS IS RET-FILE-STATUS.                          VOLLST00
003300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   VOLLST00
003400 DATA DIVISION.                                                   VOLLST00
003500 FILE SECTION.                                                    VOLLST00
004800     05  VC-DATE         PC 9(6).                                 VOLLST00
004900     05  FILLER          SZ 1.                                    VOLLST00
005000     05  VC-SAVE         PC 9(3).                                 VOLLST00
005010     05  FILLER          SZ 9.                                    VOLLST00
005020     05  VC-MOUNTS       PC 9(5).                                 VOLLST00
005030     05  FILLER          SZ 1.                                    VOLLST00
005040     05  VC-LAST-MOUNT   PC 9(6).                                 VOLLST00
005050     05  FILLER          SZ 1.                                    VOLLST00
005060     05  VC-ERRORS       PC 9(5).                                 VOLLST00
005070     05  FILLER          SZ 1.                                    VOLLST00
005080     05  VC-POOL         PC X.                                    VOLLST00
005090     05  FILLER          SZ 1.                                    VOLLST00
005100     05  VC-RACK         PC X(5).                                 VOLLST00
005110     05  FILLER          SZ 1.                                    VOLLST00
005120     05  VC-LOC          PC X.                                    VOLLST00
005130     05  FILLER          SZ 1.                                    VOLLST00
005140     05  VC-CLASS        PC X.                                    VOLLST00
005150     05  FILLER          SZ 6.                                    VOLLST00
005151 MD  RET-SCHED                                                    VOLLST00
005152     ACCESS SEQUENTIAL                                            VOLLST00
005153     BLOCK CONTAINS 1 RECORDS                                     VOLLST00
005154     VALUE OF ID "RETSCHED"                                       VOLLST00
005155     DATA RECORD RS-REC.                                          VOLLST00
005156 01  RS-REC          SZ 80.                                       VOLLST00
005157     05  RS-MEDIUM       PC X.                                    VOLLST00
005158     05  FILLER          SZ 1.                                    VOLLST00
005159     05  RS-CATEGORY     PC X(8).                                 VOLLST00
005160     05  FILLER          SZ 1.                                    VOLLST00
005161     05  RS-PATTERN      PC X(7).                                 VOLLST00
005162     05  FILLER          SZ 1.                                    VOLLST00
005163     05  RS-DAYS         PC 9(3).                                 VOLLST00
005164     05  FILLER          SZ 1.                                    VOLLST00
005165     05  RS-DISP         PC X.                                    VOLLST00
005166     05  FILLER          SZ 56.                                   VOLLST00
005200 FD  REPORT-FILE                                                  VOLLST00
005300         VALUE OF ID "VOLLIST"                                    VOLLST00
005400         DATA RECORD REPORT-REC.                                  VOLLST00
006000 77  MIN-EXP                 CMP-1   PC 9(8).                     VOLLST00
006100 77  OUT-IX                  CMP-1   PC 999.                      VOLLST00
006200 77  TODAY-DAYNO             CMP-1   PC 9(8).                     VOLLST00
006210 77  PASS-LIMIT      VA 500  CMP-1   PC 9(5).                     VOLLST00
006220 77  ERROR-LIMIT     VA 50   CMP-1   PC 9(5).                     VOLLST00
006230 77  LIMIT-REPLY     VA SPACE        PC X(5).                     VOLLST00
006240 77  RETIRE-CNT      VA 0    CMP-1   PC 999.                      VOLLST00
006250 77  POOL-ADDED      VA 0    CMP-1   PC 999.                      VOLLST00
006260 77  POOL-CNT        VA 0    CMP-1   PC 999.                      VOLLST00
006270 77  MIN-KEY                         PC X(11).                    VOLLST00
006271 77  RET-FILE-STATUS VA SPACE        PC X(2).                     VOLLST00
006272 77  TR-CNT          VA 0    CMP-1   PC 99.                       VOLLST00
006273 77  TR-IX                   CMP-1   PC 99.                       VOLLST00
006274 77  TR-HIT                  CMP-1   PC 99.                       VOLLST00
006275 01  TAPE-RULES.                                                  VOLLST00
006276     05  TR-ENT  OC 20.                                           VOLLST00
006277         10  TR-FILE         PC X(8).                             VOLLST00
006278         10  TR-DAYS         PC 9(3).                             VOLLST00
006279         10  TR-DISP         PC X.                                VOLLST00
006300 01  DATE-WORK.                                                   VOLLST00
006400     05  DW-MM               PC 99.                               VOLLST00
006500     05  DW-DD               PC 99.                               VOLLST00
006600     05  DW-YY               PC 99.                               VOLLST00
006610 01  RACK-KEY.                                                    VOLLST00
006620     05  RK-RACK             PC X(5).                             VOLLST00
006630     05  RK-SERIAL           PC X(6).                             VOLLST00
006700 01  VT-TABLE.                                                    VOLLST00
006800     05  VT-ENT  OC 200.                                          VOLLST00
006900         10  VT-SERIAL       PC X(6).                             VOLLST00
007200         10  VT-DATE         PC 9(6).                             VOLLST00
007300         10  VT-SAVE         PC 9(3).                             VOLLST00
007400         10  VT-EXP    CMP   PC 9(8).                             VOLLST00
007410         10  VT-MOUNTS CMP   PC 9(5).                             VOLLST00
007420         10  VT-LAST         PC 9(6).                             VOLLST00
007430         10  VT-ERRORS CMP   PC 9(5).                             VOLLST00
007440         10  VT-POOL         PC X.                                VOLLST00
007450         10  VT-RACK         PC X(5).                             VOLLST00
007460         10  VT-LATEST       PC X.                                VOLLST00
007470         10  VT-NEW          PC X.                                VOLLST00
007480         10  VT-LOC          PC X.                                VOLLST00
007490         10  VT-CLASS        PC X.                                VOLLST00
007500         10  VT-DONE         PC X.                                VOLLST00
007600 01  TITLE-LINE      SZ 132.                                      VOLLST00
007700     05  FILLER  PC X(40) VA                                      VOLLST00
008000 01  COL-LINE        SZ 132.                                      VOLLST00
008100     05  FILLER  PC X(44) VA                                      VOLLST00
008200         "SERIAL  FILE ID   PROGRAM   DATE    SAVE    ".          VOLLST00
008210     05  FILLER  PC X(39) VA                                      VOLLST00
008220         "        MOUNTS  LAST MNT ERRORS  RETIRE".               VOLLST00
008230     05  FILLER  PC X(10) VA "  LOCATION".                        VOLLST00
008240     05  FILLER      SZ 39    VA SPACE.                           VOLLST00
008400 01  DETAIL-LINE     SZ 132.                                      VOLLST00
008500     05  DL-SERIAL   PC X(6).                                     VOLLST00
008600     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009300     05  DL-SAVE     PC ZZ9.                                      VOLLST00
009400     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009500     05  DL-FLAG     PC X(8).                                     VOLLST00
009510     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009520     05  DL-MOUNTS   PC ZZZZ9.                                    VOLLST00
009530     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009540     05  DL-LAST     PC 99/99/99.                                 VOLLST00
009550     05  DL-LAST-X REDEFINES DL-LAST PC X(8).                     VOLLST00
009560     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009570     05  DL-ERRORS   PC ZZZZ9.                                    VOLLST00
009580     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009590     05  DL-RETIRE   PC X(6).                                     VOLLST00
009591     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009592     05  DL-LOC      PC X(8).                                     VOLLST00
009593     05  FILLER      SZ 39    VA SPACE.                           VOLLST00
009601 01  POOL-TITLE      SZ 132.                                      VOLLST00
009602     05  FILLER  PC X(29) VA "SCRATCH POOL BY RACK LOCATION".     VOLLST00
009603     05  FILLER      SZ 103   VA SPACE.                           VOLLST00
009604 01  POOL-COL-LINE   SZ 132.                                      VOLLST00
009605     05  FILLER  PC X(25) VA "RACK   SERIAL  FILE ID   ".         VOLLST00
009606     05  FILLER  PC X(30) VA "WRITTEN   MOUNTS ERRORS RETIRE".    VOLLST00
009607     05  FILLER      SZ 77    VA SPACE.                           VOLLST00
009608 01  POOL-LINE       SZ 132.                                      VOLLST00
009609     05  PL-RACK     PC X(5).                                     VOLLST00
009610     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009611     05  PL-SERIAL   PC X(6).                                     VOLLST00
009612     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009613     05  PL-FILE     PC X(8).                                     VOLLST00
009614     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009615     05  PL-DATE     PC 99/99/99.                                 VOLLST00
009616     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009617     05  PL-MOUNTS   PC ZZZZ9.                                    VOLLST00
009618     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009619     05  PL-ERRORS   PC ZZZZ9.                                    VOLLST00
009620     05  FILLER      SZ 2     VA SPACE.                           VOLLST00
009621     05  PL-RETIRE   PC X(6).                                     VOLLST00
009622     05  FILLER      SZ 77    VA SPACE.                           VOLLST00
009700 PROCEDURE DIVISION.                                              VOLLST00
009800 100-LOAD.                                                        VOLLST00
009810     DISPLAY "ENTER PASS LIMIT (00000 = 500)".                    VOLLST00
009820     ACCEPT LIMIT-REPLY.                                          VOLLST00
009830     IF LIMIT-REPLY NUMERIC AND LIMIT-REPLY NOT = "00000"         VOLLST00
009840         MOVE LIMIT-REPLY TO PASS-LIMIT.                          VOLLST00
009850     MOVE SPACES TO LIMIT-REPLY.                                  VOLLST00
009860     DISPLAY "ENTER ERROR LIMIT (00000 = 50)".                    VOLLST00
009870     ACCEPT LIMIT-REPLY.                                          VOLLST00
009880     IF LIMIT-REPLY NUMERIC AND LIMIT-REPLY NOT = "00000"         VOLLST00
009890         MOVE LIMIT-REPLY TO ERROR-LIMIT.                         VOLLST00
009900     MOVE TODAYS-DATE TO DATE-WORK.                               VOLLST00
010000     COMPUTE TODAY-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.      VOLLST00
010010     PERFORM 160-LOAD-RULES THRU 160X.                            VOLLST00
010100     OPEN INPUT VOL-CATALOG.                                      VOLLST00
010200 110-READ.                                                        VOLLST00
010300     READ VOL-CATALOG AT END GO TO 120-LOADED.                    VOLLST00
011000     MOVE VC-PROGRAM TO VT-PROG (VT-CNT).                         VOLLST00
011100     MOVE VC-DATE TO VT-DATE (VT-CNT).                            VOLLST00
011200     MOVE VC-SAVE TO VT-SAVE (VT-CNT).                            VOLLST00
011300     PERFORM 170-RULE-LOOK THRU 170X.                             VOLLST00
011310     MOVE VC-DATE TO DATE-WORK.                                   VOLLST00
011400     COMPUTE VT-EXP (VT-CNT) = DW-YY * 372 + DW-MM * 31           VOLLST00
011410         + DW-DD + VT-SAVE (VT-CNT).                              VOLLST00
011420     IF TR-HIT IS GREATER THAN 0 AND TR-DISP (TR-HIT) = "K"       VOLLST00
011430         MOVE 99999999 TO VT-EXP (VT-CNT).                        VOLLST00
011510     MOVE 0 TO VT-MOUNTS (VT-CNT) VT-LAST (VT-CNT)                VOLLST00
011520         VT-ERRORS (VT-CNT).                                      VOLLST00
011530     IF VC-MOUNTS NUMERIC MOVE VC-MOUNTS TO VT-MOUNTS (VT-CNT).   VOLLST00
011540     IF VC-LAST-MOUNT NUMERIC                                     VOLLST00
011550         MOVE VC-LAST-MOUNT TO VT-LAST (VT-CNT).                  VOLLST00
011560     IF VC-ERRORS NUMERIC MOVE VC-ERRORS TO VT-ERRORS (VT-CNT).   VOLLST00
011570     MOVE VC-POOL TO VT-POOL (VT-CNT).                            VOLLST00
011580     MOVE VC-RACK TO VT-RACK (VT-CNT).                            VOLLST00
011581     MOVE VC-LOC TO VT-LOC (VT-CNT).                              VOLLST00
011582     MOVE VC-CLASS TO VT-CLASS (VT-CNT).                          VOLLST00
011590     MOVE SPACE TO VT-NEW (VT-CNT).                               VOLLST00
011600     MOVE SPACE TO VT-DONE (VT-CNT).                              VOLLST00
011700     GO TO 110-READ.                                              VOLLST00
011800 120-LOADED.                                                      VOLLST00
011900     CLOSE VOL-CATALOG.                                           VOLLST00
011910     PERFORM 130-LATEST VARYING VT-IX FROM 1 BY 1                 VOLLST00
011920         UNTIL VT-IX IS GREATER THAN VT-CNT.                      VOLLST00
011930     PERFORM 140-POOL-MARK VARYING VT-IX FROM 1 BY 1              VOLLST00
011940         UNTIL VT-IX IS GREATER THAN VT-CNT.                      VOLLST00
011950     IF POOL-ADDED IS GREATER THAN 0                              VOLLST00
011960         PERFORM 150-POOL-SAVE THRU 150X.                         VOLLST00
012000     OPEN OUTPUT REPORT-FILE.                                     VOLLST00
012100     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   VOLLST00
012200     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     VOLLST00
012300     PERFORM 200-PICK-MIN THRU 200X VT-CNT TIMES.                 VOLLST00
012310     PERFORM 300-POOL-LIST THRU 300X.                             VOLLST00
012400     CLOSE REPORT-FILE.                                           VOLLST00
012500     DISPLAY "CATALOG ENTRIES LISTED " VT-CNT.                    VOLLST00
012510     DISPLAY "REELS DUE FOR RETIREMENT " RETIRE-CNT.              VOLLST00
012520     DISPLAY "REELS RETURNED TO SCRATCH POOL " POOL-ADDED.        VOLLST00
012530     DISPLAY "REELS IN SCRATCH POOL " POOL-CNT.                   VOLLST00
012600     STOP RUN.                                                    VOLLST00
012700 200-PICK-MIN.                                                    VOLLST00
012800     NOTE  EACH PASS PULLS THE ENTRY WITH THE EARLIEST EXPIRY     VOLLST00
014100     IF TODAY-DAYNO IS GREATER THAN VT-EXP (MIN-IX)               VOLLST00
014200         MOVE "EXPIRED " TO DL-FLAG                               VOLLST00
014300     ELSE MOVE SPACES TO DL-FLAG.                                 VOLLST00
014301     IF VT-EXP (MIN-IX) = 99999999 MOVE "KEEP    " TO DL-FLAG.    VOLLST00
014302     IF VT-POOL (MIN-IX) = "P" MOVE "SCRATCH " TO DL-FLAG.        VOLLST00
014310     MOVE VT-MOUNTS (MIN-IX) TO DL-MOUNTS.                        VOLLST00
014320     MOVE VT-ERRORS (MIN-IX) TO DL-ERRORS.                        VOLLST00
014330     IF VT-LAST (MIN-IX) = 0 MOVE SPACES TO DL-LAST-X             VOLLST00
014340     ELSE MOVE VT-LAST (MIN-IX) TO DL-LAST.                       VOLLST00
014350     MOVE SPACES TO DL-RETIRE.                                    VOLLST00
014360     IF VT-MOUNTS (MIN-IX) NOT LESS THAN PASS-LIMIT               VOLLST00
014370         OR VT-ERRORS (MIN-IX) NOT LESS THAN ERROR-LIMIT          VOLLST00
014380         MOVE "RETIRE" TO DL-RETIRE                               VOLLST00
014390         ADD 1 TO RETIRE-CNT.                                     VOLLST00
014391     MOVE "RACK    " TO DL-LOC.                                   VOLLST00
014392     IF VT-LOC (MIN-IX) = "T" MOVE "TO VAULT" TO DL-LOC.          VOLLST00
014393     IF VT-LOC (MIN-IX) = "V" MOVE "VAULT   " TO DL-LOC.          VOLLST00
014394     IF VT-LOC (MIN-IX) = "B" MOVE "TO RACK " TO DL-LOC.          VOLLST00
014400     MOVE "Y" TO VT-DONE (MIN-IX).                                VOLLST00
014500     WRITE REPORT-REC FROM DETAIL-LINE.                           VOLLST00
014600 200X.   EXIT.                                                    VOLLST00
014700 210-SCAN-MIN.                                                    VOLLST00
014800     IF VT-DONE (OUT-IX) NOT = "Y"                                VOLLST00
014900         IF MIN-IX = 0 OR VT-EXP (OUT-IX) IS LESS THAN MIN-EXP    VOLLST00
015000             MOVE VT-EXP (OUT-IX) TO MIN-EXP                      VOLLST00
015100             MOVE OUT-IX TO MIN-IX.                               VOLLST00
015101 130-LATEST.                                                      VOLLST00
015102     NOTE  ONLY THE LAST ENTRY FOR A SERIAL SAYS WHAT IS ON THE   VOLLST00
015103         REEL NOW - EARLIER ENTRIES FOR IT ARE SUPERSEDED.        VOLLST00
015104     MOVE "Y" TO VT-LATEST (VT-IX).                               VOLLST00
015105     PERFORM 135-OLDER VARYING OUT-IX FROM 1 BY 1                 VOLLST00
015106         UNTIL OUT-IX = VT-IX.                                    VOLLST00
015107 135-OLDER.                                                       VOLLST00
015108     IF VT-SERIAL (OUT-IX) = VT-SERIAL (VT-IX)                    VOLLST00
015109         MOVE SPACE TO VT-LATEST (OUT-IX).                        VOLLST00
015110 140-POOL-MARK.                                                   VOLLST00
015111     NOTE  A REEL WHOSE LATEST ENTRY IS PAST ITS SAVE FACTOR      VOLLST00
015112         GOES INTO THE SCRATCH POOL UNLESS IT IS DUE FOR          VOLLST00
015113         RETIREMENT OR AWAY FROM THE RACK.                        VOLLST00
015114     IF VT-LATEST (VT-IX) = "Y" AND VT-POOL (VT-IX) NOT = "P"     VOLLST00
015115         AND VT-SERIAL (VT-IX) NOT = SPACES                       VOLLST00
015116         AND TODAY-DAYNO IS GREATER THAN VT-EXP (VT-IX)           VOLLST00
015117         AND VT-MOUNTS (VT-IX) IS LESS THAN PASS-LIMIT            VOLLST00
015118         AND VT-ERRORS (VT-IX) IS LESS THAN ERROR-LIMIT           VOLLST00
015119         AND VT-LOC (VT-IX) NOT = "T" AND VT-LOC (VT-IX) NOT = "V"VOLLST00
015120         AND VT-LOC (VT-IX) NOT = "B"                             VOLLST00
015121         MOVE "P" TO VT-POOL (VT-IX)                              VOLLST00
015122         MOVE "Y" TO VT-NEW (VT-IX)                               VOLLST00
015123         ADD 1 TO POOL-ADDED.                                     VOLLST00
015124     IF VT-POOL (VT-IX) = "P" ADD 1 TO POOL-CNT.                  VOLLST00
015125 150-POOL-SAVE.                                                   VOLLST00
015126     NOTE  FLAGS THE NEWLY POOLED ENTRIES IN VOLCAT ITSELF - THE  VOLLST00
015127         TABLE HOLDS THE FIRST 200 ENTRIES IN FILE ORDER.         VOLLST00
015128     MOVE 0 TO VT-IX.                                             VOLLST00
015129     OPEN I-O VOL-CATALOG.                                        VOLLST00
015130 155-POOL-READ.                                                   VOLLST00
015131     READ VOL-CATALOG AT END GO TO 158-POOL-END.                  VOLLST00
015132     ADD 1 TO VT-IX.                                              VOLLST00
015133     IF VT-IX IS GREATER THAN VT-CNT GO TO 158-POOL-END.          VOLLST00
015134     IF VT-NEW (VT-IX) = "Y"                                      VOLLST00
015135         MOVE "P" TO VC-POOL                                      VOLLST00
015136         REWRITE VC-REC.                                          VOLLST00
015137     GO TO 155-POOL-READ.                                         VOLLST00
015138 158-POOL-END.                                                    VOLLST00
015139     CLOSE VOL-CATALOG.                                           VOLLST00
015140 150X.   EXIT.                                                    VOLLST00
015141 300-POOL-LIST.                                                   VOLLST00
015142     NOTE  LISTS THE SCRATCH POOL IN RACK LOCATION ORDER AFTER    VOLLST00
015143         THE RACK LISTING HAS MARKED EVERY ENTRY DONE.            VOLLST00
015144     MOVE SPACES TO REPORT-REC.                                   VOLLST00
015145     WRITE REPORT-REC.                                            VOLLST00
015146     WRITE REPORT-REC FROM POOL-TITLE BEFORE ADVANCING 2 LINES.   VOLLST00
015147     WRITE REPORT-REC FROM POOL-COL-LINE BEFORE ADVANCING 2 LINES.VOLLST00
015148     IF POOL-CNT = 0                                              VOLLST00
015149         MOVE SPACES TO REPORT-REC                                VOLLST00
015150         MOVE "NONE" TO REPORT-REC                                VOLLST00
015151         WRITE REPORT-REC                                         VOLLST00
015152         GO TO 300X.                                              VOLLST00
015153     PERFORM 305-POOL-OPEN VARYING VT-IX FROM 1 BY 1              VOLLST00
015154         UNTIL VT-IX IS GREATER THAN VT-CNT.                      VOLLST00
015155     PERFORM 310-PICK-RACK THRU 310X POOL-CNT TIMES.              VOLLST00
015156 300X.   EXIT.                                                    VOLLST00
015157 305-POOL-OPEN.                                                   VOLLST00
015158     IF VT-POOL (VT-IX) = "P" MOVE SPACE TO VT-DONE (VT-IX).      VOLLST00
015159 310-PICK-RACK.                                                   VOLLST00
015160     MOVE 0 TO MIN-IX.                                            VOLLST00
015161     PERFORM 320-SCAN-RACK VARYING OUT-IX FROM 1 BY 1             VOLLST00
015162         UNTIL OUT-IX IS GREATER THAN VT-CNT.                     VOLLST00
015163     IF MIN-IX = 0 GO TO 310X.                                    VOLLST00
015164     MOVE VT-RACK (MIN-IX) TO PL-RACK.                            VOLLST00
015165     MOVE VT-SERIAL (MIN-IX) TO PL-SERIAL.                        VOLLST00
015166     MOVE VT-FILE (MIN-IX) TO PL-FILE.                            VOLLST00
015167     MOVE VT-DATE (MIN-IX) TO PL-DATE.                            VOLLST00
015168     MOVE VT-MOUNTS (MIN-IX) TO PL-MOUNTS.                        VOLLST00
015169     MOVE VT-ERRORS (MIN-IX) TO PL-ERRORS.                        VOLLST00
015170     MOVE SPACES TO PL-RETIRE.                                    VOLLST00
015171     IF VT-MOUNTS (MIN-IX) NOT LESS THAN PASS-LIMIT               VOLLST00
015172         OR VT-ERRORS (MIN-IX) NOT LESS THAN ERROR-LIMIT          VOLLST00
015173         MOVE "RETIRE" TO PL-RETIRE.                              VOLLST00
015174     MOVE "Y" TO VT-DONE (MIN-IX).                                VOLLST00
015175     WRITE REPORT-REC FROM POOL-LINE.                             VOLLST00
015176 310X.   EXIT.                                                    VOLLST00
015177 320-SCAN-RACK.                                                   VOLLST00
015178     IF VT-DONE (OUT-IX) NOT = "Y"                                VOLLST00
015179         MOVE VT-RACK (OUT-IX) TO RK-RACK                         VOLLST00
015180         MOVE VT-SERIAL (OUT-IX) TO RK-SERIAL                     VOLLST00
015181         IF MIN-IX = 0 OR RACK-KEY IS LESS THAN MIN-KEY           VOLLST00
015182             MOVE RACK-KEY TO MIN-KEY                             VOLLST00
015183             MOVE OUT-IX TO MIN-IX.                               VOLLST00
015184 160-LOAD-RULES.                                                  VOLLST00
015185     NOTE  ONLY THE TAPE RULES CONCERN THE RACK - A MISSING       VOLLST00
015186         RETSCHED LEAVES EVERY REEL ON ITS STAMPED SAVE FACTOR.   VOLLST00
015187     OPEN INPUT RET-SCHED.                                        VOLLST00
015188     IF RET-FILE-STATUS NOT = "00" GO TO 160X.                    VOLLST00
015189 165-LOAD-READ.                                                   VOLLST00
015190     READ RET-SCHED AT END GO TO 168-LOAD-DONE.                   VOLLST00
015191     IF RS-MEDIUM NOT = "T" GO TO 165-LOAD-READ.                  VOLLST00
015192     IF RS-DAYS NOT NUMERIC GO TO 165-LOAD-READ.                  VOLLST00
015193     IF TR-CNT = 20 GO TO 168-LOAD-DONE.                          VOLLST00
015194     ADD 1 TO TR-CNT.                                             VOLLST00
015195     MOVE RS-CATEGORY TO TR-FILE (TR-CNT).                        VOLLST00
015196     MOVE RS-DAYS TO TR-DAYS (TR-CNT).                            VOLLST00
015197     MOVE RS-DISP TO TR-DISP (TR-CNT).                            VOLLST00
015198     GO TO 165-LOAD-READ.                                         VOLLST00
015199 168-LOAD-DONE.                                                   VOLLST00
015200     CLOSE RET-SCHED.                                             VOLLST00
015201 160X.   EXIT.                                                    VOLLST00
015202 170-RULE-LOOK.                                                   VOLLST00
015203     MOVE 0 TO TR-HIT.                                            VOLLST00
015204     PERFORM 175-RULE-ONE VARYING TR-IX FROM 1 BY 1               VOLLST00
015205         UNTIL TR-IX IS GREATER THAN TR-CNT.                      VOLLST00
015206     IF TR-HIT IS GREATER THAN 0                                  VOLLST00
015207         MOVE TR-DAYS (TR-HIT) TO VT-SAVE (VT-CNT).               VOLLST00
015208 170X.   EXIT.                                                    VOLLST00
015209 175-RULE-ONE.                                                    VOLLST00
015210     IF TR-FILE (TR-IX) = VC-FILE-ID                              VOLLST00
015211         IF TR-HIT = 0 MOVE TR-IX TO TR-HIT.                      VOLLST00
015212 END-OF-JOB.                                                      VOLLST00
