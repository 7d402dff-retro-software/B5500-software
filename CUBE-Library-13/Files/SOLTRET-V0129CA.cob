000900   EVERY TAPE EVER MADE, BUT NOBODY COULD SAY WHICH PHYSICAL REELS      00
001000   IN THE RACK ARE PAST RETENTION AND SAFE TO SCRATCH. THIS             00
001100   PROGRAM READS SOLTINDX, COMPUTES EACH ENTRYS EXPIRY FROM             00
001200   SI-DATE AGAINST THE RETENTION FOR SOLT REELS, AND LISTS THE          00
001300   TAPES AND THE SCRATCH-ELIGIBLE TAPES IN SEPARATE SECTIONS.           00
001400   WHEN SEVERAL ENTRIES CARRY THE SAME SI-PROGRAM-ID, EVERY             00
001500   GENERATION BUT THE LATEST IS FLAGGED SUPERSEDED SO ONLY THE          00
001600   NEWEST OF EACH PROGRAM IS KEPT DELIBERATELY.                         00
001610                                                                        00
001620   THE RETENTION IS THE TAPE SOLT RULE IN THE SHARED RETENTION          00
001630   SCHEDULE RETSCHED (SEE RETMNT), SO THIS REPORT, SOLTSCR AND          00
001640   SPACEREC AGREE ON WHEN A REEL MAY BE SCRATCHED. WITH NO SUCH         00
001650   RULE THE TEN-DAY SAVE FACTOR THE TAPES ARE CUT WITH STILL            00
001660   APPLIES. A KEEP RULE MAKES EVERY REEL LIVE.                          00
001700                                                                        00
001800   DATE ARITHMETIC USES A DAY NUMBER OF YY*372 + MM*31 + DD,            00
001900   WHICH ORDERS DATES EXACTLY AND MEASURES ELAPSED DAYS TO              00
002000   WITHIN A FEW DAYS AT MONTH BOUNDARIES - CLOSE ENOUGH FOR A           00
002100   SOLT RETENTION DECISION ON A RACK OF TAPES.                          00
002200                                                                        00
002300                                                                        00
002400 IDENTIFICATION DIVISION.                                         SOLTRT00
003200 OBJECT-COMPUTER. B-5500.                                         SOLTRT00
003300 INPUT-OUTPUT SECTION.                                            SOLTRT00
003400 FILE-CONTROL.                                                    SOLTRT00
003410     SELECT SOLT-INDEX  ASSIGN TO DISK.                           SOLTRT00
003420     SELECT RET-SCHED   ASSIGN TO DISK                            SOLTRT00
003430         FILE STATUS IS RET-FILE-STATUS.                          SOLTRT00
003600     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SOLTRT00
003700 DATA DIVISION.                                                   SOLTRT00
003800 FILE SECTION.                                                    SOLTRT00
005108     05    FILLER                 SZ 1.                           SOLTRT00
005109     05    SI-SCR-INIT            PC XXX.                         SOLTRT00
005110     05    FILLER                 SZ 17.                          SOLTRT00
005111 MD  RET-SCHED                                                    SOLTRT00
005112     ACCESS SEQUENTIAL                                            SOLTRT00
005113     BLOCK CONTAINS 1 RECORDS                                     SOLTRT00
005114     VALUE OF ID "RETSCHED"                                       SOLTRT00
005115     DATA RECORD RS-REC.                                          SOLTRT00
005116 01  RS-REC          SZ 80.                                       SOLTRT00
005117     05  RS-MEDIUM       PC X.                                    SOLTRT00
005118     05  FILLER          SZ 1.                                    SOLTRT00
005119     05  RS-CATEGORY     PC X(8).                                 SOLTRT00
005120     05  FILLER          SZ 1.                                    SOLTRT00
005121     05  RS-PATTERN      PC X(7).                                 SOLTRT00
005122     05  FILLER          SZ 1.                                    SOLTRT00
005123     05  RS-DAYS         PC 9(3).                                 SOLTRT00
005124     05  FILLER          SZ 1.                                    SOLTRT00
005125     05  RS-DISP         PC X.                                    SOLTRT00
005126     05  FILLER          SZ 56.                                   SOLTRT00
005200 FD  REPORT-FILE                                                  SOLTRT00
005300         VALUE OF ID "SOLTRET"                                    SOLTRT00
005400         DATA RECORD REPORT-REC.                                  SOLTRT00
006200 77  LIVE-CNT        VA 0    CMP-1   PC 999.                      SOLTRT00
006300 77  SCRATCH-CNT     VA 0    CMP-1   PC 999.                      SOLTRT00
006400 77  SECTION-WANTED          PC X.                                SOLTRT00
006410 77  RET-FILE-STATUS VA SPACE        PC X(2).                     SOLTRT00
006420 77  SOLT-DAYS       VA 10   CMP-1   PC 9(3).                     SOLTRT00
006430 77  SOLT-DISP       VA "P"          PC X.                        SOLTRT00
006500 01  DATE-WORK.                                                   SOLTRT00
006600     05  DW-MM               PC 99.                               SOLTRT00
006700     05  DW-DD               PC 99.                               SOLTRT00
008100     05  FILLER  PC X(21) VA "LIVE TAPES (IN FORCE)".             SOLTRT00
008200     05  FILLER      SZ 111   VA SPACE.                           SOLTRT00
008300 01  SCRATCH-HEAD    SZ 132.                                      SOLTRT00
008400     05  FILLER  PC X(23)                                         SOLTRT00
008410         VA "SCRATCH-ELIGIBLE (PAST ".                            SOLTRT00
008420     05  SH-DAYS     PC ZZ9.                                      SOLTRT00
008430     05  FILLER  PC X(6)  VA " DAYS)".                            SOLTRT00
008440     05  SH-NOTE     PC X(22) VA SPACE.                           SOLTRT00
008600     05  FILLER      SZ 78    VA SPACE.                           SOLTRT00
008700 01  DETAIL-LINE     SZ 132.                                      SOLTRT00
008800     05  FILLER      SZ 2     VA SPACE.                           SOLTRT00
008900     05  DL-ID       PC X(20).                                    SOLTRT00
010300 100-LOAD.                                                        SOLTRT00
010400     MOVE TODAYS-DATE TO DATE-WORK.                               SOLTRT00
010500     COMPUTE TODAY-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.      SOLTRT00
010510     PERFORM 150-RETENTION THRU 150X.                             SOLTRT00
010600     OPEN INPUT SOLT-INDEX.                                       SOLTRT00
010700 110-READ.                                                        SOLTRT00
010800     READ SOLT-INDEX AT END GO TO 120-LOADED.                     SOLTRT00
014100     WRITE REPORT-REC FROM COUNT-LINE.                            SOLTRT00
014200     CLOSE REPORT-FILE.                                           SOLTRT00
014300     STOP RUN.                                                    SOLTRT00
014301 150-RETENTION.                                                   SOLTRT00
014302     OPEN INPUT RET-SCHED.                                        SOLTRT00
014303     IF RET-FILE-STATUS NOT = "00" GO TO 158-RET-SET.             SOLTRT00
014304 155-RET-READ.                                                    SOLTRT00
014305     READ RET-SCHED AT END GO TO 157-RET-DONE.                    SOLTRT00
014306     IF RS-MEDIUM NOT = "T" GO TO 155-RET-READ.                   SOLTRT00
014307     IF RS-CATEGORY NOT = "SOLT    " GO TO 155-RET-READ.          SOLTRT00
014308     IF RS-DAYS NOT NUMERIC GO TO 155-RET-READ.                   SOLTRT00
014309     MOVE RS-DAYS TO SOLT-DAYS.                                   SOLTRT00
014310     MOVE RS-DISP TO SOLT-DISP.                                   SOLTRT00
014311 157-RET-DONE.                                                    SOLTRT00
014312     CLOSE RET-SCHED.                                             SOLTRT00
014313 158-RET-SET.                                                     SOLTRT00
014314     MOVE SOLT-DAYS TO SH-DAYS.                                   SOLTRT00
014315     IF SOLT-DISP = "K" MOVE " - RETSCHED KEEP RULE" TO SH-NOTE.  SOLTRT00
014316 150X.   EXIT.                                                    SOLTRT00
014400 200-MARK-SUPER.                                                  SOLTRT00
014500     PERFORM 210-SUPER-SCAN VARYING ENT-JX FROM 1 BY 1            SOLTRT00
014600         UNTIL ENT-JX IS GREATER THAN ENT-CNT.                    SOLTRT00
015200                 EN-DAYNO (ENT-IX)                                SOLTRT00
015300                     MOVE "Y" TO EN-SUPER (ENT-IX).               SOLTRT00
015400 300-PRINT-ONE.                                                   SOLTRT00
015410     COMPUTE EXPIRE-DAYNO = EN-DAYNO (ENT-IX) + SOLT-DAYS.        SOLTRT00
015420     IF SOLT-DISP = "K" MOVE 99999999 TO EXPIRE-DAYNO.            SOLTRT00
015600     IF SECTION-WANTED = "S"                                      SOLTRT00
015700         IF TODAY-DAYNO IS GREATER THAN EXPIRE-DAYNO              SOLTRT00
015800             NEXT SENTENCE                                        SOLTRT00
