000100AUDVERF     000161CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  THE SHARED AUDIT TRAIL AUDITTRL IS THE LIBRARYS OFFICIAL RECORD       00
000900  OF WHO RAN WHAT. EVERY WRITER APPENDS BY KEYED WRITE BEHIND THE       00
001000  CONTROL RECORD IN SLOT 1 AND FOLDS EACH EVENT INTO A RUNNING          00
001100  HASH TOTAL KEPT IN THAT CONTROL RECORD - EVERY CHARACTER OF THE       00
001200  EVENT WEIGHTED BY ITS COLUMN, PLUS THE SLOT NUMBER. AUDARCH           00
001300  CARRIES THE SAME KIND OF TOTAL, AND THE EVENT COUNT, ON THE           00
001400  HEADER OF EACH AUDTAPE REEL IT WRITES. THIS PROGRAM PROVES THE        00
001500  TRAIL AND/OR A REEL COMPLETE AND UNALTERED, LISTING AS AN             00
001600  EXCEPTION -                                                           00
001700     AN EMPTY SLOT BELOW THE CONTROL POINTER,                           00
001800     AN EVENT IN OR BEYOND THE SLOT THE POINTER NAMES AS FREE,          00
001900     A CONTROL POINTER THAT DISAGREES WITH THE LAST USED SLOT,          00
002000     A GARBLED EVENT (NO PROGRAM NAME, NO EVENT, A DATE OR TIME         00
002100     THAT IS NOT NUMERIC OR NOT A REAL DATE OR TIME OF DAY),            00
002200     AN EVENT DATED EARLIER THAN THE ONE BEFORE IT,                     00
002300     A REEL WITHOUT ITS AUDARCH HEADER, OR WHOSE EVENT COUNT            00
002400     DISAGREES WITH THE HEADER,                                         00
002500     A HASH TOTAL THAT DISAGREES WITH THE CONTROL RECORD OR THE         00
002600     REEL HEADER - THE TRAIL OR REEL HAS BEEN EDITED,                   00
002700     A CONTROL RECORD OR REEL HEADER CARRYING NO HASH TOTAL AT          00
002800     ALL (WRITTEN BEFORE THE HASH WAS INTRODUCED, OR BLANKED).          00
002900  THE LAST LINE SAYS WHETHER EVERYTHING ASKED FOR WAS PROVED.           00
003000                                                                        00
003100  TWO REPLIES AT START-UP - Y TO VERIFY THE LIVE AUDITTRL, AND          00
003200  Y TO VERIFY AN AUDTAPE REEL (MOUNTED BEFORE REPLYING). THE RUN        00
003300  ONLY READS - NOTHING ON THE TRAIL OR THE REEL IS CHANGED.             00
003400                                                                        00
003500                                                                        00
003600 IDENTIFICATION DIVISION.                                         AUDVRF00
003700 PROGRAM-ID. AUDIT TRAIL VERIFICATION "AUDVERF".                  AUDVRF00
003800 DATE-COMPILED.                                                   AUDVRF00
003900 REMARKS. PROVES THE SHARED AUDIT TRAIL AND ARCHIVED AUDTAPE      AUDVRF00
004000     REELS COMPLETE AND UNALTERED FROM THEIR RUNNING HASH TOTALS. AUDVRF00
004100 ENVIRONMENT DIVISION.                                            AUDVRF00
004200 CONFIGURATION SECTION.                                           AUDVRF00
004300 SOURCE-COMPUTER. B-5500.                                         AUDVRF00
004400 OBJECT-COMPUTER. B-5500.                                         AUDVRF00
004500 INPUT-OUTPUT SECTION.                                            AUDVRF00
004600 FILE-CONTROL.                                                    AUDVRF00
004700     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           AUDVRF00
004800     SELECT ARCH-TAPE   ASSIGN TO TAPE.                           AUDVRF00
004900     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   AUDVRF00
005000 DATA DIVISION.                                                   AUDVRF00
005100 FILE SECTION.                                                    AUDVRF00
005200 MD  AUDIT-TRAIL                                                  AUDVRF00
005300         ACCESS SEQUENTIAL                                        AUDVRF00
005400         BLOCK CONTAINS 1 RECORDS                                 AUDVRF00
005500         VALUE OF ID "AUDITTRL"                                   AUDVRF00
005600         DATA RECORDS AUDIT-REC AUDIT-CTL.                        AUDVRF00
005700 01  AUDIT-REC       SZ 44.                                       AUDVRF00
005800 01  AUDIT-CTL.                                                   AUDVRF00
005900     05  AC-NEXT-SLOT    PC 9(8).                                 AUDVRF00
006000     05  AC-HASH         PC 9(9).                                 AUDVRF00
006100     05  FILLER          SZ 27.                                   AUDVRF00
006200 FD  ARCH-TAPE                                                    AUDVRF00
006300         LABEL RECORD STANDARD                                    AUDVRF00
006400         VALUE OF ID "AUDTAPE"                                    AUDVRF00
006500         DATA RECORDS ARCHREC ARCH-HEADER.                        AUDVRF00
006600 01  ARCHREC         SZ 44.                                       AUDVRF00
006700     05  AR-PROGRAM      PC X(8).                                 AUDVRF00
006800     05  FILLER          SZ 10.                                   AUDVRF00
006900     05  AR-EVENT        PC X(8).                                 AUDVRF00
007000     05  FILLER          SZ 18.                                   AUDVRF00
007100 01  ARCH-HEADER.                                                 AUDVRF00
007200     05  AH-PROGRAM      PC X(8).                                 AUDVRF00
007300     05  AH-DATE         PC 9(6).                                 AUDVRF00
007400     05  FILLER          SZ 12.                                   AUDVRF00
007500     05  AH-HASH         PC 9(9).                                 AUDVRF00
007600     05  AH-COUNT        PC 9(8).                                 AUDVRF00
007700     05  FILLER          SZ 1.                                    AUDVRF00
007800 FD  REPORT-FILE                                                  AUDVRF00
007900         VALUE OF ID "AUDVERF"                                    AUDVRF00
008000         DATA RECORD REPORT-REC.                                  AUDVRF00
008100 01  REPORT-REC      SZ 132.                                      AUDVRF00
008200 WORKING-STORAGE SECTION.                                         AUDVRF00
008300 77  LIVE-REPLY                      PC X.                        AUDVRF00
008400 77  REEL-REPLY                      PC X.                        AUDVRF00
008500 77  SLOT-NO         VA 0    CMP-1   PC 9(8).                     AUDVRF00
008600 77  LAST-USED       VA 0    CMP-1   PC 9(8).                     AUDVRF00
008700 77  CTL-NEXT        VA 0    CMP-1   PC 9(8).                     AUDVRF00
008800 77  CTL-HASH        VA 0    CMP-1   PC 9(9).                     AUDVRF00
008900 77  CTL-HASH-SW     VA 0    CMP-1   PC 9.                        AUDVRF00
009000 77  RUN-HASH        VA 0    CMP-1   PC 9(9).                     AUDVRF00
009100 77  EVENT-COUNT     VA 0    CMP-1   PC 9(8).                     AUDVRF00
009200 77  EXCEPT-COUNT    VA 0    CMP-1   PC 9(6).                     AUDVRF00
009300 77  EXCEPT-ALL      VA 0    CMP-1   PC 9(6).                     AUDVRF00
009400 77  PREV-DAYNO      VA 0    CMP-1   PC 9(6).                     AUDVRF00
009500 77  EV-DAYNO                CMP-1   PC 9(6).                     AUDVRF00
009600 77  GARBLE-SW               CMP-1   PC 9.                        AUDVRF00
009700 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     AUDVRF00
009800 77  AU-KEY                  CMP-1   PC 9(8).                     AUDVRF00
009900 77  AU-REC-SUM              CMP-1   PC 9(6).                     AUDVRF00
010000 77  AU-CX                   CMP-1   PC 99.                       AUDVRF00
010100 77  AU-TX                   CMP-1   PC 99.                       AUDVRF00
010200 77  AU-CODE                 CMP-1   PC 99.                       AUDVRF00
010300 01  AUDIT-WORK.                                                  AUDVRF00
010400     05  AW-PROGRAM      PC X(8).                                 AUDVRF00
010500     05  AW-DATE         PC 9(6).                                 AUDVRF00
010600     05  AW-DATE-R REDEFINES AW-DATE.                             AUDVRF00
010700         10  AW-MM           PC 99.                               AUDVRF00
010800         10  AW-DD           PC 99.                               AUDVRF00
010900         10  AW-YY           PC 99.                               AUDVRF00
011000     05  AW-TIME         PC 9(4).                                 AUDVRF00
011100     05  AW-TIME-R REDEFINES AW-TIME.                             AUDVRF00
011200         10  AW-HH           PC 99.                               AUDVRF00
011300         10  AW-MI           PC 99.                               AUDVRF00
011400     05  AW-EVENT        PC X(8).                                 AUDVRF00
011500     05  AW-RESULT       PC X(8).                                 AUDVRF00
011600     05  AW-RUN-ID       PC X(7).                                 AUDVRF00
011700     05  AW-OPERATOR     PC X(3).                                 AUDVRF00
011800 01  AU-HASH-REC.                                                 AUDVRF00
011900     05  AU-HC       OC 44   PC X.                                AUDVRF00
012000 01  AU-CHAR-SET.                                                 AUDVRF00
012100     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          AUDVRF00
012200     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          AUDVRF00
012300 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           AUDVRF00
012400     05  AU-CHAR     OC 48   PC X.                                AUDVRF00
012500 01  TITLE-LINE      SZ 132.                                      AUDVRF00
012600     05  FILLER  PC X(40) VA                                      AUDVRF00
012700         "AUDIT TRAIL VERIFICATION       RUN DATE ".              AUDVRF00
012800     05  TL-DATE     PC 9(6).                                     AUDVRF00
012900     05  FILLER      SZ 86    VA SPACE.                           AUDVRF00
013000 01  PART-LINE       SZ 132.                                      AUDVRF00
013100     05  PL-TEXT     PC X(60).                                    AUDVRF00
013200     05  FILLER      SZ 72    VA SPACE.                           AUDVRF00
013300 01  COL-LINE        SZ 132.                                      AUDVRF00
013400     05  FILLER  PC X(30) VA "    SLOT  EXCEPTION           ".    AUDVRF00
013500     05  FILLER  PC X(30) VA "                      EVENT AS".    AUDVRF00
013600     05  FILLER  PC X(9)  VA " RECORDED".                         AUDVRF00
013700     05  FILLER      SZ 63    VA SPACE.                           AUDVRF00
013800 01  EXCEPT-LINE     SZ 132.                                      AUDVRF00
013900     05  EL-SLOT     PC ZZZZZZZ9.                                 AUDVRF00
014000     05  FILLER      SZ 2     VA SPACE.                           AUDVRF00
014100     05  EL-TEXT     PC X(40).                                    AUDVRF00
014200     05  FILLER      SZ 2     VA SPACE.                           AUDVRF00
014300     05  EL-RECORD   PC X(44).                                    AUDVRF00
014400     05  FILLER      SZ 36    VA SPACE.                           AUDVRF00
014500 01  HASH-LINE       SZ 132.                                      AUDVRF00
014600     05  HL-TEXT     PC X(24).                                    AUDVRF00
014700     05  HL-HASH     PC 9(9).                                     AUDVRF00
014800     05  FILLER  PC X(20) VA "   RECOMPUTED HASH  ".              AUDVRF00
014900     05  HL-RUN      PC 9(9).                                     AUDVRF00
015000     05  FILLER  PC X(10) VA "   EVENTS ".                        AUDVRF00
015100     05  HL-COUNT    PC ZZZZZZZ9.                                 AUDVRF00
015200     05  FILLER      SZ 52    VA SPACE.                           AUDVRF00
015300 01  SUM-LINE        SZ 132.                                      AUDVRF00
015400     05  SL-TEXT     PC X(40).                                    AUDVRF00
015500     05  SL-COUNT    PC ZZZZZ9.                                   AUDVRF00
015600     05  FILLER      SZ 86    VA SPACE.                           AUDVRF00
015700 01  BLANK-LINE      SZ 132   VA SPACE.                           AUDVRF00
015800 PROCEDURE DIVISION.                                              AUDVRF00
015900 100-BEGIN.                                                       AUDVRF00
016000     DISPLAY "VERIFY THE LIVE AUDITTRL (Y/N)".                    AUDVRF00
016100     ACCEPT LIVE-REPLY.                                           AUDVRF00
016200     DISPLAY "VERIFY AN AUDTAPE REEL - MOUNT IT FIRST (Y/N)".     AUDVRF00
016300     ACCEPT REEL-REPLY.                                           AUDVRF00
016400     OPEN OUTPUT REPORT-FILE.                                     AUDVRF00
016500     MOVE TODAYS-DATE TO TL-DATE.                                 AUDVRF00
016600     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   AUDVRF00
016700     IF LIVE-REPLY = "Y" PERFORM 200-TRAIL THRU 290-TRAIL-X.      AUDVRF00
016800     IF REEL-REPLY = "Y" PERFORM 300-REEL THRU 390-REEL-X.        AUDVRF00
016900     WRITE REPORT-REC FROM BLANK-LINE.                            AUDVRF00
017000     MOVE SPACES TO SUM-LINE.                                     AUDVRF00
017100     MOVE "TOTAL EXCEPTIONS" TO SL-TEXT.                          AUDVRF00
017200     MOVE EXCEPT-ALL TO SL-COUNT.                                 AUDVRF00
017300     WRITE REPORT-REC FROM SUM-LINE.                              AUDVRF00
017400     MOVE SPACES TO PART-LINE.                                    AUDVRF00
017500     MOVE "*** NOT PROVED - SEE EXCEPTIONS ABOVE ***" TO PL-TEXT. AUDVRF00
017600     IF EXCEPT-ALL = 0                                            AUDVRF00
017700         MOVE "ALL VERIFIED - COMPLETE AND UNALTERED" TO PL-TEXT. AUDVRF00
017800     IF LIVE-REPLY NOT = "Y" AND REEL-REPLY NOT = "Y"             AUDVRF00
017900         MOVE "NOTHING ASKED FOR - NOTHING VERIFIED" TO PL-TEXT.  AUDVRF00
018000     WRITE REPORT-REC FROM PART-LINE.                             AUDVRF00
018100     CLOSE REPORT-FILE.                                           AUDVRF00
018200     DISPLAY PL-TEXT.                                             AUDVRF00
018300     STOP RUN.                                                    AUDVRF00
018400 200-TRAIL.                                                       AUDVRF00
018500     NOTE  SLOT 1 IS THE CONTROL RECORD. EVERY SLOT FROM 2 UP TO  AUDVRF00
018600         THE ONE BEFORE THE POINTER MUST HOLD A WELL-FORMED EVENT,AUDVRF00
018700         AND NOTHING MAY LIE AT OR BEYOND THE POINTER.            AUDVRF00
018800     MOVE SPACES TO PART-LINE.                                    AUDVRF00
018900     MOVE "LIVE AUDIT TRAIL AUDITTRL" TO PL-TEXT.                 AUDVRF00
019000     WRITE REPORT-REC FROM PART-LINE BEFORE ADVANCING 2 LINES.    AUDVRF00
019100     WRITE REPORT-REC FROM COL-LINE.                              AUDVRF00
019200     MOVE 0 TO SLOT-NO.                                           AUDVRF00
019300     MOVE 0 TO LAST-USED.                                         AUDVRF00
019400     MOVE 0 TO EXCEPT-COUNT.                                      AUDVRF00
019500     MOVE 0 TO EVENT-COUNT.                                       AUDVRF00
019600     MOVE 0 TO RUN-HASH.                                          AUDVRF00
019700     MOVE 0 TO PREV-DAYNO.                                        AUDVRF00
019800     OPEN INPUT AUDIT-TRAIL.                                      AUDVRF00
019900     READ AUDIT-TRAIL AT END                                      AUDVRF00
020000         MOVE "AUDITTRL IS EMPTY - NO CONTROL RECORD" TO EL-TEXT  AUDVRF00
020100         MOVE SPACES TO EL-RECORD                                 AUDVRF00
020200         PERFORM 800-EXCEPTION THRU 800X                          AUDVRF00
020300         GO TO 250-TRAIL-DONE.                                    AUDVRF00
020400     MOVE 1 TO SLOT-NO.                                           AUDVRF00
020500     MOVE 2 TO CTL-NEXT.                                          AUDVRF00
020600     MOVE 0 TO CTL-HASH-SW.                                       AUDVRF00
020700     IF AC-NEXT-SLOT IS NUMERIC                                   AUDVRF00
020800         MOVE AC-NEXT-SLOT TO CTL-NEXT                            AUDVRF00
020900     ELSE                                                         AUDVRF00
021000         MOVE "CONTROL POINTER NOT NUMERIC" TO EL-TEXT            AUDVRF00
021100         MOVE AUDIT-REC TO EL-RECORD                              AUDVRF00
021200         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
021300     IF AC-HASH IS NUMERIC                                        AUDVRF00
021400         MOVE AC-HASH TO CTL-HASH                                 AUDVRF00
021500         MOVE 1 TO CTL-HASH-SW                                    AUDVRF00
021600     ELSE                                                         AUDVRF00
021700         MOVE "CONTROL RECORD CARRIES NO HASH TOTAL" TO EL-TEXT   AUDVRF00
021800         MOVE AUDIT-REC TO EL-RECORD                              AUDVRF00
021900         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
022000 210-TRAIL-READ.                                                  AUDVRF00
022100     READ AUDIT-TRAIL AT END GO TO 250-TRAIL-DONE.                AUDVRF00
022200     ADD 1 TO SLOT-NO.                                            AUDVRF00
022300     IF AUDIT-REC NOT = SPACES GO TO 220-TRAIL-USED.              AUDVRF00
022400     IF SLOT-NO IS LESS THAN CTL-NEXT                             AUDVRF00
022500         MOVE "EMPTY SLOT BELOW THE CONTROL POINTER" TO EL-TEXT   AUDVRF00
022600         MOVE SPACES TO EL-RECORD                                 AUDVRF00
022700         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
022800     GO TO 210-TRAIL-READ.                                        AUDVRF00
022900 220-TRAIL-USED.                                                  AUDVRF00
023000     MOVE SLOT-NO TO LAST-USED.                                   AUDVRF00
023100     IF SLOT-NO IS NOT LESS THAN CTL-NEXT                         AUDVRF00
023200         MOVE "EVENT AT OR BEYOND THE CONTROL POINTER" TO EL-TEXT AUDVRF00
023300         MOVE AUDIT-REC TO EL-RECORD                              AUDVRF00
023400         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
023500     MOVE AUDIT-REC TO AUDIT-WORK.                                AUDVRF00
023600     PERFORM 700-CHECK-EVENT THRU 700X.                           AUDVRF00
023700     MOVE AUDIT-REC TO AU-HASH-REC.                               AUDVRF00
023800     MOVE RUN-HASH TO AU-HASH.                                    AUDVRF00
023900     MOVE SLOT-NO TO AU-KEY.                                      AUDVRF00
024000     PERFORM 900-HASH-EVENT THRU 930-HASH-X.                      AUDVRF00
024100     MOVE AU-HASH TO RUN-HASH.                                    AUDVRF00
024200     GO TO 210-TRAIL-READ.                                        AUDVRF00
024300 250-TRAIL-DONE.                                                  AUDVRF00
024400     CLOSE AUDIT-TRAIL.                                           AUDVRF00
024500     IF SLOT-NO = 0 GO TO 280-TRAIL-SUM.                          AUDVRF00
024600     IF LAST-USED = 0 MOVE 1 TO LAST-USED.                        AUDVRF00
024700     IF LAST-USED + 1 NOT = CTL-NEXT                              AUDVRF00
024800         MOVE 0 TO SLOT-NO                                        AUDVRF00
024900         MOVE "POINTER DISAGREES WITH LAST USED SLOT" TO EL-TEXT  AUDVRF00
025000         MOVE SPACES TO EL-RECORD                                 AUDVRF00
025100         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
025200     IF CTL-HASH-SW = 0 GO TO 280-TRAIL-SUM.                      AUDVRF00
025300     IF RUN-HASH NOT = CTL-HASH                                   AUDVRF00
025400         MOVE 0 TO SLOT-NO                                        AUDVRF00
025500         MOVE "HASH TOTAL DISAGREES - TRAIL ALTERED" TO EL-TEXT   AUDVRF00
025600         MOVE SPACES TO EL-RECORD                                 AUDVRF00
025700         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
025800 280-TRAIL-SUM.                                                   AUDVRF00
025900     MOVE "CONTROL RECORD HASH    " TO HL-TEXT.                   AUDVRF00
026000     MOVE CTL-HASH TO HL-HASH.                                    AUDVRF00
026100     MOVE RUN-HASH TO HL-RUN.                                     AUDVRF00
026200     MOVE EVENT-COUNT TO HL-COUNT.                                AUDVRF00
026300     WRITE REPORT-REC FROM BLANK-LINE.                            AUDVRF00
026400     WRITE REPORT-REC FROM HASH-LINE.                             AUDVRF00
026500     MOVE SPACES TO SUM-LINE.                                     AUDVRF00
026600     MOVE "EXCEPTIONS ON THE LIVE TRAIL" TO SL-TEXT.              AUDVRF00
026700     MOVE EXCEPT-COUNT TO SL-COUNT.                               AUDVRF00
026800     WRITE REPORT-REC FROM SUM-LINE BEFORE ADVANCING 2 LINES.     AUDVRF00
026900 290-TRAIL-X.                                                     AUDVRF00
027000     EXIT.                                                        AUDVRF00
027100 300-REEL.                                                        AUDVRF00
027200     NOTE  THE FIRST RECORD MUST BE THE AUDARCH HEADER. EACH      AUDVRF00
027300         EVENT BEHIND IT IS NUMBERED BY ITS PLACE ON THE REEL,    AUDVRF00
027400         THE HEADER BEING 1, AS AUDARCH NUMBERED THEM.            AUDVRF00
027500     MOVE SPACES TO PART-LINE.                                    AUDVRF00
027600     MOVE "ARCHIVED AUDIT REEL AUDTAPE" TO PL-TEXT.               AUDVRF00
027700     WRITE REPORT-REC FROM PART-LINE BEFORE ADVANCING 2 LINES.    AUDVRF00
027800     WRITE REPORT-REC FROM COL-LINE.                              AUDVRF00
027900     MOVE 0 TO SLOT-NO.                                           AUDVRF00
028000     MOVE 0 TO EXCEPT-COUNT.                                      AUDVRF00
028100     MOVE 0 TO EVENT-COUNT.                                       AUDVRF00
028200     MOVE 0 TO RUN-HASH.                                          AUDVRF00
028300     MOVE 0 TO PREV-DAYNO.                                        AUDVRF00
028400     MOVE 0 TO CTL-HASH-SW.                                       AUDVRF00
028500     MOVE 0 TO CTL-HASH.                                          AUDVRF00
028600     MOVE 0 TO CTL-NEXT.                                          AUDVRF00
028700     OPEN INPUT ARCH-TAPE.                                        AUDVRF00
028800     READ ARCH-TAPE AT END                                        AUDVRF00
028900         MOVE "REEL IS EMPTY - NO AUDARCH HEADER" TO EL-TEXT      AUDVRF00
029000         MOVE SPACES TO EL-RECORD                                 AUDVRF00
029100         PERFORM 800-EXCEPTION THRU 800X                          AUDVRF00
029200         GO TO 350-REEL-DONE.                                     AUDVRF00
029300     MOVE 1 TO SLOT-NO.                                           AUDVRF00
029400     IF AH-PROGRAM = "AUDARCH " AND AR-EVENT = SPACES             AUDVRF00
029500         GO TO 305-REEL-HEADER.                                   AUDVRF00
029600     MOVE "FIRST RECORD IS NOT THE AUDARCH HEADER" TO EL-TEXT.    AUDVRF00
029700     MOVE ARCHREC TO EL-RECORD.                                   AUDVRF00
029800     PERFORM 800-EXCEPTION THRU 800X.                             AUDVRF00
029900     GO TO 320-REEL-USED.                                         AUDVRF00
030000 305-REEL-HEADER.                                                 AUDVRF00
030100     IF AH-COUNT IS NUMERIC MOVE AH-COUNT TO CTL-NEXT.            AUDVRF00
030200     IF AH-HASH IS NUMERIC AND AH-COUNT IS NUMERIC                AUDVRF00
030300         MOVE AH-HASH TO CTL-HASH                                 AUDVRF00
030400         MOVE 1 TO CTL-HASH-SW                                    AUDVRF00
030500     ELSE                                                         AUDVRF00
030600         MOVE "REEL HEADER CARRIES NO HASH TOTAL" TO EL-TEXT      AUDVRF00
030700         MOVE ARCHREC TO EL-RECORD                                AUDVRF00
030800         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
030900 310-REEL-READ.                                                   AUDVRF00
031000     READ ARCH-TAPE AT END GO TO 350-REEL-DONE.                   AUDVRF00
031100     ADD 1 TO SLOT-NO.                                            AUDVRF00
031200 320-REEL-USED.                                                   AUDVRF00
031300     MOVE ARCHREC TO AUDIT-WORK.                                  AUDVRF00
031400     PERFORM 700-CHECK-EVENT THRU 700X.                           AUDVRF00
031500     MOVE ARCHREC TO AU-HASH-REC.                                 AUDVRF00
031600     MOVE RUN-HASH TO AU-HASH.                                    AUDVRF00
031700     MOVE SLOT-NO TO AU-KEY.                                      AUDVRF00
031800     PERFORM 900-HASH-EVENT THRU 930-HASH-X.                      AUDVRF00
031900     MOVE AU-HASH TO RUN-HASH.                                    AUDVRF00
032000     GO TO 310-REEL-READ.                                         AUDVRF00
032100 350-REEL-DONE.                                                   AUDVRF00
032200     CLOSE ARCH-TAPE.                                             AUDVRF00
032300     IF CTL-HASH-SW = 0 GO TO 380-REEL-SUM.                       AUDVRF00
032400     MOVE 0 TO SLOT-NO.                                           AUDVRF00
032500     IF EVENT-COUNT NOT = CTL-NEXT                                AUDVRF00
032600         MOVE "EVENT COUNT DISAGREES WITH REEL HEADER" TO EL-TEXT AUDVRF00
032700         MOVE SPACES TO EL-RECORD                                 AUDVRF00
032800         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
032900     IF RUN-HASH NOT = CTL-HASH                                   AUDVRF00
033000         MOVE "HASH TOTAL DISAGREES - REEL ALTERED" TO EL-TEXT    AUDVRF00
033100         MOVE SPACES TO EL-RECORD                                 AUDVRF00
033200         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
033300 380-REEL-SUM.                                                    AUDVRF00
033400     MOVE "REEL HEADER HASH       " TO HL-TEXT.                   AUDVRF00
033500     MOVE CTL-HASH TO HL-HASH.                                    AUDVRF00
033600     MOVE RUN-HASH TO HL-RUN.                                     AUDVRF00
033700     MOVE EVENT-COUNT TO HL-COUNT.                                AUDVRF00
033800     WRITE REPORT-REC FROM BLANK-LINE.                            AUDVRF00
033900     WRITE REPORT-REC FROM HASH-LINE.                             AUDVRF00
034000     MOVE SPACES TO SUM-LINE.                                     AUDVRF00
034100     MOVE "EXCEPTIONS ON THE REEL" TO SL-TEXT.                    AUDVRF00
034200     MOVE EXCEPT-COUNT TO SL-COUNT.                               AUDVRF00
034300     WRITE REPORT-REC FROM SUM-LINE BEFORE ADVANCING 2 LINES.     AUDVRF00
034400 390-REEL-X.                                                      AUDVRF00
034500     EXIT.                                                        AUDVRF00
034600 700-CHECK-EVENT.                                                 AUDVRF00
034700     NOTE  A WELL-FORMED EVENT HAS A PROGRAM NAME, AN EVENT, A    AUDVRF00
034800         REAL MMDDYY DATE AND A REAL HHMM TIME, AND IS DATED NO   AUDVRF00
034900         EARLIER THAN THE EVENT BEFORE IT.                        AUDVRF00
035000     ADD 1 TO EVENT-COUNT.                                        AUDVRF00
035100     MOVE 0 TO GARBLE-SW.                                         AUDVRF00
035200     IF AW-PROGRAM = SPACES OR AW-PROGRAM IS NUMERIC              AUDVRF00
035300         MOVE 1 TO GARBLE-SW.                                     AUDVRF00
035400     IF AW-EVENT = SPACES MOVE 1 TO GARBLE-SW.                    AUDVRF00
035500     IF AW-TIME IS NOT NUMERIC MOVE 1 TO GARBLE-SW.               AUDVRF00
035600     IF AW-TIME IS NUMERIC                                        AUDVRF00
035700         IF AW-HH IS GREATER THAN 23 OR AW-MI IS GREATER THAN 59  AUDVRF00
035800             MOVE 1 TO GARBLE-SW.                                 AUDVRF00
035900     IF AW-DATE IS NOT NUMERIC GO TO 710-GARBLED.                 AUDVRF00
036000     IF AW-MM = 0 OR AW-MM IS GREATER THAN 12 GO TO 710-GARBLED.  AUDVRF00
036100     IF AW-DD = 0 OR AW-DD IS GREATER THAN 31 GO TO 710-GARBLED.  AUDVRF00
036200     IF GARBLE-SW = 1 PERFORM 720-GARBLED-PUT THRU 720X.          AUDVRF00
036300     COMPUTE EV-DAYNO = AW-YY * 372 + AW-MM * 31 + AW-DD.         AUDVRF00
036400     IF EV-DAYNO IS LESS THAN PREV-DAYNO                          AUDVRF00
036500         MOVE "EVENT DATED EARLIER THAN THE ONE BEFORE" TO EL-TEXTAUDVRF00
036600         MOVE AUDIT-WORK TO EL-RECORD                             AUDVRF00
036700         PERFORM 800-EXCEPTION THRU 800X.                         AUDVRF00
036800     MOVE EV-DAYNO TO PREV-DAYNO.                                 AUDVRF00
036900     GO TO 700X.                                                  AUDVRF00
037000 710-GARBLED.                                                     AUDVRF00
037100     PERFORM 720-GARBLED-PUT THRU 720X.                           AUDVRF00
037200 700X.   EXIT.                                                    AUDVRF00
037300 720-GARBLED-PUT.                                                 AUDVRF00
037400     MOVE "GARBLED EVENT RECORD" TO EL-TEXT.                      AUDVRF00
037500     MOVE AUDIT-WORK TO EL-RECORD.                                AUDVRF00
037600     PERFORM 800-EXCEPTION THRU 800X.                             AUDVRF00
037700 720X.   EXIT.                                                    AUDVRF00
037800 800-EXCEPTION.                                                   AUDVRF00
037900     MOVE SLOT-NO TO EL-SLOT.                                     AUDVRF00
038000     WRITE REPORT-REC FROM EXCEPT-LINE.                           AUDVRF00
038100     ADD 1 TO EXCEPT-COUNT.                                       AUDVRF00
038200     ADD 1 TO EXCEPT-ALL.                                         AUDVRF00
038300 800X.   EXIT.                                                    AUDVRF00
038400 900-HASH-EVENT.                                                  AUDVRF00
038500     NOTE  THE SAME HASH THE WRITERS FOLD INTO THE CONTROL        AUDVRF00
038600         RECORD - EACH CHARACTER WEIGHTED BY ITS COLUMN, PLUS     AUDVRF00
038700         THE SLOT NUMBER IN AU-KEY. THE CALLER LEAVES THE EVENT   AUDVRF00
038800         IN AU-HASH-REC.                                          AUDVRF00
038900     MOVE 0 TO AU-REC-SUM.                                        AUDVRF00
039000     PERFORM 910-HASH-CHAR VARYING AU-CX FROM 1 BY 1              AUDVRF00
039100         UNTIL AU-CX IS GREATER THAN 44.                          AUDVRF00
039200     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       AUDVRF00
039300         MOD 999999937.                                           AUDVRF00
039400     GO TO 930-HASH-X.                                            AUDVRF00
039500 910-HASH-CHAR.                                                   AUDVRF00
039600     MOVE 49 TO AU-CODE.                                          AUDVRF00
039700     PERFORM 920-HASH-LOOK VARYING AU-TX FROM 1 BY 1              AUDVRF00
039800         UNTIL AU-TX IS GREATER THAN 48.                          AUDVRF00
039900     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           AUDVRF00
040000 920-HASH-LOOK.                                                   AUDVRF00
040100     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    AUDVRF00
040200 930-HASH-X.                                                      AUDVRF00
040300     EXIT.                                                        AUDVRF00
040400 END-OF-JOB.                                                      AUDVRF00
