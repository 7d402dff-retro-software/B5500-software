000100SVCRPT      000173CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  WHEN THE CUSTOMER ENGINEER SERVICES A UNIT WE NEED TO KNOW THE        00
000900  REPAIR WORKED. THIS REPORT TAKES EACH VISIT ON THE SERVICE LOG        00
001000  SVCLOG (SEE SVCMNT) AND COMPARES THE UNITS ERRORS PER OPEN IN         00
001100  THE WEEKS BEFORE THE VISIT WITH THE WEEKS AFTER IT -                  00
001200     THE COUNTS COME FROM DEVHIST, TO WHICH CHRISLOG ADDS EVERY         00
001300        RUNS PER-DEVICE ERROR AND OPEN COUNTS,                          00
001400     THE NUMBER OF WEEKS EACH SIDE IS ASKED FOR AT THE CONSOLE          00
001500        AND DEFAULTS TO 2. THE DAY OF THE VISIT ITSELF IS IN            00
001600        NEITHER SIDE,                                                   00
001700     EACH SIDE SHOWS THE CHRISLOG RUNS IT FOUND, THE ERRORS             00
001800        AND OPENS AND THE ERRORS PER OPEN, AND THE VISIT IS             00
001900        MARKED IMPROVED, WORSE OR SAME. A SIDE WITH NO OPENS            00
002000        GIVES NO DATA,                                                  00
002100     A SIDE THAT RUNS PAST THE FIRST OR LAST DEVHIST RUN IS             00
002200        MARKED PARTIAL - A RECENT VISIT IS COMPARED ON WHAT             00
002300        HAS BEEN LOGGED SO FAR, AND                                     00
002400     A VISIT WITHIN 30 DAYS AFTER AN EARLIER VISIT TO THE SAME          00
002500        UNIT IS A REPEAT FAILURE. IT IS MARKED FOR ESCALATION           00
002600        AND COUNTED AT THE FOOT OF THE REPORT FOR THE FIELD             00
002700        OFFICE.                                                         00
002800                                                                        00
002900  THE IN-CORE TABLE HOLDS 500 VISITS - VISITS PAST 500 ARE LEFT         00
003000  OFF THE REPORT AND COUNTED ON THE CONSOLE.                            00
003100                                                                        00
003200                                                                        00
003300 IDENTIFICATION DIVISION.                                         SVCRPT00
003400 PROGRAM-ID. SERVICE VISIT RESULTS "SVCRPT".                      SVCRPT00
003500 DATE-COMPILED.                                                   SVCRPT00
003600 REMARKS. COMPARES EACH DEVICES ERRORS PER OPEN IN THE WEEKS      SVCRPT00
003700     BEFORE AND AFTER EACH CUSTOMER ENGINEER VISIT ON SVCLOG,     SVCRPT00
003800     FROM THE CHRISLOG DEVHIST COUNTS, AND FLAGS REPEAT VISITS    SVCRPT00
003900     TO ONE UNIT WITHIN 30 DAYS FOR ESCALATION.                   SVCRPT00
004000 ENVIRONMENT DIVISION.                                            SVCRPT00
004100 CONFIGURATION SECTION.                                           SVCRPT00
004200 SOURCE-COMPUTER. B-5500.                                         SVCRPT00
004300 OBJECT-COMPUTER. B-5500.                                         SVCRPT00
004400 INPUT-OUTPUT SECTION.                                            SVCRPT00
004500 FILE-CONTROL.                                                    SVCRPT00
004600     SELECT SVC-LOG ASSIGN TO DISK                                SVCRPT00
004700         FILE STATUS IS SVC-FILE-STATUS.                          SVCRPT00
004800     SELECT DEV-HIST ASSIGN TO DISK                               SVCRPT00
004900         FILE STATUS IS HIST-FILE-STATUS.                         SVCRPT00
005000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SVCRPT00
005100 DATA DIVISION.                                                   SVCRPT00
005200 FILE SECTION.                                                    SVCRPT00
005300 MD  SVC-LOG                                                      SVCRPT00
005400     ACCESS SEQUENTIAL                                            SVCRPT00
005500     BLOCK CONTAINS 1 RECORDS                                     SVCRPT00
005600     VALUE OF ID "SVCLOG"                                         SVCRPT00
005700     DATA RECORD SVC-REC.                                         SVCRPT00
005800 01  SVC-REC         SZ 80.                                       SVCRPT00
005900     05  SV-DEVICE       PC X(3).                                 SVCRPT00
006000     05  FILLER          SZ 1.                                    SVCRPT00
006100     05  SV-DATE         PC 9(6).                                 SVCRPT00
006200     05  FILLER          SZ 1.                                    SVCRPT00
006300     05  SV-CE           PC X(16).                                SVCRPT00
006400     05  FILLER          SZ 1.                                    SVCRPT00
006500     05  SV-WORK         PC X(30).                                SVCRPT00
006600     05  FILLER          SZ 1.                                    SVCRPT00
006700     05  SV-PARTS        PC X(18).                                SVCRPT00
006800     05  FILLER          SZ 3.                                    SVCRPT00
006900 MD  DEV-HIST                                                     SVCRPT00
007000     ACCESS SEQUENTIAL                                            SVCRPT00
007100     BLOCK CONTAINS 1 RECORDS                                     SVCRPT00
007200     VALUE OF ID "DEVHIST"                                        SVCRPT00
007300     DATA RECORD DEV-HIST-REC.                                    SVCRPT00
007400 01  DEV-HIST-REC    SZ 378.                                      SVCRPT00
007500     05  DH-DATE         PC 9(6).                                 SVCRPT00
007600     05  DH-UNIT     OC 31.                                       SVCRPT00
007700         10  DH-ERR      PC 9(6).                                 SVCRPT00
007800         10  DH-OPN      PC 9(6).                                 SVCRPT00
007900 FD  REPORT-FILE                                                  SVCRPT00
008000         VALUE OF ID "SVCRPT"                                     SVCRPT00
008100         DATA RECORD REPORT-REC.                                  SVCRPT00
008200 01  REPORT-REC      SZ 132.                                      SVCRPT00
008300 WORKING-STORAGE SECTION.                                         SVCRPT00
008400 77  SVC-FILE-STATUS VA SPACE        PC X(2).                     SVCRPT00
008500 77  HIST-FILE-STATUS VA SPACE       PC X(2).                     SVCRPT00
008600 77  WEEKS-REPLY             PC X.                                SVCRPT00
008700 77  WEEKS-EACH      VA 2    CMP-1   PC 9.                        SVCRPT00
008800 77  WINDOW-DAYS     CMP-1   PC 99.                               SVCRPT00
008900 77  WK-DEVICE               PC X(3).                             SVCRPT00
009000 77  DAY-NO          CMP-1   PC 9(6).                             SVCRPT00
009100 77  HIST-DAY-NO     CMP-1   PC 9(6).                             SVCRPT00
009200 77  FIRST-HIST-DAY  VA 0    CMP-1   PC 9(6).                     SVCRPT00
009300 77  LAST-HIST-DAY   VA 0    CMP-1   PC 9(6).                     SVCRPT00
009400 77  VT-CNT          VA 0    CMP-1   PC 999.                      SVCRPT00
009500 77  VX              CMP-1   PC 999.                              SVCRPT00
009600 77  VY              CMP-1   PC 999.                              SVCRPT00
009700 77  DX              CMP-1   PC 99.                               SVCRPT00
009800 77  DEV-HIT         CMP-1   PC 99.                               SVCRPT00
009900 77  VISITS-LOST     VA 0    CMP-1   PC 999.                      SVCRPT00
010000 77  HIST-RUNS       VA 0    CMP-1   PC 9(5).                     SVCRPT00
010100 77  IMPROVED-CNT    VA 0    CMP-1   PC 999.                      SVCRPT00
010200 77  WORSE-CNT       VA 0    CMP-1   PC 999.                      SVCRPT00
010300 77  SAME-CNT        VA 0    CMP-1   PC 999.                      SVCRPT00
010400 77  NO-DATA-CNT     VA 0    CMP-1   PC 999.                      SVCRPT00
010500 77  REPEAT-CNT      VA 0    CMP-1   PC 999.                      SVCRPT00
010600 77  BEFORE-RATE             PC 999V99.                           SVCRPT00
010700 77  AFTER-RATE              PC 999V99.                           SVCRPT00
010800 01  DAY-WORK.                                                    SVCRPT00
010900     05  DN-DATE             PC 9(6).                             SVCRPT00
011000 01  DAY-PARTS REDEFINES DAY-WORK.                                SVCRPT00
011100     05  DN-YY               PC 99.                               SVCRPT00
011200     05  DN-MM               PC 99.                               SVCRPT00
011300     05  DN-DD               PC 99.                               SVCRPT00
011400 01  HIST-DATE-WORK.                                              SVCRPT00
011500     05  HD-DATE             PC 9(6).                             SVCRPT00
011600 01  HIST-DATE-PARTS REDEFINES HIST-DATE-WORK.                    SVCRPT00
011700     05  HD-MM               PC 99.                               SVCRPT00
011800     05  HD-DD               PC 99.                               SVCRPT00
011900     05  HD-YY               PC 99.                               SVCRPT00
012000 01  DATE-EDIT.                                                   SVCRPT00
012100     05  DE-MM               PC 99.                               SVCRPT00
012200     05  FILLER              PC X     VA "/".                     SVCRPT00
012300     05  DE-DD               PC 99.                               SVCRPT00
012400     05  FILLER              PC X     VA "/".                     SVCRPT00
012500     05  DE-YY               PC 99.                               SVCRPT00
012600 01  CUM-DAYS-SET.                                                SVCRPT00
012700     05  FILLER  PC X(18) VA "000031059090120151".                SVCRPT00
012800     05  FILLER  PC X(18) VA "181212243273304334".                SVCRPT00
012900 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         SVCRPT00
013000     05  CUM-DAYS    OC 12   PC 999.                              SVCRPT00
013100 01  DEVICE-SET.                                                  SVCRPT00
013200     05  FILLER  PC X(48) VA                                      SVCRPT00
013300         "MTAMTBMTCMTDMTEMTFMTHMTJMTKMTLMTMMTNMTPMTRMTSMTT".      SVCRPT00
013400     05  FILLER  PC X(45) VA                                      SVCRPT00
013500         "DRADRBDKADKBLPALPBCPACRACRBSPOPPAPRAPPBPRBDCA".         SVCRPT00
013600 01  DEVICE-TBL REDEFINES DEVICE-SET.                             SVCRPT00
013700     05  DEVICE-NAME OC 31   PC X(3).                             SVCRPT00
013800 01  VISIT-TABLE.                                                 SVCRPT00
013900     02 VISIT-ENTRY OC 500.                                       SVCRPT00
014000         03 VT-DEVICE        PC X(3).                             SVCRPT00
014100         03 VT-DATE          PC 9(6).                             SVCRPT00
014200         03 VT-CE            PC X(16).                            SVCRPT00
014300         03 VT-DAY   CMP-1   PC 9(6).                             SVCRPT00
014400         03 VT-DEV   CMP-1   PC 99.                               SVCRPT00
014500         03 VT-REPEAT        PC X.                                SVCRPT00
014600         03 VT-B-RUNS CMP-1  PC 9(4).                             SVCRPT00
014700         03 VT-B-ERR CMP-1   PC 9(8).                             SVCRPT00
014800         03 VT-B-OPN CMP-1   PC 9(8).                             SVCRPT00
014900         03 VT-A-RUNS CMP-1  PC 9(4).                             SVCRPT00
015000         03 VT-A-ERR CMP-1   PC 9(8).                             SVCRPT00
015100         03 VT-A-OPN CMP-1   PC 9(8).                             SVCRPT00
015200 01  TITLE-LINE      SZ 132.                                      SVCRPT00
015300     05  FILLER      PC X(38) VA                                  SVCRPT00
015400         "DEVICE ERRORS BEFORE AND AFTER SERVICE".                SVCRPT00
015500     05  FILLER      PC X(12) VA "   WEEKS -  ".                  SVCRPT00
015600     05  TI-WEEKS    PC 9.                                        SVCRPT00
015700     05  FILLER      PC X(16) VA " EACH SIDE      ".              SVCRPT00
015800     05  FILLER      PC X(11) VA "DEVHIST -  ".                   SVCRPT00
015900     05  TI-RUNS     PC ZZZZ9.                                    SVCRPT00
016000     05  FILLER      PC X(5)  VA " RUNS".                         SVCRPT00
016100     05  FILLER      SZ 44    VA SPACE.                           SVCRPT00
016200 01  SIDE-HEAD       SZ 132.                                      SVCRPT00
016300     05  FILLER      SZ 35    VA SPACE.                           SVCRPT00
016400     05  FILLER      PC X(26) VA "<--- BEFORE THE VISIT --->".    SVCRPT00
016500     05  FILLER      SZ 4     VA SPACE.                           SVCRPT00
016600     05  FILLER      PC X(26) VA "<--- AFTER THE VISIT ---->".    SVCRPT00
016700     05  FILLER      SZ 41    VA SPACE.                           SVCRPT00
016800 01  COLUMN-HEAD     SZ 132.                                      SVCRPT00
016900     05  FILLER      PC X(35) VA                                  SVCRPT00
017000         "  DEV  VISIT     CE NAME           ".                   SVCRPT00
017100     05  FILLER      PC X(30) VA                                  SVCRPT00
017200         "RUNS ERRORS   OPENS    RATE   ".                        SVCRPT00
017300     05  FILLER      PC X(29) VA                                  SVCRPT00
017400         "RUNS ERRORS   OPENS    RATE  ".                         SVCRPT00
017500     05  FILLER      PC X(14) VA "RESULT    NOTE".                SVCRPT00
017600     05  FILLER      SZ 24    VA SPACE.                           SVCRPT00
017700 01  VISIT-LINE      SZ 132.                                      SVCRPT00
017800     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
017900     05  VL-DEVICE   PC X(3).                                     SVCRPT00
018000     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
018100     05  VL-DATE     PC X(8).                                     SVCRPT00
018200     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
018300     05  VL-CE       PC X(16).                                    SVCRPT00
018400     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
018500     05  VL-B-RUNS   PC ZZZ9.                                     SVCRPT00
018600     05  FILLER      SZ 1     VA SPACE.                           SVCRPT00
018700     05  VL-B-ERR    PC ZZZZZ9.                                   SVCRPT00
018800     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
018900     05  VL-B-OPN    PC ZZZZZ9.                                   SVCRPT00
019000     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
019100     05  VL-B-RATE   PC ZZ9.99.                                   SVCRPT00
019200     05  VL-B-RATE-X REDEFINES VL-B-RATE PC X(6).                 SVCRPT00
019300     05  FILLER      SZ 3     VA SPACE.                           SVCRPT00
019400     05  VL-A-RUNS   PC ZZZ9.                                     SVCRPT00
019500     05  FILLER      SZ 1     VA SPACE.                           SVCRPT00
019600     05  VL-A-ERR    PC ZZZZZ9.                                   SVCRPT00
019700     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
019800     05  VL-A-OPN    PC ZZZZZ9.                                   SVCRPT00
019900     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
020000     05  VL-A-RATE   PC ZZ9.99.                                   SVCRPT00
020100     05  VL-A-RATE-X REDEFINES VL-A-RATE PC X(6).                 SVCRPT00
020200     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
020300     05  VL-RESULT   PC X(8).                                     SVCRPT00
020400     05  FILLER      SZ 2     VA SPACE.                           SVCRPT00
020500     05  VL-PARTIAL  PC X(7).                                     SVCRPT00
020600     05  FILLER      SZ 1     VA SPACE.                           SVCRPT00
020700     05  VL-REPEAT   PC X(17).                                    SVCRPT00
020800     05  FILLER      SZ 3     VA SPACE.                           SVCRPT00
020900 01  NONE-LINE       SZ 132.                                      SVCRPT00
021000     05  FILLER      PC X(32) VA                                  SVCRPT00
021100         "  NO SERVICE VISITS ARE ON FILE ".                      SVCRPT00
021200     05  FILLER      SZ 100   VA SPACE.                           SVCRPT00
021300 01  TOTAL-LINE-1    SZ 132.                                      SVCRPT00
021400     05  FILLER      PC X(16) VA "VISITS          ".              SVCRPT00
021500     05  TL-VISITS   PC ZZ9.                                      SVCRPT00
021600     05  FILLER      PC X(14) VA "    IMPROVED  ".                SVCRPT00
021700     05  TL-IMPROVED PC ZZ9.                                      SVCRPT00
021800     05  FILLER      PC X(10) VA "    WORSE ".                    SVCRPT00
021900     05  TL-WORSE    PC ZZ9.                                      SVCRPT00
022000     05  FILLER      PC X(9)  VA "    SAME ".                     SVCRPT00
022100     05  TL-SAME     PC ZZ9.                                      SVCRPT00
022200     05  FILLER      PC X(12) VA "    NO DATA ".                  SVCRPT00
022300     05  TL-NO-DATA  PC ZZ9.                                      SVCRPT00
022400     05  FILLER      SZ 56    VA SPACE.                           SVCRPT00
022500 01  TOTAL-LINE-2    SZ 132.                                      SVCRPT00
022600     05  FILLER      PC X(40) VA                                  SVCRPT00
022700         "REPEAT FAILURES WITHIN 30 DAYS          ".              SVCRPT00
022800     05  TL-REPEATS  PC ZZ9.                                      SVCRPT00
022900     05  FILLER      PC X(38) VA                                  SVCRPT00
023000         "   - ESCALATE WITH THE FIELD OFFICE   ".                SVCRPT00
023100     05  FILLER      SZ 51    VA SPACE.                           SVCRPT00
023200 01  BLANK-LINE      SZ 132   VA SPACE.                           SVCRPT00
023300 PROCEDURE DIVISION.                                              SVCRPT00
023400 100-BEGIN.                                                       SVCRPT00
023500     DISPLAY "WEEKS EACH SIDE OF A VISIT 1-9 (BLANK FOR 2)".      SVCRPT00
023600     ACCEPT WEEKS-REPLY.                                          SVCRPT00
023700     IF WEEKS-REPLY NUMERIC MOVE WEEKS-REPLY TO WEEKS-EACH.       SVCRPT00
023800     IF WEEKS-EACH = 0 MOVE 2 TO WEEKS-EACH.                      SVCRPT00
023900     COMPUTE WINDOW-DAYS = WEEKS-EACH * 7.                        SVCRPT00
024000     PERFORM 200-LOAD-VISITS THRU 200X.                           SVCRPT00
024100     PERFORM 250-MARK-REPEATS THRU 250X VARYING VX FROM 1 BY 1    SVCRPT00
024200         UNTIL VX IS GREATER THAN VT-CNT.                         SVCRPT00
024300     OPEN INPUT DEV-HIST.                                         SVCRPT00
024400     IF HIST-FILE-STATUS NOT = "00"                               SVCRPT00
024500         DISPLAY "DEVHIST NOT PRESENT - NO COUNTS TO COMPARE"     SVCRPT00
024600         GO TO 400-REPORT.                                        SVCRPT00
024700 300-READ-HIST.                                                   SVCRPT00
024800     READ DEV-HIST AT END GO TO 390-HIST-DONE.                    SVCRPT00
024900     IF DH-DATE NOT NUMERIC GO TO 300-READ-HIST.                  SVCRPT00
025000     MOVE DH-DATE TO HD-DATE.                                     SVCRPT00
025100     IF HD-MM IS LESS THAN 1 OR HD-MM IS GREATER THAN 12          SVCRPT00
025200         GO TO 300-READ-HIST.                                     SVCRPT00
025300     MOVE HD-YY TO DN-YY.                                         SVCRPT00
025400     MOVE HD-MM TO DN-MM.                                         SVCRPT00
025500     MOVE HD-DD TO DN-DD.                                         SVCRPT00
025600     PERFORM 800-DAY-NUMBER.                                      SVCRPT00
025700     MOVE DAY-NO TO HIST-DAY-NO.                                  SVCRPT00
025800     ADD 1 TO HIST-RUNS.                                          SVCRPT00
025900     IF FIRST-HIST-DAY = 0 OR HIST-DAY-NO IS LESS THAN            SVCRPT00
026000         FIRST-HIST-DAY MOVE HIST-DAY-NO TO FIRST-HIST-DAY.       SVCRPT00
026100     IF HIST-DAY-NO IS GREATER THAN LAST-HIST-DAY                 SVCRPT00
026200         MOVE HIST-DAY-NO TO LAST-HIST-DAY.                       SVCRPT00
026300     PERFORM 310-POST-VISIT THRU 310X VARYING VX FROM 1 BY 1      SVCRPT00
026400         UNTIL VX IS GREATER THAN VT-CNT.                         SVCRPT00
026500     GO TO 300-READ-HIST.                                         SVCRPT00
026600 390-HIST-DONE.                                                   SVCRPT00
026700     CLOSE DEV-HIST.                                              SVCRPT00
026800 400-REPORT.                                                      SVCRPT00
026900     OPEN OUTPUT REPORT-FILE.                                     SVCRPT00
027000     MOVE WEEKS-EACH TO TI-WEEKS.                                 SVCRPT00
027100     MOVE HIST-RUNS TO TI-RUNS.                                   SVCRPT00
027200     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SVCRPT00
027300     WRITE REPORT-REC FROM SIDE-HEAD.                             SVCRPT00
027400     WRITE REPORT-REC FROM COLUMN-HEAD BEFORE ADVANCING 2 LINES.  SVCRPT00
027500     IF VT-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.               SVCRPT00
027600     PERFORM 410-VISIT-LINE THRU 410X VARYING VX FROM 1 BY 1      SVCRPT00
027700         UNTIL VX IS GREATER THAN VT-CNT.                         SVCRPT00
027800     MOVE VT-CNT TO TL-VISITS.                                    SVCRPT00
027900     MOVE IMPROVED-CNT TO TL-IMPROVED.                            SVCRPT00
028000     MOVE WORSE-CNT TO TL-WORSE.                                  SVCRPT00
028100     MOVE SAME-CNT TO TL-SAME.                                    SVCRPT00
028200     MOVE NO-DATA-CNT TO TL-NO-DATA.                              SVCRPT00
028300     MOVE REPEAT-CNT TO TL-REPEATS.                               SVCRPT00
028400     WRITE REPORT-REC FROM BLANK-LINE.                            SVCRPT00
028500     WRITE REPORT-REC FROM TOTAL-LINE-1.                          SVCRPT00
028600     WRITE REPORT-REC FROM TOTAL-LINE-2.                          SVCRPT00
028700     CLOSE REPORT-FILE.                                           SVCRPT00
028800     IF VISITS-LOST IS GREATER THAN 0                             SVCRPT00
028900         DISPLAY "VISITS LEFT OFF - TABLE FULL " VISITS-LOST.     SVCRPT00
029000     DISPLAY "REPEAT FAILURES TO ESCALATE " REPEAT-CNT.           SVCRPT00
029100     STOP RUN.                                                    SVCRPT00
029200 200-LOAD-VISITS.                                                 SVCRPT00
029300     OPEN INPUT SVC-LOG.                                          SVCRPT00
029400     IF SVC-FILE-STATUS NOT = "00"                                SVCRPT00
029500         DISPLAY "SVCLOG NOT PRESENT - NO VISITS TO REPORT"       SVCRPT00
029600         GO TO 200X.                                              SVCRPT00
029700 210-LOAD-READ.                                                   SVCRPT00
029800     READ SVC-LOG AT END GO TO 220-LOAD-DONE.                     SVCRPT00
029900     IF SV-DATE NOT NUMERIC GO TO 210-LOAD-READ.                  SVCRPT00
030000     MOVE SV-DATE TO DN-DATE.                                     SVCRPT00
030100     IF DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12          SVCRPT00
030200         GO TO 210-LOAD-READ.                                     SVCRPT00
030300     MOVE SV-DEVICE TO WK-DEVICE.                                 SVCRPT00
030400     PERFORM 660-FIND-DEVICE.                                     SVCRPT00
030500     IF DEV-HIT = 0 GO TO 210-LOAD-READ.                          SVCRPT00
030600     IF VT-CNT = 500                                              SVCRPT00
030700         ADD 1 TO VISITS-LOST                                     SVCRPT00
030800         GO TO 210-LOAD-READ.                                     SVCRPT00
030900     ADD 1 TO VT-CNT.                                             SVCRPT00
031000     PERFORM 800-DAY-NUMBER.                                      SVCRPT00
031100     MOVE SV-DEVICE TO VT-DEVICE (VT-CNT).                        SVCRPT00
031200     MOVE SV-DATE TO VT-DATE (VT-CNT).                            SVCRPT00
031300     MOVE SV-CE TO VT-CE (VT-CNT).                                SVCRPT00
031400     MOVE DAY-NO TO VT-DAY (VT-CNT).                              SVCRPT00
031500     MOVE DEV-HIT TO VT-DEV (VT-CNT).                             SVCRPT00
031600     MOVE SPACE TO VT-REPEAT (VT-CNT).                            SVCRPT00
031700     MOVE 0 TO VT-B-RUNS (VT-CNT).                                SVCRPT00
031800     MOVE 0 TO VT-B-ERR (VT-CNT).                                 SVCRPT00
031900     MOVE 0 TO VT-B-OPN (VT-CNT).                                 SVCRPT00
032000     MOVE 0 TO VT-A-RUNS (VT-CNT).                                SVCRPT00
032100     MOVE 0 TO VT-A-ERR (VT-CNT).                                 SVCRPT00
032200     MOVE 0 TO VT-A-OPN (VT-CNT).                                 SVCRPT00
032300     GO TO 210-LOAD-READ.                                         SVCRPT00
032400 220-LOAD-DONE.                                                   SVCRPT00
032500     CLOSE SVC-LOG.                                               SVCRPT00
032600 200X.   EXIT.                                                    SVCRPT00
032700 250-MARK-REPEATS.                                                SVCRPT00
032800     NOTE  A VISIT IS A REPEAT WHEN ANY EARLIER VISIT TO THE SAME SVCRPT00
032900         UNIT FELL WITHIN THE 30 DAYS BEFORE IT.                  SVCRPT00
033000     PERFORM 255-CHECK-EARLIER VARYING VY FROM 1 BY 1             SVCRPT00
033100         UNTIL VY IS GREATER THAN VT-CNT.                         SVCRPT00
033200     IF VT-REPEAT (VX) = "Y" ADD 1 TO REPEAT-CNT.                 SVCRPT00
033300 250X.   EXIT.                                                    SVCRPT00
033400 255-CHECK-EARLIER.                                               SVCRPT00
033500     IF VT-DEV (VY) = VT-DEV (VX)                                 SVCRPT00
033600         IF VT-DAY (VY) IS LESS THAN VT-DAY (VX)                  SVCRPT00
033700             IF VT-DAY (VY) + 30 IS NOT LESS THAN VT-DAY (VX)     SVCRPT00
033800                 MOVE "Y" TO VT-REPEAT (VX).                      SVCRPT00
033900 310-POST-VISIT.                                                  SVCRPT00
034000     NOTE  ADDS THIS DEVHIST RUNS COUNTS FOR THE VISITS UNIT TO   SVCRPT00
034100         THE BEFORE SIDE WHEN THE RUN FELL IN THE WINDOW DAYS     SVCRPT00
034200         ENDING THE DAY BEFORE THE VISIT, OR TO THE AFTER SIDE    SVCRPT00
034300         WHEN IT FELL IN THE WINDOW DAYS STARTING THE DAY AFTER.  SVCRPT00
034400     MOVE VT-DEV (VX) TO DX.                                      SVCRPT00
034500     IF HIST-DAY-NO IS LESS THAN VT-DAY (VX)                      SVCRPT00
034600         IF HIST-DAY-NO + WINDOW-DAYS IS NOT LESS THAN VT-DAY (VX)SVCRPT00
034700             ADD 1 TO VT-B-RUNS (VX)                              SVCRPT00
034800             ADD DH-ERR (DX) TO VT-B-ERR (VX)                     SVCRPT00
034900             ADD DH-OPN (DX) TO VT-B-OPN (VX)                     SVCRPT00
035000             GO TO 310X.                                          SVCRPT00
035100     IF HIST-DAY-NO IS GREATER THAN VT-DAY (VX)                   SVCRPT00
035200         IF VT-DAY (VX) + WINDOW-DAYS IS NOT LESS THAN HIST-DAY-NOSVCRPT00
035300             ADD 1 TO VT-A-RUNS (VX)                              SVCRPT00
035400             ADD DH-ERR (DX) TO VT-A-ERR (VX)                     SVCRPT00
035500             ADD DH-OPN (DX) TO VT-A-OPN (VX).                    SVCRPT00
035600 310X.   EXIT.                                                    SVCRPT00
035700 410-VISIT-LINE.                                                  SVCRPT00
035800     MOVE VT-DEVICE (VX) TO VL-DEVICE.                            SVCRPT00
035900     MOVE VT-DATE (VX) TO DN-DATE.                                SVCRPT00
036000     MOVE DN-MM TO DE-MM.                                         SVCRPT00
036100     MOVE DN-DD TO DE-DD.                                         SVCRPT00
036200     MOVE DN-YY TO DE-YY.                                         SVCRPT00
036300     MOVE DATE-EDIT TO VL-DATE.                                   SVCRPT00
036400     MOVE VT-CE (VX) TO VL-CE.                                    SVCRPT00
036500     MOVE VT-B-RUNS (VX) TO VL-B-RUNS.                            SVCRPT00
036600     MOVE VT-B-ERR (VX) TO VL-B-ERR.                              SVCRPT00
036700     MOVE VT-B-OPN (VX) TO VL-B-OPN.                              SVCRPT00
036800     MOVE VT-A-RUNS (VX) TO VL-A-RUNS.                            SVCRPT00
036900     MOVE VT-A-ERR (VX) TO VL-A-ERR.                              SVCRPT00
037000     MOVE VT-A-OPN (VX) TO VL-A-OPN.                              SVCRPT00
037100     MOVE SPACES TO VL-PARTIAL.                                   SVCRPT00
037200     IF FIRST-HIST-DAY = 0                                        SVCRPT00
037300         MOVE "PARTIAL" TO VL-PARTIAL.                            SVCRPT00
037400     IF VT-DAY (VX) IS LESS THAN FIRST-HIST-DAY + WINDOW-DAYS     SVCRPT00
037500         MOVE "PARTIAL" TO VL-PARTIAL.                            SVCRPT00
037600     IF VT-DAY (VX) + WINDOW-DAYS IS GREATER THAN LAST-HIST-DAY   SVCRPT00
037700         MOVE "PARTIAL" TO VL-PARTIAL.                            SVCRPT00
037800     MOVE SPACES TO VL-REPEAT.                                    SVCRPT00
037900     IF VT-REPEAT (VX) = "Y"                                      SVCRPT00
038000         MOVE "REPEAT - ESCALATE" TO VL-REPEAT.                   SVCRPT00
038100     MOVE "  N/A " TO VL-B-RATE-X.                                SVCRPT00
038200     MOVE "  N/A " TO VL-A-RATE-X.                                SVCRPT00
038300     IF VT-B-OPN (VX) = 0 OR VT-A-OPN (VX) = 0                    SVCRPT00
038400         MOVE "NO DATA " TO VL-RESULT                             SVCRPT00
038500         ADD 1 TO NO-DATA-CNT.                                    SVCRPT00
038600     IF VT-B-OPN (VX) IS GREATER THAN 0                           SVCRPT00
038700         COMPUTE BEFORE-RATE ROUNDED = VT-B-ERR (VX)              SVCRPT00
038800             / VT-B-OPN (VX)                                      SVCRPT00
038900         MOVE BEFORE-RATE TO VL-B-RATE.                           SVCRPT00
039000     IF VT-A-OPN (VX) IS GREATER THAN 0                           SVCRPT00
039100         COMPUTE AFTER-RATE ROUNDED = VT-A-ERR (VX)               SVCRPT00
039200             / VT-A-OPN (VX)                                      SVCRPT00
039300         MOVE AFTER-RATE TO VL-A-RATE.                            SVCRPT00
039400     IF VT-B-OPN (VX) = 0 OR VT-A-OPN (VX) = 0                    SVCRPT00
039500         GO TO 415-VISIT-PUT.                                     SVCRPT00
039600     MOVE "SAME    " TO VL-RESULT.                                SVCRPT00
039700     IF AFTER-RATE IS LESS THAN BEFORE-RATE                       SVCRPT00
039800         MOVE "IMPROVED" TO VL-RESULT                             SVCRPT00
039900         ADD 1 TO IMPROVED-CNT                                    SVCRPT00
040000         GO TO 415-VISIT-PUT.                                     SVCRPT00
040100     IF AFTER-RATE IS GREATER THAN BEFORE-RATE                    SVCRPT00
040200         MOVE "WORSE   " TO VL-RESULT                             SVCRPT00
040300         ADD 1 TO WORSE-CNT                                       SVCRPT00
040400         GO TO 415-VISIT-PUT.                                     SVCRPT00
040500     ADD 1 TO SAME-CNT.                                           SVCRPT00
040600 415-VISIT-PUT.                                                   SVCRPT00
040700     WRITE REPORT-REC FROM VISIT-LINE.                            SVCRPT00
040800 410X.   EXIT.                                                    SVCRPT00
040900 660-FIND-DEVICE.                                                 SVCRPT00
041000     NOTE  DEV-HIT IS THE PLACE OF WK-DEVICE IN THE CHRISLOG      SVCRPT00
041100         DEVICE TABLE, WHICH IS ALSO ITS PLACE IN DEVHIST.        SVCRPT00
041200     MOVE 0 TO DEV-HIT.                                           SVCRPT00
041300     PERFORM 665-MATCH-DEVICE VARYING DX FROM 1 BY 1              SVCRPT00
041400         UNTIL DX IS GREATER THAN 31 OR DEV-HIT IS GREATER THAN 0.SVCRPT00
041500 665-MATCH-DEVICE.                                                SVCRPT00
041600     IF DEVICE-NAME (DX) = WK-DEVICE MOVE DX TO DEV-HIT.          SVCRPT00
041700 800-DAY-NUMBER.                                                  SVCRPT00
041800     NOTE  DAY-NO IS THE NUMBER OF DAYS FROM THE START OF THE     SVCRPT00
041900         CENTURY TO DN-DATE, COUNTING EVERY YEAR DIVISIBLE BY 4   SVCRPT00
042000         AS A LEAP YEAR.                                          SVCRPT00
042100     COMPUTE DAY-NO = DN-YY * 365 + (DN-YY + 3) DIV 4             SVCRPT00
042200         + CUM-DAYS (DN-MM) + DN-DD.                              SVCRPT00
042300     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               SVCRPT00
042400         ADD 1 TO DAY-NO.                                         SVCRPT00
