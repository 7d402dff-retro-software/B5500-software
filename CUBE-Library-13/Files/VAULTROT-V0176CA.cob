000100VAULTROT    000176CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  AN ARCHIVE REEL THAT NEVER LEAVES THE BUILDING DOES NOT SURVIVE       00
000900  A FIRE IN IT. THIS RUN KEEPS THE OFF-SITE VAULT ROTATION FOR THE      00
001000  REELS IN THE VOLCAT TAPE VOLUME CATALOG. THE PROGRAM THAT WRITES      00
001100  A REEL GIVES ITS ENTRY A VAULT CLASS (COL 74) -                       00
001200     V      OFF-SITE ON THE NEXT COURIER DAY (AUDTAPE, LOGARCH)         00
001300     G      GENERATIONS - THE NEWEST REEL OF A FILE ID STAYS ON         00
001400            SITE AND EVERY OLDER ONE GOES (DIRTAPE, SOLT)               00
001500     BLANK  NEVER LEAVES THE RACK                                       00
001600  AND A LOCATION (COL 72) - R (OR BLANK) IN THE RACK, T ON ITS          00
001700  WAY TO THE VAULT, V IN THE VAULT, B ON ITS WAY BACK.                  00
001800                                                                        00
001900  THE FIRST REPLY AFTER SIGN-ON PICKS THE FUNCTION -                    00
002000     C  COURIER DAY. PRINTS THE PULL LIST (REELS IN THE RACK DUE        00
002100        OFF-SITE AND STILL INSIDE THEIR SAVE FACTOR, IN RACK            00
002200        ORDER), THE RETURN LIST (REELS IN THE VAULT WHOSE SAVE          00
002300        FACTOR HAS RUN OUT) AND THE TRANSMITTAL SLIP THAT GOES          00
002400        WITH THE COURIER FOR THE OPERATOR, COURIER AND VAULT TO         00
002500        SIGN. PULLED REELS ARE MARKED T AND RETURNS B.                  00
002600     V  VAULT RECEIPT. WHEN THE SIGNED SLIP COMES BACK EACH REEL        00
002700        THE VAULT RECEIVED IS KEYED (OR ALL) AND GOES FROM T TO V.      00
002800     R  RACK RECEIPT. EACH RETURNED REEL PUT BACK IN THE RACK IS        00
002900        KEYED (OR ALL) AND GOES FROM B TO R.                            00
003000  A KEYED REEL NOT IN TRANSIT THE RIGHT WAY IS REPORTED AND LEFT        00
003100  ALONE, AND THE RECEIPT LISTS THE REELS STILL NOT RECEIVED.            00
003200                                                                        00
003300  ONLY THE LATEST VOLCAT ENTRY FOR A SERIAL COUNTS, A POOLED REEL       00
003400  NEVER GOES, AND EVERY REEL MOVED IS LOGGED TO THE SHARED AUDIT        00
003500  TRAIL (VAULTOUT, VAULTRTN, VAULTIN, RACKIN) WITH ITS SERIAL AS        00
003600  THE RESULT. THE TABLE HOLDS 1000 ENTRIES - A LARGER VOLCAT            00
003700  STOPS THE RUN RATHER THAN ROTATE ON PART OF THE CATALOG. SAVE         00
003800  FACTORS USE THE YY*372 + MM*31 + DD DAY NUMBER OF VOLLIST.            00
003900                                                                        00
004000                                                                        00
004100 IDENTIFICATION DIVISION.                                         VAULTR00
004200 PROGRAM-ID. OFF-SITE VAULT ROTATION "VAULTROT".                  VAULTR00
004300 DATE-COMPILED.                                                   VAULTR00
004400 REMARKS. PRINTS THE COURIER DAY PULL AND RETURN LISTS AND THE    VAULTR00
004500     TRANSMITTAL SLIP FOR THE OFF-SITE TAPE VAULT, AND RECORDS    VAULTR00
004600     THE VAULT AND RACK RECEIPTS AS REEL LOCATIONS IN VOLCAT.     VAULTR00
004700 ENVIRONMENT DIVISION.                                            VAULTR00
004800 CONFIGURATION SECTION.                                           VAULTR00
004900 SOURCE-COMPUTER. B-5500.                                         VAULTR00
005000 OBJECT-COMPUTER. B-5500.                                         VAULTR00
005100 INPUT-OUTPUT SECTION.                                            VAULTR00
005200 FILE-CONTROL.                                                    VAULTR00
005300     SELECT AUTH-FILE ASSIGN TO DISK                              VAULTR00
005400         FILE STATUS IS AUTH-FILE-STATUS.                         VAULTR00
005500     SELECT OPER-FILE ASSIGN TO DISK                              VAULTR00
005600         FILE STATUS IS OPER-FILE-STATUS.                         VAULTR00
005700     SELECT VOL-CATALOG ASSIGN TO DISK                            VAULTR00
005800         FILE STATUS IS VOL-STATUS.                               VAULTR00
005900     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   VAULTR00
006000     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           VAULTR00
006100 DATA DIVISION.                                                   VAULTR00
006200 FILE SECTION.                                                    VAULTR00
006300 MD  AUTH-FILE                                                    VAULTR00
006400     ACCESS SEQUENTIAL                                            VAULTR00
006500     BLOCK CONTAINS 1 RECORDS                                     VAULTR00
006600     VALUE OF ID "RUNAUTH"                                        VAULTR00
006700     DATA RECORD AUTH-REC.                                        VAULTR00
006800 01  AUTH-REC        SZ 80.                                       VAULTR00
006900     05  RA-RUN-ID       PC X(7).                                 VAULTR00
007000     05  FILLER          SZ 1.                                    VAULTR00
007100     05  RA-PROGRAM      PC X(8).                                 VAULTR00
007200     05  FILLER          SZ 1.                                    VAULTR00
007300     05  RA-EXPIRES      PC 9(6).                                 VAULTR00
007400     05  FILLER          SZ 57.                                   VAULTR00
007500 MD  OPER-FILE                                                    VAULTR00
007600     ACCESS SEQUENTIAL                                            VAULTR00
007700     BLOCK CONTAINS 1 RECORDS                                     VAULTR00
007800     VALUE OF ID "OPROSTER"                                       VAULTR00
007900     DATA RECORD OPER-REC.                                        VAULTR00
008000 01  OPER-REC        SZ 80.                                       VAULTR00
008100     05  OR-CODE         PC X(3).                                 VAULTR00
008200     05  FILLER          SZ 1.                                    VAULTR00
008300     05  OR-NAME         PC X(20).                                VAULTR00
008400     05  FILLER          SZ 1.                                    VAULTR00
008500     05  OR-STATUS       PC X.                                    VAULTR00
008600     05  FILLER          SZ 54.                                   VAULTR00
008700 MD  AUDIT-TRAIL                                                  VAULTR00
008800     ACCESS MODE IS RANDOM                                        VAULTR00
008900     ACTUAL KEY IS AU-KEY                                         VAULTR00
009000     RECORD CONTAINS 44 CHARACTERS                                VAULTR00
009100     LABEL RECORD IS STANDARD                                     VAULTR00
009200     VALUE OF ID IS "AUDITTRL"                                    VAULTR00
009300     DATA RECORD IS AUDIT-REC.                                    VAULTR00
009400 01  AUDIT-REC       SZ 44.                                       VAULTR00
009500     05  AU-PROGRAM      PC X(8)  VA "VAULTROT".                  VAULTR00
009600     05  AU-DATE         PC 9(6).                                 VAULTR00
009700     05  AU-TIME         PC 9(4).                                 VAULTR00
009800     05  AU-EVENT        PC X(8).                                 VAULTR00
009900     05  AU-RESULT       PC X(8).                                 VAULTR00
010000     05  AU-RUN-ID       PC X(7).                                 VAULTR00
010100     05  AU-OPERATOR     PC X(3).                                 VAULTR00
010200 01  AUDIT-CTL.                                                   VAULTR00
010300     05  AC-NEXT-SLOT    PC 9(8).                                 VAULTR00
010400     05  AC-HASH         PC 9(9).                                 VAULTR00
010500     05  FILLER          SZ 27.                                   VAULTR00
010600 MD  VOL-CATALOG                                                  VAULTR00
010700     ACCESS SEQUENTIAL                                            VAULTR00
010800     BLOCK CONTAINS 1 RECORDS                                     VAULTR00
010900     VALUE OF ID "VOLCAT"                                         VAULTR00
011000     DATA RECORD VC-REC.                                          VAULTR00
011100 01  VC-REC          SZ 80.                                       VAULTR00
011200     05  VC-SERIAL       PC X(6).                                 VAULTR00
011300     05  FILLER          SZ 1.                                    VAULTR00
011400     05  VC-FILE-ID      PC X(8).                                 VAULTR00
011500     05  FILLER          SZ 1.                                    VAULTR00
011600     05  VC-PROGRAM      PC X(8).                                 VAULTR00
011700     05  FILLER          SZ 1.                                    VAULTR00
011800     05  VC-DATE         PC 9(6).                                 VAULTR00
011900     05  FILLER          SZ 1.                                    VAULTR00
012000     05  VC-SAVE         PC 9(3).                                 VAULTR00
012100     05  FILLER          SZ 28.                                   VAULTR00
012200     05  VC-POOL         PC X.                                    VAULTR00
012300     05  FILLER          SZ 1.                                    VAULTR00
012400     05  VC-RACK         PC X(5).                                 VAULTR00
012500     05  FILLER          SZ 1.                                    VAULTR00
012600     05  VC-LOC          PC X.                                    VAULTR00
012700     05  FILLER          SZ 1.                                    VAULTR00
012800     05  VC-CLASS        PC X.                                    VAULTR00
012900     05  FILLER          SZ 6.                                    VAULTR00
013000 FD  REPORT-FILE                                                  VAULTR00
013100         VALUE OF ID "VAULTROT"                                   VAULTR00
013200         DATA RECORD REPORT-REC.                                  VAULTR00
013300 01  REPORT-REC      SZ 132.                                      VAULTR00
013400 WORKING-STORAGE SECTION.                                         VAULTR00
013500 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        VAULTR00
013600 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     VAULTR00
013700 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     VAULTR00
013800 77  OPERATOR-CODE   VA SPACE        PC X(3).                     VAULTR00
013900 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        VAULTR00
014000 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        VAULTR00
014100 77  AUTH-TODAY      CMP-1   PC 9(6).                             VAULTR00
014200 77  AUTH-DATE-IN            PC 9(6).                             VAULTR00
014300 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             VAULTR00
014400 77  AU-HH           CMP-1   PC 99.                               VAULTR00
014500 77  AU-MM           CMP-1   PC 99.                               VAULTR00
014600 77  AU-KEY          CMP-1   PC 9(8).                             VAULTR00
014700 77  AU-NEXT         CMP-1   PC 9(8).                             VAULTR00
014800 01  AU-SAVE-REC             SZ 44.                               VAULTR00
014900 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     VAULTR00
015000 77  AU-REC-SUM              CMP-1   PC 9(6).                     VAULTR00
015100 77  AU-CX                   CMP-1   PC 99.                       VAULTR00
015200 77  AU-TX                   CMP-1   PC 99.                       VAULTR00
015300 77  AU-CODE                 CMP-1   PC 99.                       VAULTR00
015400 01  AU-HASH-REC.                                                 VAULTR00
015500     05  AU-HC       OC 44   PC X.                                VAULTR00
015600 01  AU-CHAR-SET.                                                 VAULTR00
015700     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          VAULTR00
015800     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          VAULTR00
015900 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           VAULTR00
016000     05  AU-CHAR     OC 48   PC X.                                VAULTR00
016100 77  RUN-ID-ENTRY            PC X(7).                             VAULTR00
016200 77  VOL-STATUS      VA SPACE        PC X(2).                     VAULTR00
016300 77  VE-CNT          VA 0    CMP-1   PC 9(4).                     VAULTR00
016400 77  VX                      CMP-1   PC 9(4).                     VAULTR00
016500 77  VY                      CMP-1   PC 9(4).                     VAULTR00
016600 77  VY-FROM                 CMP-1   PC 9(4).                     VAULTR00
016700 77  MIN-IX                  CMP-1   PC 9(4).                     VAULTR00
016800 77  HIT-IX                  CMP-1   PC 9(4).                     VAULTR00
016900 77  OVER-SW         VA 0    CMP-1   PC 9.                        VAULTR00
017000 77  SAVED-SW        VA 0    CMP-1   PC 9.                        VAULTR00
017100 77  TODAY-DAYNO             CMP-1   PC 9(8).                     VAULTR00
017200 77  PULL-CNT        VA 0    CMP-1   PC 9(4).                     VAULTR00
017300 77  RETURN-CNT      VA 0    CMP-1   PC 9(4).                     VAULTR00
017400 77  OUT-HELD-CNT    VA 0    CMP-1   PC 9(4).                     VAULTR00
017500 77  BACK-HELD-CNT   VA 0    CMP-1   PC 9(4).                     VAULTR00
017600 77  RECV-CNT        VA 0    CMP-1   PC 9(4).                     VAULTR00
017700 77  EXCEPT-CNT      VA 0    CMP-1   PC 9(4).                     VAULTR00
017800 77  LEFT-CNT        VA 0    CMP-1   PC 9(4).                     VAULTR00
017900 77  UPDATE-CNT      VA 0    CMP-1   PC 9(4).                     VAULTR00
018000 77  RUN-FUNCTION    VA SPACE        PC X.                        VAULTR00
018100 77  FROM-LOC                        PC X.                        VAULTR00
018200 77  TO-LOC                          PC X.                        VAULTR00
018300 77  SLIP-ACT                        PC X.                        VAULTR00
018400 77  RECV-EVENT                      PC X(8).                     VAULTR00
018500 77  SERIAL-REPLY                    PC X(6).                     VAULTR00
018600 77  MIN-KEY                         PC X(11).                    VAULTR00
018700 01  DATE-WORK.                                                   VAULTR00
018800     05  DW-MM               PC 99.                               VAULTR00
018900     05  DW-DD               PC 99.                               VAULTR00
019000     05  DW-YY               PC 99.                               VAULTR00
019100 01  RACK-KEY.                                                    VAULTR00
019200     05  RK-RACK             PC X(5).                             VAULTR00
019300     05  RK-SERIAL           PC X(6).                             VAULTR00
019400 01  VE-TABLE.                                                    VAULTR00
019500     05  VE-ENT  OC 1000.                                         VAULTR00
019600         10  VE-SERIAL       PC X(6).                             VAULTR00
019700         10  VE-FILE         PC X(8).                             VAULTR00
019800         10  VE-PROG         PC X(8).                             VAULTR00
019900         10  VE-DATE         PC 9(6).                             VAULTR00
020000         10  VE-SAVE         PC 9(3).                             VAULTR00
020100         10  VE-EXP    CMP   PC 9(8).                             VAULTR00
020200         10  VE-POOL         PC X.                                VAULTR00
020300         10  VE-RACK         PC X(5).                             VAULTR00
020400         10  VE-LOC          PC X.                                VAULTR00
020500         10  VE-CLASS        PC X.                                VAULTR00
020600         10  VE-LATEST       PC X.                                VAULTR00
020700         10  VE-NEWER        PC X.                                VAULTR00
020800         10  VE-ACT          PC X.                                VAULTR00
020900         10  VE-DONE         PC X.                                VAULTR00
021000         10  VE-CHANGED      PC X.                                VAULTR00
021100 01  TITLE-LINE      SZ 132.                                      VAULTR00
021200     05  FILLER  PC X(26) VA "OFF-SITE VAULT ROTATION - ".        VAULTR00
021300     05  TL-WHAT     PC X(48).                                    VAULTR00
021400     05  FILLER  PC X(10) VA "RUN DATE  ".                        VAULTR00
021500     05  TL-DATE     PC 99/99/99.                                 VAULTR00
021600     05  FILLER      SZ 40    VA SPACE.                           VAULTR00
021700 01  COL-LINE        SZ 132.                                      VAULTR00
021800     05  FILLER  PC X(25) VA "  RACK   SERIAL  FILE ID ".         VAULTR00
021900     05  FILLER  PC X(39) VA                                      VAULTR00
022000         "  PROGRAM   WRITTEN   SAVE  CLASS  NOTE".               VAULTR00
022100     05  FILLER      SZ 68    VA SPACE.                           VAULTR00
022200 01  DETAIL-LINE     SZ 132.                                      VAULTR00
022300     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
022400     05  DL-RACK     PC X(5).                                     VAULTR00
022500     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
022600     05  DL-SERIAL   PC X(6).                                     VAULTR00
022700     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
022800     05  DL-FILE     PC X(8).                                     VAULTR00
022900     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
023000     05  DL-PROG     PC X(8).                                     VAULTR00
023100     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
023200     05  DL-DATE     PC 99/99/99.                                 VAULTR00
023300     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
023400     05  DL-SAVE     PC ZZ9.                                      VAULTR00
023500     05  FILLER      SZ 4     VA SPACE.                           VAULTR00
023600     05  DL-CLASS    PC X.                                        VAULTR00
023700     05  FILLER      SZ 5     VA SPACE.                           VAULTR00
023800     05  DL-NOTE     PC X(20).                                    VAULTR00
023900     05  FILLER      SZ 52    VA SPACE.                           VAULTR00
024000 01  SUB-LINE        SZ 132.                                      VAULTR00
024100     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
024200     05  SB-TEXT     PC X(40).                                    VAULTR00
024300     05  FILLER      SZ 90    VA SPACE.                           VAULTR00
024400 01  SLIP-LINE       SZ 132.                                      VAULTR00
024500     05  FILLER      SZ 4     VA SPACE.                           VAULTR00
024600     05  SP-SERIAL   PC X(6).                                     VAULTR00
024700     05  FILLER      SZ 3     VA SPACE.                           VAULTR00
024800     05  SP-FILE     PC X(8).                                     VAULTR00
024900     05  FILLER      SZ 3     VA SPACE.                           VAULTR00
025000     05  SP-DATE     PC 99/99/99.                                 VAULTR00
025100     05  FILLER      SZ 3     VA SPACE.                           VAULTR00
025200     05  FILLER  PC X(20) VA "CHECKED ____________".              VAULTR00
025300     05  FILLER      SZ 77    VA SPACE.                           VAULTR00
025400 01  COUNT-LINE      SZ 132.                                      VAULTR00
025500     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
025600     05  CL-LABEL    PC X(40).                                    VAULTR00
025700     05  CL-VALUE    PC ZZZZ9.                                    VAULTR00
025800     05  FILLER      SZ 85    VA SPACE.                           VAULTR00
025900 01  SIGN-LINE       SZ 132.                                      VAULTR00
026000     05  FILLER      SZ 2     VA SPACE.                           VAULTR00
026100     05  SG-LABEL    PC X(24).                                    VAULTR00
026200     05  FILLER  PC X(30) VA "______________________________".    VAULTR00
026300     05  FILLER  PC X(15) VA "  DATE ________".                   VAULTR00
026400     05  FILLER      SZ 61    VA SPACE.                           VAULTR00
026500 01  OPER-LABEL.                                                  VAULTR00
026600     05  FILLER  PC X(21) VA "RELEASED BY OPERATOR ".             VAULTR00
026700     05  OL-CODE     PC X(3).                                     VAULTR00
026800 01  NONE-LINE       SZ 132.                                      VAULTR00
026900     05  FILLER      SZ 4     VA SPACE.                           VAULTR00
027000     05  FILLER  PC X(4)  VA "NONE".                              VAULTR00
027100     05  FILLER      SZ 124   VA SPACE.                           VAULTR00
027200 PROCEDURE DIVISION.                                              VAULTR00
027300 100-BEGIN.                                                       VAULTR00
027400     ACCEPT RUN-ID-ENTRY.                                         VAULTR00
027500     PERFORM 950-AUDIT-START.                                     VAULTR00
027600     MOVE TODAYS-DATE TO DATE-WORK.                               VAULTR00
027700     MOVE TODAYS-DATE TO TL-DATE.                                 VAULTR00
027800     COMPUTE TODAY-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.      VAULTR00
027900     PERFORM 200-LOAD THRU 200X.                                  VAULTR00
028000     IF VE-CNT = 0                                                VAULTR00
028100         DISPLAY "VOLCAT EMPTY OR NOT PRESENT - NOTHING TO ROTATE"VAULTR00
028200         MOVE "ABORT   " TO AU-RESULT                             VAULTR00
028300         PERFORM 955-AUDIT-END                                    VAULTR00
028400         STOP RUN.                                                VAULTR00
028500     IF OVER-SW = 1                                               VAULTR00
028600         DISPLAY "OVER 1000 CATALOG ENTRIES - RUN STOPPED"        VAULTR00
028700         MOVE "ABORT   " TO AU-RESULT                             VAULTR00
028800         PERFORM 955-AUDIT-END                                    VAULTR00
028900         STOP RUN.                                                VAULTR00
029000     PERFORM 250-LATEST VARYING VX FROM 1 BY 1                    VAULTR00
029100         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
029200     PERFORM 260-NEWER VARYING VX FROM 1 BY 1                     VAULTR00
029300         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
029400 110-ASK-FUNCTION.                                                VAULTR00
029500     DISPLAY "VAULTROT - ENTER C (COURIER DAY), V (VAULT".        VAULTR00
029600     DISPLAY "RECEIPT) OR R (RACK RECEIPT)".                      VAULTR00
029700     ACCEPT RUN-FUNCTION.                                         VAULTR00
029800     IF RUN-FUNCTION = "C" GO TO 120-COURIER.                     VAULTR00
029900     IF RUN-FUNCTION = "V" GO TO 130-VAULT-RECEIPT.               VAULTR00
030000     IF RUN-FUNCTION = "R" GO TO 140-RACK-RECEIPT.                VAULTR00
030100     DISPLAY "INVALID FUNCTION - MUST BE C, V OR R".              VAULTR00
030200     GO TO 110-ASK-FUNCTION.                                      VAULTR00
030300 120-COURIER.                                                     VAULTR00
030400     OPEN OUTPUT REPORT-FILE.                                     VAULTR00
030500     PERFORM 300-PULL THRU 300X.                                  VAULTR00
030600     PERFORM 400-RETURN THRU 400X.                                VAULTR00
030700     PERFORM 500-SLIP THRU 500X.                                  VAULTR00
030800     CLOSE REPORT-FILE.                                           VAULTR00
030900     IF PULL-CNT IS GREATER THAN 0 OR RETURN-CNT IS GREATER THAN 0VAULTR00
031000         PERFORM 700-REWRITE THRU 700X.                           VAULTR00
031100     DISPLAY "REELS TO PULL FOR THE VAULT " PULL-CNT.             VAULTR00
031200     DISPLAY "REELS TO BRING BACK FROM THE VAULT " RETURN-CNT.    VAULTR00
031300     IF OUT-HELD-CNT IS GREATER THAN 0                            VAULTR00
031400         DISPLAY "REELS STILL NOT RECEIVED AT THE VAULT "         VAULTR00
031500             OUT-HELD-CNT.                                        VAULTR00
031600     IF BACK-HELD-CNT IS GREATER THAN 0                           VAULTR00
031700         DISPLAY "REELS STILL NOT BACK IN THE RACK "              VAULTR00
031800             BACK-HELD-CNT.                                       VAULTR00
031900     GO TO 190-FINISH.                                            VAULTR00
032000 130-VAULT-RECEIPT.                                               VAULTR00
032100     MOVE "T" TO FROM-LOC.                                        VAULTR00
032200     MOVE "V" TO TO-LOC.                                          VAULTR00
032300     MOVE "VAULTIN " TO RECV-EVENT.                               VAULTR00
032400     MOVE "VAULT RECEIPT - REELS NOW IN THE VAULT" TO TL-WHAT.    VAULTR00
032500     GO TO 150-RECEIPT.                                           VAULTR00
032600 140-RACK-RECEIPT.                                                VAULTR00
032700     MOVE "B" TO FROM-LOC.                                        VAULTR00
032800     MOVE "R" TO TO-LOC.                                          VAULTR00
032900     MOVE "RACKIN  " TO RECV-EVENT.                               VAULTR00
033000     MOVE "RACK RECEIPT - REELS BACK IN THE RACK" TO TL-WHAT.     VAULTR00
033100 150-RECEIPT.                                                     VAULTR00
033200     OPEN OUTPUT REPORT-FILE.                                     VAULTR00
033300     PERFORM 600-RECEIPT THRU 600X.                               VAULTR00
033400     CLOSE REPORT-FILE.                                           VAULTR00
033500     IF RECV-CNT IS GREATER THAN 0                                VAULTR00
033600         PERFORM 700-REWRITE THRU 700X.                           VAULTR00
033700     DISPLAY "REELS RECEIVED " RECV-CNT.                          VAULTR00
033800     DISPLAY "REELS KEYED BUT NOT IN TRANSIT " EXCEPT-CNT.        VAULTR00
033900     DISPLAY "REELS STILL IN TRANSIT " LEFT-CNT.                  VAULTR00
034000 190-FINISH.                                                      VAULTR00
034100     MOVE "OK      " TO AU-RESULT.                                VAULTR00
034200     IF SAVED-SW = 2 MOVE "NOTSAVED" TO AU-RESULT.                VAULTR00
034300     PERFORM 955-AUDIT-END.                                       VAULTR00
034400     STOP RUN.                                                    VAULTR00
034500 200-LOAD.                                                        VAULTR00
034600     OPEN INPUT VOL-CATALOG.                                      VAULTR00
034700     IF VOL-STATUS NOT = "00" GO TO 200X.                         VAULTR00
034800 210-READ.                                                        VAULTR00
034900     READ VOL-CATALOG AT END GO TO 220-LOADED.                    VAULTR00
035000     IF VE-CNT = 1000                                             VAULTR00
035100         MOVE 1 TO OVER-SW                                        VAULTR00
035200         GO TO 220-LOADED.                                        VAULTR00
035300     ADD 1 TO VE-CNT.                                             VAULTR00
035400     MOVE VC-SERIAL TO VE-SERIAL (VE-CNT).                        VAULTR00
035500     MOVE VC-FILE-ID TO VE-FILE (VE-CNT).                         VAULTR00
035600     MOVE VC-PROGRAM TO VE-PROG (VE-CNT).                         VAULTR00
035700     MOVE VC-DATE TO VE-DATE (VE-CNT).                            VAULTR00
035800     MOVE VC-SAVE TO VE-SAVE (VE-CNT).                            VAULTR00
035900     MOVE VC-DATE TO DATE-WORK.                                   VAULTR00
036000     COMPUTE VE-EXP (VE-CNT) = DW-YY * 372 + DW-MM * 31           VAULTR00
036100         + DW-DD + VC-SAVE.                                       VAULTR00
036200     MOVE VC-POOL TO VE-POOL (VE-CNT).                            VAULTR00
036300     MOVE VC-RACK TO VE-RACK (VE-CNT).                            VAULTR00
036400     MOVE VC-LOC TO VE-LOC (VE-CNT).                              VAULTR00
036500     MOVE VC-CLASS TO VE-CLASS (VE-CNT).                          VAULTR00
036600     MOVE SPACE TO VE-ACT (VE-CNT).                               VAULTR00
036700     MOVE SPACE TO VE-DONE (VE-CNT).                              VAULTR00
036800     MOVE SPACE TO VE-CHANGED (VE-CNT).                           VAULTR00
036900     GO TO 210-READ.                                              VAULTR00
037000 220-LOADED.                                                      VAULTR00
037100     CLOSE VOL-CATALOG.                                           VAULTR00
037200 200X.   EXIT.                                                    VAULTR00
037300 250-LATEST.                                                      VAULTR00
037400     NOTE  AN ENTRY IS THE LATEST FOR ITS SERIAL WHEN NO LATER    VAULTR00
037500         ENTRY HAS THE SAME SERIAL - EARLIER ONES ARE SUPERSEDED. VAULTR00
037600     MOVE "Y" TO VE-LATEST (VX).                                  VAULTR00
037700     COMPUTE VY-FROM = VX + 1.                                    VAULTR00
037800     PERFORM 255-LATER VARYING VY FROM VY-FROM BY 1               VAULTR00
037900         UNTIL VY IS GREATER THAN VE-CNT.                         VAULTR00
038000 255-LATER.                                                       VAULTR00
038100     IF VE-SERIAL (VY) = VE-SERIAL (VX)                           VAULTR00
038200         MOVE SPACE TO VE-LATEST (VX).                            VAULTR00
038300 260-NEWER.                                                       VAULTR00
038400     NOTE  A CLASS G REEL IS AN OLD GENERATION ONCE A LATER REEL  VAULTR00
038500         CARRIES THE SAME FILE ID.                                VAULTR00
038600     MOVE SPACE TO VE-NEWER (VX).                                 VAULTR00
038700     IF VE-LATEST (VX) = "Y" AND VE-CLASS (VX) = "G"              VAULTR00
038800         COMPUTE VY-FROM = VX + 1                                 VAULTR00
038900         PERFORM 265-NEWER-SCAN VARYING VY FROM VY-FROM BY 1      VAULTR00
039000             UNTIL VY IS GREATER THAN VE-CNT.                     VAULTR00
039100 265-NEWER-SCAN.                                                  VAULTR00
039200     IF VE-FILE (VY) = VE-FILE (VX) AND VE-LATEST (VY) = "Y"      VAULTR00
039300         MOVE "Y" TO VE-NEWER (VX).                               VAULTR00
039400 300-PULL.                                                        VAULTR00
039500     NOTE  MARKS EVERY REEL DUE OFF-SITE T AND LISTS THEM IN      VAULTR00
039600         RACK LOCATION ORDER FOR THE OPERATOR TO PULL.            VAULTR00
039700     PERFORM 310-DUE VARYING VX FROM 1 BY 1                       VAULTR00
039800         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
039900     MOVE "PULL LIST - REELS FROM THE RACK TO THE VAULT"          VAULTR00
040000         TO TL-WHAT.                                              VAULTR00
040100     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   VAULTR00
040200     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     VAULTR00
040300     IF PULL-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.             VAULTR00
040400     PERFORM 320-PICK-RACK THRU 320X PULL-CNT TIMES.              VAULTR00
040500     MOVE SPACES TO REPORT-REC.                                   VAULTR00
040600     WRITE REPORT-REC.                                            VAULTR00
040700     MOVE "REELS TO PULL FOR THE VAULT" TO CL-LABEL.              VAULTR00
040800     MOVE PULL-CNT TO CL-VALUE.                                   VAULTR00
040900     WRITE REPORT-REC FROM COUNT-LINE.                            VAULTR00
041000 300X.   EXIT.                                                    VAULTR00
041100 310-DUE.                                                         VAULTR00
041200     IF VE-LATEST (VX) = "Y" AND VE-POOL (VX) NOT = "P"           VAULTR00
041300         AND VE-LOC (VX) NOT = "T" AND VE-LOC (VX) NOT = "V"      VAULTR00
041400         AND VE-LOC (VX) NOT = "B"                                VAULTR00
041500         AND TODAY-DAYNO IS NOT GREATER THAN VE-EXP (VX)          VAULTR00
041600         IF VE-CLASS (VX) = "V" OR VE-NEWER (VX) = "Y"            VAULTR00
041700             MOVE "T" TO VE-LOC (VX)                              VAULTR00
041800             MOVE "P" TO VE-ACT (VX)                              VAULTR00
041900             MOVE "Y" TO VE-CHANGED (VX)                          VAULTR00
042000             ADD 1 TO PULL-CNT                                    VAULTR00
042100             MOVE "VAULTOUT" TO AU-EVENT                          VAULTR00
042200             PERFORM 800-LOG-REEL.                                VAULTR00
042300     IF VE-LATEST (VX) = "Y" AND VE-LOC (VX) = "T"                VAULTR00
042400         AND VE-ACT (VX) NOT = "P"                                VAULTR00
042500         ADD 1 TO OUT-HELD-CNT.                                   VAULTR00
042600 320-PICK-RACK.                                                   VAULTR00
042700     MOVE 0 TO MIN-IX.                                            VAULTR00
042800     PERFORM 330-SCAN-RACK VARYING VY FROM 1 BY 1                 VAULTR00
042900         UNTIL VY IS GREATER THAN VE-CNT.                         VAULTR00
043000     IF MIN-IX = 0 GO TO 320X.                                    VAULTR00
043100     MOVE "Y" TO VE-DONE (MIN-IX).                                VAULTR00
043200     MOVE MIN-IX TO VX.                                           VAULTR00
043300     MOVE SPACES TO DL-NOTE.                                      VAULTR00
043400     PERFORM 850-DETAIL.                                          VAULTR00
043500 320X.   EXIT.                                                    VAULTR00
043600 330-SCAN-RACK.                                                   VAULTR00
043700     IF VE-ACT (VY) = "P" AND VE-DONE (VY) NOT = "Y"              VAULTR00
043800         MOVE VE-RACK (VY) TO RK-RACK                             VAULTR00
043900         MOVE VE-SERIAL (VY) TO RK-SERIAL                         VAULTR00
044000         IF MIN-IX = 0 OR RACK-KEY IS LESS THAN MIN-KEY           VAULTR00
044100             MOVE RACK-KEY TO MIN-KEY                             VAULTR00
044200             MOVE VY TO MIN-IX.                                   VAULTR00
044300 400-RETURN.                                                      VAULTR00
044400     NOTE  A REEL IN THE VAULT WHOSE SAVE FACTOR HAS RUN OUT IS   VAULTR00
044500         MARKED B AND LISTED FOR THE COURIER TO BRING BACK.       VAULTR00
044600     PERFORM 410-RETURN-DUE VARYING VX FROM 1 BY 1                VAULTR00
044700         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
044800     MOVE SPACES TO REPORT-REC.                                   VAULTR00
044900     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              VAULTR00
045000     MOVE "RETURN LIST - REELS FROM THE VAULT TO THE RACK"        VAULTR00
045100         TO TL-WHAT.                                              VAULTR00
045200     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   VAULTR00
045300     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     VAULTR00
045400     IF RETURN-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.           VAULTR00
045500     MOVE SPACES TO DL-NOTE.                                      VAULTR00
045600     PERFORM 420-RETURN-LINE VARYING VX FROM 1 BY 1               VAULTR00
045700         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
045800     MOVE SPACES TO REPORT-REC.                                   VAULTR00
045900     WRITE REPORT-REC.                                            VAULTR00
046000     MOVE "REELS TO BRING BACK FROM THE VAULT" TO CL-LABEL.       VAULTR00
046100     MOVE RETURN-CNT TO CL-VALUE.                                 VAULTR00
046200     WRITE REPORT-REC FROM COUNT-LINE.                            VAULTR00
046300 400X.   EXIT.                                                    VAULTR00
046400 410-RETURN-DUE.                                                  VAULTR00
046500     IF VE-LATEST (VX) = "Y" AND VE-LOC (VX) = "V"                VAULTR00
046600         AND TODAY-DAYNO IS GREATER THAN VE-EXP (VX)              VAULTR00
046700         MOVE "B" TO VE-LOC (VX)                                  VAULTR00
046800         MOVE "R" TO VE-ACT (VX)                                  VAULTR00
046900         MOVE "Y" TO VE-CHANGED (VX)                              VAULTR00
047000         ADD 1 TO RETURN-CNT                                      VAULTR00
047100         MOVE "VAULTRTN" TO AU-EVENT                              VAULTR00
047200         PERFORM 800-LOG-REEL.                                    VAULTR00
047300     IF VE-LATEST (VX) = "Y" AND VE-LOC (VX) = "B"                VAULTR00
047400         AND VE-ACT (VX) NOT = "R"                                VAULTR00
047500         ADD 1 TO BACK-HELD-CNT.                                  VAULTR00
047600 420-RETURN-LINE.                                                 VAULTR00
047700     IF VE-ACT (VX) = "R" PERFORM 850-DETAIL.                     VAULTR00
047800 500-SLIP.                                                        VAULTR00
047900     NOTE  THE TRANSMITTAL SLIP TRAVELS WITH THE REELS - BOTH     VAULTR00
048000         DIRECTIONS ON ONE PAGE, A CHECK COLUMN PER REEL AND      VAULTR00
048100         THE OPERATOR, COURIER AND VAULT SIGNATURES.              VAULTR00
048200     MOVE SPACES TO REPORT-REC.                                   VAULTR00
048300     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              VAULTR00
048400     MOVE "TRANSMITTAL SLIP - OFF-SITE VAULT COURIER" TO TL-WHAT. VAULTR00
048500     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 3 LINES.   VAULTR00
048600     MOVE "REELS GOING TO THE VAULT" TO SB-TEXT.                  VAULTR00
048700     WRITE REPORT-REC FROM SUB-LINE BEFORE ADVANCING 2 LINES.     VAULTR00
048800     IF PULL-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.             VAULTR00
048900     MOVE "P" TO SLIP-ACT.                                        VAULTR00
049000     PERFORM 510-SLIP-REEL VARYING VX FROM 1 BY 1                 VAULTR00
049100         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
049200     MOVE SPACES TO REPORT-REC.                                   VAULTR00
049300     WRITE REPORT-REC.                                            VAULTR00
049400     MOVE "REELS COMING BACK TO THE RACK" TO SB-TEXT.             VAULTR00
049500     WRITE REPORT-REC FROM SUB-LINE BEFORE ADVANCING 2 LINES.     VAULTR00
049600     IF RETURN-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.           VAULTR00
049700     MOVE "R" TO SLIP-ACT.                                        VAULTR00
049800     PERFORM 510-SLIP-REEL VARYING VX FROM 1 BY 1                 VAULTR00
049900         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
050000     MOVE SPACES TO REPORT-REC.                                   VAULTR00
050100     WRITE REPORT-REC.                                            VAULTR00
050200     MOVE "REELS TO THE VAULT" TO CL-LABEL.                       VAULTR00
050300     MOVE PULL-CNT TO CL-VALUE.                                   VAULTR00
050400     WRITE REPORT-REC FROM COUNT-LINE.                            VAULTR00
050500     MOVE "REELS BACK FROM THE VAULT" TO CL-LABEL.                VAULTR00
050600     MOVE RETURN-CNT TO CL-VALUE.                                 VAULTR00
050700     WRITE REPORT-REC FROM COUNT-LINE.                            VAULTR00
050800     IF OUT-HELD-CNT IS GREATER THAN 0                            VAULTR00
050900         MOVE "STILL NOT RECEIVED FROM EARLIER SLIPS" TO CL-LABEL VAULTR00
051000         MOVE OUT-HELD-CNT TO CL-VALUE                            VAULTR00
051100         WRITE REPORT-REC FROM COUNT-LINE.                        VAULTR00
051200     MOVE SPACES TO REPORT-REC.                                   VAULTR00
051300     WRITE REPORT-REC BEFORE ADVANCING 3 LINES.                   VAULTR00
051400     MOVE OPERATOR-CODE TO OL-CODE.                               VAULTR00
051500     MOVE OPER-LABEL TO SG-LABEL.                                 VAULTR00
051600     WRITE REPORT-REC FROM SIGN-LINE BEFORE ADVANCING 3 LINES.    VAULTR00
051700     MOVE "COURIER" TO SG-LABEL.                                  VAULTR00
051800     WRITE REPORT-REC FROM SIGN-LINE BEFORE ADVANCING 3 LINES.    VAULTR00
051900     MOVE "RECEIVED AT THE VAULT" TO SG-LABEL.                    VAULTR00
052000     WRITE REPORT-REC FROM SIGN-LINE.                             VAULTR00
052100 500X.   EXIT.                                                    VAULTR00
052200 510-SLIP-REEL.                                                   VAULTR00
052300     IF VE-ACT (VX) = SLIP-ACT                                    VAULTR00
052400         MOVE VE-SERIAL (VX) TO SP-SERIAL                         VAULTR00
052500         MOVE VE-FILE (VX) TO SP-FILE                             VAULTR00
052600         MOVE VE-DATE (VX) TO SP-DATE                             VAULTR00
052700         WRITE REPORT-REC FROM SLIP-LINE.                         VAULTR00
052800 600-RECEIPT.                                                     VAULTR00
052900     NOTE  EACH KEYED SERIAL MUST BE IN TRANSIT FROM-LOC - IT     VAULTR00
053000         THEN GOES TO TO-LOC. ALL TAKES EVERY REEL IN TRANSIT.    VAULTR00
053100     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   VAULTR00
053200     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     VAULTR00
053300 610-ASK.                                                         VAULTR00
053400     DISPLAY "ENTER REEL SERIAL RECEIVED - ALL FOR EVERY REEL".   VAULTR00
053500     DISPLAY "IN TRANSIT, SPACES WHEN DONE".                      VAULTR00
053600     MOVE SPACES TO SERIAL-REPLY.                                 VAULTR00
053700     ACCEPT SERIAL-REPLY.                                         VAULTR00
053800     IF SERIAL-REPLY = SPACES GO TO 650-LEFT.                     VAULTR00
053900     IF SERIAL-REPLY = "ALL   "                                   VAULTR00
054000         PERFORM 630-ALL VARYING VX FROM 1 BY 1                   VAULTR00
054100             UNTIL VX IS GREATER THAN VE-CNT                      VAULTR00
054200         GO TO 650-LEFT.                                          VAULTR00
054300     MOVE 0 TO HIT-IX.                                            VAULTR00
054400     PERFORM 615-FIND VARYING VX FROM 1 BY 1                      VAULTR00
054500         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
054600     IF HIT-IX = 0                                                VAULTR00
054700         DISPLAY "REEL " SERIAL-REPLY " NOT IN VOLCAT - IGNORED"  VAULTR00
054800         MOVE SPACES TO DETAIL-LINE                               VAULTR00
054900         MOVE SERIAL-REPLY TO DL-SERIAL                           VAULTR00
055000         MOVE "NOT IN VOLCAT" TO DL-NOTE                          VAULTR00
055100         WRITE REPORT-REC FROM DETAIL-LINE                        VAULTR00
055200         ADD 1 TO EXCEPT-CNT                                      VAULTR00
055300         GO TO 610-ASK.                                           VAULTR00
055400     MOVE HIT-IX TO VX.                                           VAULTR00
055500     IF VE-LOC (VX) NOT = FROM-LOC                                VAULTR00
055600         DISPLAY "REEL " SERIAL-REPLY " NOT IN TRANSIT - IGNORED" VAULTR00
055700         MOVE "NOT IN TRANSIT" TO DL-NOTE                         VAULTR00
055800         PERFORM 850-DETAIL                                       VAULTR00
055900         ADD 1 TO EXCEPT-CNT                                      VAULTR00
056000         GO TO 610-ASK.                                           VAULTR00
056100     PERFORM 620-RECEIVE.                                         VAULTR00
056200     GO TO 610-ASK.                                               VAULTR00
056300 650-LEFT.                                                        VAULTR00
056400     MOVE SPACES TO REPORT-REC.                                   VAULTR00
056500     WRITE REPORT-REC.                                            VAULTR00
056600     MOVE "REELS RECEIVED" TO CL-LABEL.                           VAULTR00
056700     MOVE RECV-CNT TO CL-VALUE.                                   VAULTR00
056800     WRITE REPORT-REC FROM COUNT-LINE.                            VAULTR00
056900     MOVE "REELS KEYED BUT NOT IN TRANSIT" TO CL-LABEL.           VAULTR00
057000     MOVE EXCEPT-CNT TO CL-VALUE.                                 VAULTR00
057100     WRITE REPORT-REC FROM COUNT-LINE BEFORE ADVANCING 3 LINES.   VAULTR00
057200     MOVE "STILL IN TRANSIT - NOT YET RECEIVED" TO SB-TEXT.       VAULTR00
057300     WRITE REPORT-REC FROM SUB-LINE BEFORE ADVANCING 2 LINES.     VAULTR00
057400     MOVE "NOT RECEIVED" TO DL-NOTE.                              VAULTR00
057500     PERFORM 660-LEFT-LINE VARYING VX FROM 1 BY 1                 VAULTR00
057600         UNTIL VX IS GREATER THAN VE-CNT.                         VAULTR00
057700     IF LEFT-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.             VAULTR00
057800 600X.   EXIT.                                                    VAULTR00
057900 615-FIND.                                                        VAULTR00
058000     IF VE-LATEST (VX) = "Y" AND VE-SERIAL (VX) = SERIAL-REPLY    VAULTR00
058100         MOVE VX TO HIT-IX.                                       VAULTR00
058200 620-RECEIVE.                                                     VAULTR00
058300     MOVE TO-LOC TO VE-LOC (VX).                                  VAULTR00
058400     MOVE "Y" TO VE-CHANGED (VX).                                 VAULTR00
058500     ADD 1 TO RECV-CNT.                                           VAULTR00
058600     MOVE RECV-EVENT TO AU-EVENT.                                 VAULTR00
058700     PERFORM 800-LOG-REEL.                                        VAULTR00
058800     MOVE "RECEIVED" TO DL-NOTE.                                  VAULTR00
058900     PERFORM 850-DETAIL.                                          VAULTR00
059000 630-ALL.                                                         VAULTR00
059100     IF VE-LATEST (VX) = "Y" AND VE-LOC (VX) = FROM-LOC           VAULTR00
059200         PERFORM 620-RECEIVE.                                     VAULTR00
059300 660-LEFT-LINE.                                                   VAULTR00
059400     IF VE-LATEST (VX) = "Y" AND VE-LOC (VX) = FROM-LOC           VAULTR00
059500         PERFORM 850-DETAIL                                       VAULTR00
059600         ADD 1 TO LEFT-CNT.                                       VAULTR00
059700 700-REWRITE.                                                     VAULTR00
059800     NOTE  VOLCAT IS READ AGAIN IN THE SAME ORDER AND EACH ENTRY  VAULTR00
059900         WHOSE LOCATION HAS CHANGED IS REWRITTEN IN PLACE.        VAULTR00
060000     MOVE 0 TO VX.                                                VAULTR00
060100     MOVE 1 TO SAVED-SW.                                          VAULTR00
060200     OPEN I-O VOL-CATALOG.                                        VAULTR00
060300     IF VOL-STATUS NOT = "00"                                     VAULTR00
060400         DISPLAY "VOLCAT NOT OPEN - LOCATIONS NOT SAVED"          VAULTR00
060500         MOVE 2 TO SAVED-SW                                       VAULTR00
060600         GO TO 700X.                                              VAULTR00
060700 710-REWRITE-READ.                                                VAULTR00
060800     READ VOL-CATALOG AT END GO TO 790-REWRITE-END.               VAULTR00
060900     ADD 1 TO VX.                                                 VAULTR00
061000     IF VX IS GREATER THAN VE-CNT GO TO 790-REWRITE-END.          VAULTR00
061100     IF VE-CHANGED (VX) NOT = "Y" GO TO 710-REWRITE-READ.         VAULTR00
061200     MOVE VE-LOC (VX) TO VC-LOC.                                  VAULTR00
061300     REWRITE VC-REC.                                              VAULTR00
061400     ADD 1 TO UPDATE-CNT.                                         VAULTR00
061500     GO TO 710-REWRITE-READ.                                      VAULTR00
061600 790-REWRITE-END.                                                 VAULTR00
061700     CLOSE VOL-CATALOG.                                           VAULTR00
061800 700X.   EXIT.                                                    VAULTR00
061900 800-LOG-REEL.                                                    VAULTR00
062000     MOVE TODAYS-DATE TO AU-DATE.                                 VAULTR00
062100     MOVE SPACES TO AU-RESULT.                                    VAULTR00
062200     MOVE VE-SERIAL (VX) TO AU-RESULT.                            VAULTR00
062300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  VAULTR00
062400 850-DETAIL.                                                      VAULTR00
062500     MOVE VE-RACK (VX) TO DL-RACK.                                VAULTR00
062600     MOVE VE-SERIAL (VX) TO DL-SERIAL.                            VAULTR00
062700     MOVE VE-FILE (VX) TO DL-FILE.                                VAULTR00
062800     MOVE VE-PROG (VX) TO DL-PROG.                                VAULTR00
062900     MOVE VE-DATE (VX) TO DL-DATE.                                VAULTR00
063000     MOVE VE-SAVE (VX) TO DL-SAVE.                                VAULTR00
063100     MOVE VE-CLASS (VX) TO DL-CLASS.                              VAULTR00
063200     WRITE REPORT-REC FROM DETAIL-LINE.                           VAULTR00
063300 950-AUDIT-START.                                                 VAULTR00
063400     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     VAULTR00
063500     MOVE TODAYS-DATE TO AU-DATE.                                 VAULTR00
063600     MOVE "START   " TO AU-EVENT.                                 VAULTR00
063700     MOVE SPACES TO AU-RESULT.                                    VAULTR00
063800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  VAULTR00
063900 955-AUDIT-END.                                                   VAULTR00
064000     MOVE TODAYS-DATE TO AU-DATE.                                 VAULTR00
064100     MOVE "END     " TO AU-EVENT.                                 VAULTR00
064200     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  VAULTR00
064300 970-AUDIT-WRITE.                                                 VAULTR00
064400     COMPUTE AU-TIME-HOLD = DATA (1).                             VAULTR00
064500     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     VAULTR00
064600     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            VAULTR00
064700     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       VAULTR00
064800     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              VAULTR00
064900     OPEN I-O AUDIT-TRAIL.                                        VAULTR00
065000     MOVE AUDIT-REC TO AU-SAVE-REC.                               VAULTR00
065100     MOVE 1 TO AU-KEY.                                            VAULTR00
065200     READ AUDIT-TRAIL INVALID KEY                                 VAULTR00
065300         MOVE 2 TO AC-NEXT-SLOT.                                  VAULTR00
065400     IF AC-NEXT-SLOT NOT NUMERIC                                  VAULTR00
065500         MOVE 2 TO AC-NEXT-SLOT.                                  VAULTR00
065600     IF AC-NEXT-SLOT IS LESS THAN 2                               VAULTR00
065700         MOVE 2 TO AC-NEXT-SLOT.                                  VAULTR00
065800     MOVE AC-NEXT-SLOT TO AU-NEXT.                                VAULTR00
065900 980-AUDIT-SKIP.                                                  VAULTR00
066000     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          VAULTR00
066100         TOOK IT SINCE THE CONTROL RECORD WAS READ -              VAULTR00
066200         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          VAULTR00
066300         OVERWRITING EACH OTHERS EVENTS.                          VAULTR00
066400     MOVE AU-NEXT TO AU-KEY.                                      VAULTR00
066500     READ AUDIT-TRAIL INVALID KEY                                 VAULTR00
066600         GO TO 985-AUDIT-FREE.                                    VAULTR00
066700     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  VAULTR00
066800     ADD 1 TO AU-NEXT.                                            VAULTR00
066900     GO TO 980-AUDIT-SKIP.                                        VAULTR00
067000 985-AUDIT-FREE.                                                  VAULTR00
067100     MOVE 1 TO AU-KEY.                                            VAULTR00
067200     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       VAULTR00
067300     MOVE 0 TO AU-HASH.                                           VAULTR00
067400     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  VAULTR00
067500     MOVE AU-NEXT TO AU-KEY.                                      VAULTR00
067600     MOVE AU-SAVE-REC TO AUDIT-REC.                               VAULTR00
067700     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                VAULTR00
067800 990-AUDIT-PUT.                                                   VAULTR00
067900     WRITE AUDIT-REC INVALID KEY                                  VAULTR00
068000         DISPLAY "AUDIT TRAIL FULL".                              VAULTR00
068100     ADD 1 TO AU-NEXT.                                            VAULTR00
068200     MOVE 1 TO AU-KEY.                                            VAULTR00
068300     MOVE SPACES TO AUDIT-REC.                                    VAULTR00
068400     MOVE AU-NEXT TO AC-NEXT-SLOT.                                VAULTR00
068500     MOVE AU-HASH TO AC-HASH.                                     VAULTR00
068600     WRITE AUDIT-REC INVALID KEY                                  VAULTR00
068700         DISPLAY "AUDIT CONTROL ERROR".                           VAULTR00
068800     MOVE AU-SAVE-REC TO AUDIT-REC.                               VAULTR00
068900     CLOSE AUDIT-TRAIL.                                           VAULTR00
069000 991-AUDIT-HASH.                                                  VAULTR00
069100     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        VAULTR00
069200         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     VAULTR00
069300         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     VAULTR00
069400         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         VAULTR00
069500         REMOVED AFTER IT WAS WRITTEN.                            VAULTR00
069600     MOVE AUDIT-REC TO AU-HASH-REC.                               VAULTR00
069700     MOVE 0 TO AU-REC-SUM.                                        VAULTR00
069800     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        VAULTR00
069900         UNTIL AU-CX IS GREATER THAN 44.                          VAULTR00
070000     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       VAULTR00
070100         MOD 999999937.                                           VAULTR00
070200     GO TO 994-AUDIT-HASH-X.                                      VAULTR00
070300 992-AUDIT-HASH-CHAR.                                             VAULTR00
070400     MOVE 49 TO AU-CODE.                                          VAULTR00
070500     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        VAULTR00
070600         UNTIL AU-TX IS GREATER THAN 48.                          VAULTR00
070700     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           VAULTR00
070800 993-AUDIT-HASH-LOOK.                                             VAULTR00
070900     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    VAULTR00
071000 994-AUDIT-HASH-X.                                                VAULTR00
071100     EXIT.                                                        VAULTR00
071200 940-AUTH-CHECK.                                                  VAULTR00
071300     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         VAULTR00
071400         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           VAULTR00
071500         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            VAULTR00
071600         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          VAULTR00
071700         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        VAULTR00
071800         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            VAULTR00
071900     MOVE 0 TO AUTH-OK-SW.                                        VAULTR00
072000     OPEN INPUT AUTH-FILE.                                        VAULTR00
072100     IF AUTH-FILE-STATUS NOT = "00"                               VAULTR00
072200         MOVE 1 TO AUTH-OK-SW                                     VAULTR00
072300         GO TO 945-AUTH-X.                                        VAULTR00
072400 941-AUTH-READ.                                                   VAULTR00
072500     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   VAULTR00
072600     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         VAULTR00
072700     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                VAULTR00
072800     GO TO 941-AUTH-READ.                                         VAULTR00
072900 943-AUTH-DONE.                                                   VAULTR00
073000     CLOSE AUTH-FILE.                                             VAULTR00
073100     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          VAULTR00
073200     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               VAULTR00
073300     MOVE TODAYS-DATE TO AU-DATE.                                 VAULTR00
073400     MOVE "AUTHFAIL" TO AU-EVENT.                                 VAULTR00
073500     MOVE "REFUSED " TO AU-RESULT.                                VAULTR00
073600     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  VAULTR00
073700     STOP RUN.                                                    VAULTR00
073800 945-AUTH-X.                                                      VAULTR00
073900     EXIT.                                                        VAULTR00
074000 946-AUTH-GRANT.                                                  VAULTR00
074100     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          VAULTR00
074200         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         VAULTR00
074300         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            VAULTR00
074400         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                VAULTR00
074500     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            VAULTR00
074600     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            VAULTR00
074700         + AUTH-DATE-IN DIV 100.                                  VAULTR00
074800     IF RA-EXPIRES NUMERIC                                        VAULTR00
074900         IF RA-EXPIRES NOT = 0                                    VAULTR00
075000             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                VAULTR00
075100                 GO TO 947-AUTH-GRANT-X.                          VAULTR00
075200     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             VAULTR00
075300     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             VAULTR00
075400 947-AUTH-GRANT-X.                                                VAULTR00
075500     EXIT.                                                        VAULTR00
075600 930-OPER-SIGNON.                                                 VAULTR00
075700     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      VAULTR00
075800         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       VAULTR00
075900         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          VAULTR00
076000         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       VAULTR00
076100         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           VAULTR00
076200         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         VAULTR00
076300         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                VAULTR00
076400     MOVE 0 TO OPER-TRIES.                                        VAULTR00
076500 931-OPER-ASK.                                                    VAULTR00
076600     ADD 1 TO OPER-TRIES.                                         VAULTR00
076700     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            VAULTR00
076800     ACCEPT OPERATOR-CODE.                                        VAULTR00
076900     MOVE OPERATOR-CODE TO AU-OPERATOR.                           VAULTR00
077000     MOVE 0 TO OPER-OK-SW.                                        VAULTR00
077100     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               VAULTR00
077200     OPEN INPUT OPER-FILE.                                        VAULTR00
077300     IF OPER-FILE-STATUS NOT = "00"                               VAULTR00
077400         MOVE 1 TO OPER-OK-SW                                     VAULTR00
077500         GO TO 933-OPER-DONE.                                     VAULTR00
077600 932-OPER-READ.                                                   VAULTR00
077700     READ OPER-FILE AT END                                        VAULTR00
077800         CLOSE OPER-FILE                                          VAULTR00
077900         GO TO 933-OPER-DONE.                                     VAULTR00
078000     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          VAULTR00
078100     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 VAULTR00
078200     GO TO 932-OPER-READ.                                         VAULTR00
078300 933-OPER-DONE.                                                   VAULTR00
078400     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       VAULTR00
078500     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           VAULTR00
078600     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             VAULTR00
078700     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             VAULTR00
078800     MOVE TODAYS-DATE TO AU-DATE.                                 VAULTR00
078900     MOVE "SIGNFAIL" TO AU-EVENT.                                 VAULTR00
079000     MOVE "REFUSED " TO AU-RESULT.                                VAULTR00
079100     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  VAULTR00
079200     STOP RUN.                                                    VAULTR00
079300 934-OPER-AUTH.                                                   VAULTR00
079400     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      VAULTR00
079500 935-OPER-X.                                                      VAULTR00
079600     EXIT.                                                        VAULTR00
079700 END-OF-JOB.                                                      VAULTR00
