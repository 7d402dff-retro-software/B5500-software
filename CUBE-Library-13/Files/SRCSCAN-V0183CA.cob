000100SRCSCAN     000183CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  FINDING EVERY PROGRAM THAT MOVES TO A FIELD, CALLS A ROUTINE OR       00
000900  STILL NAMES AN OLD FILE USED TO MEAN CHECKING OUT AND LISTING         00
001000  MEMBER AFTER MEMBER. THIS RUN SEARCHES THE LATEST GENERATION OF       00
001100  EVERY SRCLIB MEMBER - OR OF THE MEMBERS MATCHING A NAME MASK -        00
001200  FOR UP TO 10 SEARCH STRINGS AND PRINTS EACH CARD THAT HOLDS ONE,      00
001300  WITH THE MEMBER NAME, THE SEQUENCE NUMBER AND THE CARD IMAGE,         00
001400  THEN A MEMBER-BY-MEMBER COUNT OF CARDS SCANNED AND HITS.              00
001500                                                                        00
001600  TWO REPLIES ARE TAKEN AT THE SPO -                                    00
001700     THE MEMBER NAME OR MASK (UP TO 20 CHARACTERS, TRAILING             00
001800        BLANKS MATCH ANYTHING - THE LIBFIND RULE - SPACES FOR           00
001900        EVERY MEMBER), AND                                              00
002000     WHICH MEMBERS TO SCAN - A FOR ALL, C FOR COPY MEMBERS ONLY         00
002100        OR S FOR SOURCE PROGRAMS ONLY. THE CLASS OF A MEMBER IS         00
002200        THE CLASS OF ITS LATEST GENERATION.                             00
002300                                                                        00
002400  THE SEARCH STRINGS FOLLOW ON CARDS, ONE TO A CARD, ENDED BY AN        00
002500  END-OF-JOB CARD -                                                     00
002600     COLS  1-40  THE TEXT TO FIND                                       00
002700     COLS 41-42  ITS LENGTH - BLANK TAKES THE TEXT UP TO ITS LAST       00
002800                 NON-BLANK CHARACTER. GIVE IT TO FIND TEXT WITH         00
002900                 TRAILING BLANKS.                                       00
003000     COLS 44-45  FIRST CARD COLUMN TO SEARCH - BLANK FOR 1              00
003100     COLS 47-48  LAST CARD COLUMN TO SEARCH - BLANK FOR 80              00
003200  A CARD IS LISTED ONCE FOR EACH STRING IT HOLDS WITHIN THAT            00
003300  STRINGS COLUMNS, WITH THE STRINGS NUMBER AND THE COLUMN WHERE IT      00
003400  WAS FIRST FOUND. THE IN-CORE TABLE HOLDS 500 MEMBERS.                 00
003500                                                                        00
003600                                                                        00
003700 IDENTIFICATION DIVISION.                                         SRCSCN00
003800 PROGRAM-ID. SOURCE LIBRARY TEXT SEARCH "SRCSCAN".                SRCSCN00
003900 DATE-COMPILED.                                                   SRCSCN00
004000 REMARKS. SEARCHES THE LATEST GENERATION OF THE SRCLIB MEMBERS    SRCSCN00
004100     FOR THE STRINGS GIVEN ON CARDS AND LISTS EVERY CARD FOUND,   SRCSCN00
004200     WITH A HIT COUNT BY MEMBER.                                  SRCSCN00
004300 ENVIRONMENT DIVISION.                                            SRCSCN00
004400 CONFIGURATION SECTION.                                           SRCSCN00
004500 SOURCE-COMPUTER. B-5500.                                         SRCSCN00
004600 OBJECT-COMPUTER. B-5500.                                         SRCSCN00
004700 INPUT-OUTPUT SECTION.                                            SRCSCN00
004800 FILE-CONTROL.                                                    SRCSCN00
004900     SELECT SEARCH-CARDS ASSIGN TO CARD-READER.                   SRCSCN00
005000     SELECT SRC-LIBRARY ASSIGN TO DISK                            SRCSCN00
005100         FILE STATUS IS LIB-FILE-STATUS.                          SRCSCN00
005200     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SRCSCN00
005300 DATA DIVISION.                                                   SRCSCN00
005400 FILE SECTION.                                                    SRCSCN00
005500 FD  SEARCH-CARDS                                                 SRCSCN00
005600         LABEL RECORD STANDARD                                    SRCSCN00
005700         VALUE OF ID "CARD"                                       SRCSCN00
005800         DATA RECORD SC-REC AND SC-EOJ-REC.                       SRCSCN00
005900 01  SC-REC          SZ 80.                                       SRCSCN00
006000     05  SC-TEXT         PC X(40).                                SRCSCN00
006100     05  SC-LEN          PC 99.                                   SRCSCN00
006200     05  FILLER          SZ 1.                                    SRCSCN00
006300     05  SC-FROM         PC 99.                                   SRCSCN00
006400     05  FILLER          SZ 1.                                    SRCSCN00
006500     05  SC-TO           PC 99.                                   SRCSCN00
006600     05  FILLER          SZ 32.                                   SRCSCN00
006700 01  SC-EOJ-REC      SZ 80.                                       SRCSCN00
006800     05  FILLER          SZ 7.                                    SRCSCN00
006900     05  SC-EOJ          SZ 10.                                   SRCSCN00
007000     05  FILLER          SZ 63.                                   SRCSCN00
007100 MD  SRC-LIBRARY                                                  SRCSCN00
007200     FILE CONTAINS 60 | 1500 RECORDS                              SRCSCN00
007300     ACCESS MODE SEQUENTIAL                                       SRCSCN00
007400     BLOCK CONTAINS 15 RECORDS                                    SRCSCN00
007500     RECORD CONTAINS 80 CHARACTERS                                SRCSCN00
007600     LABEL RECORD IS STANDARD                                     SRCSCN00
007700     VALUE OF ID IS "SRCLIB"                                      SRCSCN00
007800     DATA RECORD IS LIB-REC.                                      SRCSCN00
007900 01  LIB-REC         SZ 80.                                       SRCSCN00
008000     05  LB-TAG          PC X(8).                                 SRCSCN00
008100     05  FILLER          SZ 1.                                    SRCSCN00
008200     05  LB-MEMBER       PC X(20).                                SRCSCN00
008300     05  FILLER          SZ 1.                                    SRCSCN00
008400     05  LB-DATE         PC 9(6).                                 SRCSCN00
008500     05  FILLER          SZ 1.                                    SRCSCN00
008600     05  LB-COUNT        PC 9(6).                                 SRCSCN00
008700     05  FILLER          SZ 1.                                    SRCSCN00
008800     05  LB-CLASS        PC X.                                    SRCSCN00
008900     05  FILLER          SZ 35.                                   SRCSCN00
009000 FD  REPORT-FILE                                                  SRCSCN00
009100         VALUE OF ID "SRCSCAN"                                    SRCSCN00
009200         DATA RECORD REPORT-REC.                                  SRCSCN00
009300 01  REPORT-REC      SZ 132.                                      SRCSCN00
009400 WORKING-STORAGE SECTION.                                         SRCSCN00
009500 77  LIB-FILE-STATUS VA SPACE        PC X(2).                     SRCSCN00
009600 77  SCAN-CLASS      VA "A"          PC X.                        SRCSCN00
009700 77  SS-CNT          VA 0    CMP-1   PC 99.                       SRCSCN00
009800 77  MB-CNT          VA 0    CMP-1   PC 9(4).                     SRCSCN00
009900 77  MB-FULL-SW      VA 0    CMP-1   PC 9.                        SRCSCN00
010000 77  SCAN-SW         VA 0    CMP-1   PC 9.                        SRCSCN00
010100 77  SX                      CMP-1   PC 99.                       SRCSCN00
010200 77  MX                      CMP-1   PC 9(4).                     SRCSCN00
010300 77  HIT-IX                  CMP-1   PC 9(4).                     SRCSCN00
010400 77  CX                      CMP-1   PC 99.                       SRCSCN00
010500 77  KX                      CMP-1   PC 99.                       SRCSCN00
010600 77  PX                      CMP-1   PC 99.                       SRCSCN00
010700 77  LAST-START              CMP-1   PC 99.                       SRCSCN00
010800 77  MASK-IX                 CMP-1   PC 99.                       SRCSCN00
010900 77  MATCH-FLAG                      PC X.                        SRCSCN00
011000 77  BAD-CARDS       VA 0    CMP-1   PC 9(4).                     SRCSCN00
011100 77  SCANNED-COUNT   VA 0    CMP-1   PC 9(4).                     SRCSCN00
011200 77  CARD-COUNT      VA 0    CMP-1   PC 9(6).                     SRCSCN00
011300 77  HIT-COUNT       VA 0    CMP-1   PC 9(6).                     SRCSCN00
011400 01  SEARCH-MASK.                                                 SRCSCN00
011500     05  SM-CH   OC 20   PC X.                                    SRCSCN00
011600 01  CAND-AREA.                                                   SRCSCN00
011700     05  CA-CH   OC 20   PC X.                                    SRCSCN00
011800 01  CARD-AREA.                                                   SRCSCN00
011900     05  CC-CH   OC 80   PC X.                                    SRCSCN00
012000 01  TRY-TEXT.                                                    SRCSCN00
012100     05  TT-CH   OC 40   PC X.                                    SRCSCN00
012200 01  SS-TABLE.                                                    SRCSCN00
012300     05  SS-ENT  OC 10.                                           SRCSCN00
012400         10  SS-TEXT         PC X(40).                            SRCSCN00
012500         10  SS-LEN    CMP   PC 99.                               SRCSCN00
012600         10  SS-FROM   CMP   PC 99.                               SRCSCN00
012700         10  SS-TO     CMP   PC 99.                               SRCSCN00
012800         10  SS-HITS   CMP   PC 9(6).                             SRCSCN00
012900 01  MB-TABLE.                                                    SRCSCN00
013000     05  MB-ENT  OC 500.                                          SRCSCN00
013100         10  MB-MEMBER       PC X(20).                            SRCSCN00
013200         10  MB-GENS   CMP   PC 9(4).                             SRCSCN00
013300         10  MB-SEEN   CMP   PC 9(4).                             SRCSCN00
013400         10  MB-CLASS        PC X.                                SRCSCN00
013500         10  MB-PICK         PC X.                                SRCSCN00
013600         10  MB-CARDS  CMP   PC 9(6).                             SRCSCN00
013700         10  MB-HITS   CMP   PC 9(6).                             SRCSCN00
013800 01  TITLE-LINE      SZ 132.                                      SRCSCN00
013900     05  FILLER  PC X(30) VA "SOURCE LIBRARY TEXT SEARCH -  ".    SRCSCN00
014000     05  TI-MASK     PC X(20).                                    SRCSCN00
014100     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
014200     05  TI-CLASS    PC X(20).                                    SRCSCN00
014300     05  FILLER      SZ 60    VA SPACE.                           SRCSCN00
014400 01  STRING-HEAD     SZ 132.                                      SRCSCN00
014500     05  FILLER  PC X(40) VA                                      SRCSCN00
014600         "SEARCH STRINGS        TEXT              ".              SRCSCN00
014700     05  FILLER  PC X(40) VA                                      SRCSCN00
014800         "                          LEN  COLUMNS  ".              SRCSCN00
014900     05  FILLER      SZ 52    VA SPACE.                           SRCSCN00
015000 01  STRING-LINE     SZ 132.                                      SRCSCN00
015100     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
015200     05  SL-NO       PC Z9.                                       SRCSCN00
015300     05  FILLER      SZ 18    VA SPACE.                           SRCSCN00
015400     05  FILLER  PC X     VA QUOTE.                               SRCSCN00
015500     05  SL-TEXT     PC X(40).                                    SRCSCN00
015600     05  FILLER  PC X     VA QUOTE.                               SRCSCN00
015700     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
015800     05  SL-LEN      PC Z9.                                       SRCSCN00
015900     05  FILLER      SZ 3     VA SPACE.                           SRCSCN00
016000     05  SL-FROM     PC Z9.                                       SRCSCN00
016100     05  FILLER  PC X     VA "-".                                 SRCSCN00
016200     05  SL-TO       PC 99.                                       SRCSCN00
016300     05  FILLER      SZ 56    VA SPACE.                           SRCSCN00
016400 01  BAD-LINE        SZ 132.                                      SRCSCN00
016500     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
016600     05  FILLER  PC X(18) VA "CARD IGNORED -    ".                SRCSCN00
016700     05  BL-CARD     PC X(80).                                    SRCSCN00
016800     05  FILLER      SZ 32    VA SPACE.                           SRCSCN00
016900 01  HIT-HEAD        SZ 132.                                      SRCSCN00
017000     05  FILLER  PC X(40) VA                                      SRCSCN00
017100         "  MEMBER                SEQ NO  STR COL ".              SRCSCN00
017200     05  FILLER  PC X(10) VA " CARD     ".                        SRCSCN00
017300     05  FILLER      SZ 82    VA SPACE.                           SRCSCN00
017400 01  HIT-LINE        SZ 132.                                      SRCSCN00
017500     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
017600     05  HL-MEMBER   PC X(20).                                    SRCSCN00
017700     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
017800     05  HL-SEQ      PC X(6).                                     SRCSCN00
017900     05  FILLER      SZ 3     VA SPACE.                           SRCSCN00
018000     05  HL-STRING   PC Z9.                                       SRCSCN00
018100     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
018200     05  HL-COL      PC Z9.                                       SRCSCN00
018300     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
018400     05  HL-CARD     PC X(80).                                    SRCSCN00
018500     05  FILLER      SZ 11    VA SPACE.                           SRCSCN00
018600 01  MEMBER-HEAD     SZ 132.                                      SRCSCN00
018700     05  FILLER  PC X(40) VA                                      SRCSCN00
018800         "HITS BY MEMBER                          ".              SRCSCN00
018900     05  FILLER      SZ 92    VA SPACE.                           SRCSCN00
019000 01  MEMBER-COL-LINE SZ 132.                                      SRCSCN00
019100     05  FILLER  PC X(40) VA                                      SRCSCN00
019200         "  MEMBER                CLASS    CARDS  ".              SRCSCN00
019300     05  FILLER  PC X(10) VA "    HITS  ".                        SRCSCN00
019400     05  FILLER      SZ 82    VA SPACE.                           SRCSCN00
019500 01  MEMBER-LINE     SZ 132.                                      SRCSCN00
019600     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
019700     05  ML-MEMBER   PC X(20).                                    SRCSCN00
019800     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
019900     05  ML-CLASS    PC X(6).                                     SRCSCN00
020000     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
020100     05  ML-CARDS    PC ZZZZZ9.                                   SRCSCN00
020200     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
020300     05  ML-HITS     PC ZZZZZ9.                                   SRCSCN00
020400     05  FILLER      SZ 86    VA SPACE.                           SRCSCN00
020500 01  COUNT-LINE      SZ 132.                                      SRCSCN00
020600     05  CL-LABEL    PC X(40).                                    SRCSCN00
020700     05  CL-VALUE    PC ZZZZZ9.                                   SRCSCN00
020800     05  FILLER      SZ 86    VA SPACE.                           SRCSCN00
020900 01  STRING-COUNT-LINE SZ 132.                                    SRCSCN00
021000     05  FILLER  PC X(21) VA "  CARDS FOUND STRING ".             SRCSCN00
021100     05  SN-NO       PC Z9.                                       SRCSCN00
021200     05  FILLER      SZ 17    VA SPACE.                           SRCSCN00
021300     05  SN-VALUE    PC ZZZZZ9.                                   SRCSCN00
021400     05  FILLER      SZ 86    VA SPACE.                           SRCSCN00
021500 01  NONE-LINE       SZ 132.                                      SRCSCN00
021600     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
021700     05  FILLER  PC X(4)  VA "NONE".                              SRCSCN00
021800     05  FILLER      SZ 126   VA SPACE.                           SRCSCN00
021900 01  FULL-LINE       SZ 132.                                      SRCSCN00
022000     05  FILLER      SZ 2     VA SPACE.                           SRCSCN00
022100     05  FILLER  PC X(40) VA                                      SRCSCN00
022200         "SRCLIB TABLE FULL - LATER MEMBERS NOT SC".              SRCSCN00
022300     05  FILLER  PC X(6)  VA "ANNED ".                            SRCSCN00
022400     05  FILLER      SZ 84    VA SPACE.                           SRCSCN00
022500 01  BLANK-LINE      SZ 132   VA SPACE.                           SRCSCN00
022600 PROCEDURE DIVISION.                                              SRCSCN00
022700 000-MAIN.                                                        SRCSCN00
022800     DISPLAY "MEMBER NAME OR MASK (20 CHARS, SPACES FOR ALL)".    SRCSCN00
022900     ACCEPT SEARCH-MASK.                                          SRCSCN00
023000     DISPLAY "MEMBERS TO SCAN - A (ALL), C (COPY MEMBERS ONLY)".  SRCSCN00
023100     DISPLAY "OR S (SOURCE PROGRAMS ONLY)".                       SRCSCN00
023200     ACCEPT SCAN-CLASS.                                           SRCSCN00
023300     IF SCAN-CLASS NOT = "C" AND SCAN-CLASS NOT = "S"             SRCSCN00
023400         MOVE "A" TO SCAN-CLASS.                                  SRCSCN00
023500     OPEN OUTPUT REPORT-FILE.                                     SRCSCN00
023600     MOVE SEARCH-MASK TO TI-MASK.                                 SRCSCN00
023700     IF SEARCH-MASK = SPACES MOVE "ALL MEMBERS" TO TI-MASK.       SRCSCN00
023800     MOVE "ALL CLASSES" TO TI-CLASS.                              SRCSCN00
023900     IF SCAN-CLASS = "C" MOVE "COPY MEMBERS ONLY" TO TI-CLASS.    SRCSCN00
024000     IF SCAN-CLASS = "S" MOVE "SOURCE PROGRAMS ONLY" TO TI-CLASS. SRCSCN00
024100     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SRCSCN00
024200     PERFORM 100-LOAD-STRINGS THRU 100X.                          SRCSCN00
024300     IF SS-CNT = 0                                                SRCSCN00
024400         DISPLAY "NO SEARCH STRING CARDS - NOTHING TO SCAN"       SRCSCN00
024500         CLOSE REPORT-FILE                                        SRCSCN00
024600         STOP RUN.                                                SRCSCN00
024700     PERFORM 200-LOAD-LIBRARY THRU 200X.                          SRCSCN00
024800     IF MB-CNT = 0                                                SRCSCN00
024900         DISPLAY "SRCLIB EMPTY OR NOT PRESENT - NOTHING TO SCAN"  SRCSCN00
025000         CLOSE REPORT-FILE                                        SRCSCN00
025100         STOP RUN.                                                SRCSCN00
025200     PERFORM 250-PICK THRU 250X VARYING MX FROM 1 BY 1            SRCSCN00
025300         UNTIL MX IS GREATER THAN MB-CNT.                         SRCSCN00
025400     PERFORM 300-SCAN THRU 300X.                                  SRCSCN00
025500     PERFORM 700-BY-MEMBER THRU 700X.                             SRCSCN00
025600     PERFORM 800-COUNTS THRU 800X.                                SRCSCN00
025700     CLOSE REPORT-FILE.                                           SRCSCN00
025800     DISPLAY "SRCSCAN - MEMBERS SCANNED " SCANNED-COUNT           SRCSCN00
025900         " CARDS FOUND " HIT-COUNT.                               SRCSCN00
026000     STOP RUN.                                                    SRCSCN00
026100 100-LOAD-STRINGS.                                                SRCSCN00
026200     WRITE REPORT-REC FROM STRING-HEAD.                           SRCSCN00
026300     OPEN INPUT SEARCH-CARDS.                                     SRCSCN00
026400 110-CARD-READ.                                                   SRCSCN00
026500     READ SEARCH-CARDS AT END GO TO 120-CARDS-DONE.               SRCSCN00
026600     IF SC-EOJ = "END-OF-JOB" GO TO 120-CARDS-DONE.               SRCSCN00
026700     IF SC-TEXT = SPACES GO TO 130-CARD-BAD.                      SRCSCN00
026800     IF SS-CNT = 10                                               SRCSCN00
026900         DISPLAY "OVER 10 SEARCH STRINGS - REST IGNORED"          SRCSCN00
027000         GO TO 130-CARD-BAD.                                      SRCSCN00
027100     ADD 1 TO SS-CNT.                                             SRCSCN00
027200     MOVE SC-TEXT TO SS-TEXT (SS-CNT) TRY-TEXT.                   SRCSCN00
027300     MOVE 0 TO SS-HITS (SS-CNT).                                  SRCSCN00
027400     IF SC-LEN NUMERIC AND SC-LEN IS GREATER THAN 0               SRCSCN00
027500         AND SC-LEN IS NOT GREATER THAN 40                        SRCSCN00
027600         MOVE SC-LEN TO SS-LEN (SS-CNT)                           SRCSCN00
027700     ELSE                                                         SRCSCN00
027800         MOVE 40 TO CX                                            SRCSCN00
027900         PERFORM 140-TEXT-END THRU 140X                           SRCSCN00
028000         MOVE CX TO SS-LEN (SS-CNT).                              SRCSCN00
028100     MOVE 1 TO SS-FROM (SS-CNT).                                  SRCSCN00
028200     IF SC-FROM NUMERIC AND SC-FROM IS GREATER THAN 0             SRCSCN00
028300         AND SC-FROM IS NOT GREATER THAN 80                       SRCSCN00
028400         MOVE SC-FROM TO SS-FROM (SS-CNT).                        SRCSCN00
028500     MOVE 80 TO SS-TO (SS-CNT).                                   SRCSCN00
028600     IF SC-TO NUMERIC AND SC-TO IS NOT LESS THAN SS-FROM (SS-CNT) SRCSCN00
028700         AND SC-TO IS NOT GREATER THAN 80                         SRCSCN00
028800         MOVE SC-TO TO SS-TO (SS-CNT).                            SRCSCN00
028900     MOVE SS-CNT TO SL-NO.                                        SRCSCN00
029000     MOVE SS-TEXT (SS-CNT) TO SL-TEXT.                            SRCSCN00
029100     MOVE SS-LEN (SS-CNT) TO SL-LEN.                              SRCSCN00
029200     MOVE SS-FROM (SS-CNT) TO SL-FROM.                            SRCSCN00
029300     MOVE SS-TO (SS-CNT) TO SL-TO.                                SRCSCN00
029400     WRITE REPORT-REC FROM STRING-LINE.                           SRCSCN00
029500     GO TO 110-CARD-READ.                                         SRCSCN00
029600 130-CARD-BAD.                                                    SRCSCN00
029700     ADD 1 TO BAD-CARDS.                                          SRCSCN00
029800     MOVE SC-REC TO BL-CARD.                                      SRCSCN00
029900     WRITE REPORT-REC FROM BAD-LINE.                              SRCSCN00
030000     GO TO 110-CARD-READ.                                         SRCSCN00
030100 120-CARDS-DONE.                                                  SRCSCN00
030200     CLOSE SEARCH-CARDS.                                          SRCSCN00
030300     WRITE REPORT-REC FROM BLANK-LINE.                            SRCSCN00
030400 100X.   EXIT.                                                    SRCSCN00
030500 140-TEXT-END.                                                    SRCSCN00
030600     NOTE  CX IS LEFT AT THE LAST NON-BLANK CHARACTER OF TRY-TEXT.SRCSCN00
030700     IF TT-CH (CX) NOT = SPACE GO TO 140X.                        SRCSCN00
030800     SUBTRACT 1 FROM CX.                                          SRCSCN00
030900     GO TO 140-TEXT-END.                                          SRCSCN00
031000 140X.   EXIT.                                                    SRCSCN00
031100 200-LOAD-LIBRARY.                                                SRCSCN00
031200     NOTE  A RE-CHECKED-IN MEMBER IS APPENDED AS A NEW GENERATION,SRCSCN00
031300         SO THE LAST HEADER READ FOR A MEMBER IS ITS LATEST AND   SRCSCN00
031400         GIVES ITS CLASS.                                         SRCSCN00
031500     OPEN INPUT SRC-LIBRARY.                                      SRCSCN00
031600     IF LIB-FILE-STATUS NOT = "00" GO TO 200X.                    SRCSCN00
031700 210-LIBRARY-READ.                                                SRCSCN00
031800     READ SRC-LIBRARY AT END GO TO 220-LIBRARY-DONE.              SRCSCN00
031900     IF LB-TAG NOT = "*MEMBER " GO TO 210-LIBRARY-READ.           SRCSCN00
032000     PERFORM 230-FIND-MEMBER THRU 230X.                           SRCSCN00
032100     IF HIT-IX = 0                                                SRCSCN00
032200         IF MB-CNT = 500                                          SRCSCN00
032300             MOVE 1 TO MB-FULL-SW                                 SRCSCN00
032400             GO TO 210-LIBRARY-READ                               SRCSCN00
032500         ELSE                                                     SRCSCN00
032600             ADD 1 TO MB-CNT                                      SRCSCN00
032700             MOVE MB-CNT TO HIT-IX                                SRCSCN00
032800             MOVE LB-MEMBER TO MB-MEMBER (HIT-IX)                 SRCSCN00
032900             MOVE 0 TO MB-GENS (HIT-IX) MB-SEEN (HIT-IX)          SRCSCN00
033000                 MB-CARDS (HIT-IX) MB-HITS (HIT-IX).              SRCSCN00
033100     ADD 1 TO MB-GENS (HIT-IX).                                   SRCSCN00
033200     MOVE LB-CLASS TO MB-CLASS (HIT-IX).                          SRCSCN00
033300     GO TO 210-LIBRARY-READ.                                      SRCSCN00
033400 220-LIBRARY-DONE.                                                SRCSCN00
033500     CLOSE SRC-LIBRARY.                                           SRCSCN00
033600     IF MB-FULL-SW = 1                                            SRCSCN00
033700         DISPLAY "OVER 500 SRCLIB MEMBERS - REST NOT SCANNED".    SRCSCN00
033800 200X.   EXIT.                                                    SRCSCN00
033900 230-FIND-MEMBER.                                                 SRCSCN00
034000     MOVE 0 TO HIT-IX.                                            SRCSCN00
034100     PERFORM 235-MEMBER-SCAN VARYING MX FROM 1 BY 1               SRCSCN00
034200         UNTIL MX IS GREATER THAN MB-CNT.                         SRCSCN00
034300 230X.   EXIT.                                                    SRCSCN00
034400 235-MEMBER-SCAN.                                                 SRCSCN00
034500     IF MB-MEMBER (MX) = LB-MEMBER MOVE MX TO HIT-IX.             SRCSCN00
034600 250-PICK.                                                        SRCSCN00
034700     NOTE  MB-PICK IS Y FOR A MEMBER THAT PASSES THE MASK AND THE SRCSCN00
034800         CLASS REPLY.                                             SRCSCN00
034900     MOVE "N" TO MB-PICK (MX).                                    SRCSCN00
035000     MOVE MB-MEMBER (MX) TO CAND-AREA.                            SRCSCN00
035100     PERFORM 600-MASK-TEST THRU 600X.                             SRCSCN00
035200     IF MATCH-FLAG NOT = "Y" GO TO 250X.                          SRCSCN00
035300     IF SCAN-CLASS = "C" AND MB-CLASS (MX) NOT = "C" GO TO 250X.  SRCSCN00
035400     IF SCAN-CLASS = "S" AND MB-CLASS (MX) = "C" GO TO 250X.      SRCSCN00
035500     MOVE "Y" TO MB-PICK (MX).                                    SRCSCN00
035600     ADD 1 TO SCANNED-COUNT.                                      SRCSCN00
035700 250X.   EXIT.                                                    SRCSCN00
035800 300-SCAN.                                                        SRCSCN00
035900     NOTE  THE SECOND PASS COUNTS EACH MEMBERS HEADERS AGAIN AND  SRCSCN00
036000         SCANS ONLY THE CARDS OF ITS LAST GENERATION.             SRCSCN00
036100     WRITE REPORT-REC FROM HIT-HEAD.                              SRCSCN00
036200     OPEN INPUT SRC-LIBRARY.                                      SRCSCN00
036300 310-SCAN-READ.                                                   SRCSCN00
036400     READ SRC-LIBRARY AT END GO TO 320-SCAN-DONE.                 SRCSCN00
036500     IF LB-TAG = "*ENDMBR "                                       SRCSCN00
036600         MOVE 0 TO SCAN-SW                                        SRCSCN00
036700         GO TO 310-SCAN-READ.                                     SRCSCN00
036800     IF LB-TAG = "*MEMBER "                                       SRCSCN00
036900         PERFORM 330-SCAN-HEADER THRU 330X                        SRCSCN00
037000         GO TO 310-SCAN-READ.                                     SRCSCN00
037100     IF SCAN-SW = 0 GO TO 310-SCAN-READ.                          SRCSCN00
037200     ADD 1 TO CARD-COUNT MB-CARDS (HIT-IX).                       SRCSCN00
037300     MOVE LIB-REC TO CARD-AREA.                                   SRCSCN00
037400     PERFORM 400-STRING-TRY THRU 400X VARYING SX FROM 1 BY 1      SRCSCN00
037500         UNTIL SX IS GREATER THAN SS-CNT.                         SRCSCN00
037600     GO TO 310-SCAN-READ.                                         SRCSCN00
037700 320-SCAN-DONE.                                                   SRCSCN00
037800     CLOSE SRC-LIBRARY.                                           SRCSCN00
037900     IF HIT-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.            SRCSCN00
038000     WRITE REPORT-REC FROM BLANK-LINE.                            SRCSCN00
038100 300X.   EXIT.                                                    SRCSCN00
038200 330-SCAN-HEADER.                                                 SRCSCN00
038300     MOVE 0 TO SCAN-SW.                                           SRCSCN00
038400     PERFORM 230-FIND-MEMBER THRU 230X.                           SRCSCN00
038500     IF HIT-IX = 0 GO TO 330X.                                    SRCSCN00
038600     ADD 1 TO MB-SEEN (HIT-IX).                                   SRCSCN00
038700     IF MB-SEEN (HIT-IX) = MB-GENS (HIT-IX)                       SRCSCN00
038800         AND MB-PICK (HIT-IX) = "Y"                               SRCSCN00
038900         MOVE 1 TO SCAN-SW.                                       SRCSCN00
039000 330X.   EXIT.                                                    SRCSCN00
039100 400-STRING-TRY.                                                  SRCSCN00
039200     NOTE  THE STRING IS TRIED AT EACH COLUMN OF ITS RANGE IN TURNSRCSCN00
039300         AND THE CARD IS LISTED AT THE FIRST COLUMN WHERE IT FITS.SRCSCN00
039400     IF SS-TO (SX) IS LESS THAN SS-LEN (SX) GO TO 400X.           SRCSCN00
039500     COMPUTE LAST-START = SS-TO (SX) - SS-LEN (SX) + 1.           SRCSCN00
039600     IF LAST-START IS LESS THAN SS-FROM (SX) GO TO 400X.          SRCSCN00
039700     MOVE SS-TEXT (SX) TO TRY-TEXT.                               SRCSCN00
039800     MOVE SS-FROM (SX) TO PX.                                     SRCSCN00
039900 410-STRING-AT.                                                   SRCSCN00
040000     MOVE "Y" TO MATCH-FLAG.                                      SRCSCN00
040100     PERFORM 450-STRING-CHAR VARYING KX FROM 1 BY 1               SRCSCN00
040200         UNTIL KX IS GREATER THAN SS-LEN (SX) OR MATCH-FLAG = "N".SRCSCN00
040300     IF MATCH-FLAG = "Y" GO TO 420-STRING-HIT.                    SRCSCN00
040400     ADD 1 TO PX.                                                 SRCSCN00
040500     IF PX IS GREATER THAN LAST-START GO TO 400X.                 SRCSCN00
040600     GO TO 410-STRING-AT.                                         SRCSCN00
040700 420-STRING-HIT.                                                  SRCSCN00
040800     ADD 1 TO HIT-COUNT SS-HITS (SX) MB-HITS (HIT-IX).            SRCSCN00
040900     MOVE MB-MEMBER (HIT-IX) TO HL-MEMBER.                        SRCSCN00
041000     MOVE LIB-REC TO HL-CARD HL-SEQ.                              SRCSCN00
041100     MOVE SX TO HL-STRING.                                        SRCSCN00
041200     MOVE PX TO HL-COL.                                           SRCSCN00
041300     WRITE REPORT-REC FROM HIT-LINE.                              SRCSCN00
041400 400X.   EXIT.                                                    SRCSCN00
041500 450-STRING-CHAR.                                                 SRCSCN00
041600     COMPUTE CX = PX + KX - 1.                                    SRCSCN00
041700     IF CC-CH (CX) NOT = TT-CH (KX) MOVE "N" TO MATCH-FLAG.       SRCSCN00
041800 600-MASK-TEST.                                                   SRCSCN00
041900     NOTE  TRAILING BLANKS IN THE MASK MATCH ANYTHING - THE SAME  SRCSCN00
042000         RULE AS LIBFIND.                                         SRCSCN00
042100     MOVE "Y" TO MATCH-FLAG.                                      SRCSCN00
042200     PERFORM 610-MASK-CHAR THRU 610X VARYING MASK-IX              SRCSCN00
042300         FROM 1 BY 1 UNTIL MASK-IX IS GREATER THAN 20.            SRCSCN00
042400 600X.   EXIT.                                                    SRCSCN00
042500 610-MASK-CHAR.                                                   SRCSCN00
042600     IF SM-CH (MASK-IX) = SPACE GO TO 610X.                       SRCSCN00
042700     IF SM-CH (MASK-IX) NOT = CA-CH (MASK-IX)                     SRCSCN00
042800         MOVE "N" TO MATCH-FLAG.                                  SRCSCN00
042900 610X.   EXIT.                                                    SRCSCN00
043000 700-BY-MEMBER.                                                   SRCSCN00
043100     WRITE REPORT-REC FROM MEMBER-HEAD.                           SRCSCN00
043200     WRITE REPORT-REC FROM MEMBER-COL-LINE.                       SRCSCN00
043300     PERFORM 710-MEMBER-ONE THRU 710X VARYING MX FROM 1 BY 1      SRCSCN00
043400         UNTIL MX IS GREATER THAN MB-CNT.                         SRCSCN00
043500     IF SCANNED-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.        SRCSCN00
043600     WRITE REPORT-REC FROM BLANK-LINE.                            SRCSCN00
043700 700X.   EXIT.                                                    SRCSCN00
043800 710-MEMBER-ONE.                                                  SRCSCN00
043900     IF MB-PICK (MX) NOT = "Y" GO TO 710X.                        SRCSCN00
044000     MOVE MB-MEMBER (MX) TO ML-MEMBER.                            SRCSCN00
044100     MOVE "SOURCE" TO ML-CLASS.                                   SRCSCN00
044200     IF MB-CLASS (MX) = "C" MOVE "COPY" TO ML-CLASS.              SRCSCN00
044300     MOVE MB-CARDS (MX) TO ML-CARDS.                              SRCSCN00
044400     MOVE MB-HITS (MX) TO ML-HITS.                                SRCSCN00
044500     WRITE REPORT-REC FROM MEMBER-LINE.                           SRCSCN00
044600 710X.   EXIT.                                                    SRCSCN00
044700 800-COUNTS.                                                      SRCSCN00
044800     MOVE "SRCLIB MEMBERS                          " TO CL-LABEL. SRCSCN00
044900     MOVE MB-CNT TO CL-VALUE.                                     SRCSCN00
045000     WRITE REPORT-REC FROM COUNT-LINE.                            SRCSCN00
045100     MOVE "MEMBERS SCANNED                         " TO CL-LABEL. SRCSCN00
045200     MOVE SCANNED-COUNT TO CL-VALUE.                              SRCSCN00
045300     WRITE REPORT-REC FROM COUNT-LINE.                            SRCSCN00
045400     MOVE "CARDS SCANNED                           " TO CL-LABEL. SRCSCN00
045500     MOVE CARD-COUNT TO CL-VALUE.                                 SRCSCN00
045600     WRITE REPORT-REC FROM COUNT-LINE.                            SRCSCN00
045700     MOVE "CARDS FOUND                             " TO CL-LABEL. SRCSCN00
045800     MOVE HIT-COUNT TO CL-VALUE.                                  SRCSCN00
045900     WRITE REPORT-REC FROM COUNT-LINE.                            SRCSCN00
046000     PERFORM 810-STRING-COUNT VARYING SX FROM 1 BY 1              SRCSCN00
046100         UNTIL SX IS GREATER THAN SS-CNT.                         SRCSCN00
046200     IF BAD-CARDS IS GREATER THAN 0                               SRCSCN00
046300         MOVE "SEARCH CARDS IGNORED                    "          SRCSCN00
046400             TO CL-LABEL                                          SRCSCN00
046500         MOVE BAD-CARDS TO CL-VALUE                               SRCSCN00
046600         WRITE REPORT-REC FROM COUNT-LINE.                        SRCSCN00
046700     IF MB-FULL-SW = 1 WRITE REPORT-REC FROM FULL-LINE.           SRCSCN00
046800 800X.   EXIT.                                                    SRCSCN00
046900 810-STRING-COUNT.                                                SRCSCN00
047000     MOVE SX TO SN-NO.                                            SRCSCN00
047100     MOVE SS-HITS (SX) TO SN-VALUE.                               SRCSCN00
047200     WRITE REPORT-REC FROM STRING-COUNT-LINE.                     SRCSCN00
047300 END-OF-JOB.                                                      SRCSCN00
