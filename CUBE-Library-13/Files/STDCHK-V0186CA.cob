000100STDCHK      000186CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  DECKS COME IN FOR MAKESOLT AND SRCLIB CHECK-IN WITH ID FIELDS         00
000900  THAT DO NOT MATCH THE PROGRAM, TEXT RUNNING PAST COLUMN 72,           00
001000  ALTER STATEMENTS, PARAGRAPH NAMES OUTSIDE THE NUMBERING               00
001100  CONVENTION AND DATA NAMES WITHOUT THE PREFIX OF THE PROGRAM           00
001200  THAT OWNS THEM. THIS RUN CHECKS ONE DECK AGAINST THE SHOP             00
001300  STANDARDS, PRINTS EVERY VIOLATION WITH THE SEQUENCE NUMBER,           00
001400  THE RULE AND THE CARD, AND RATES THE DECK PASS, WARN OR FAIL.         00
001500                                                                        00
001600  THE DECK IS READ FROM CARDS (FILE CARD), FROM A MOUNTED SOLT          00
001700  REEL IN EITHER FORMAT, OR FROM A GENERATION OF AN SRCLIB              00
001800  MEMBER (ZERO FOR THE LATEST), ANSWERED AT THE FIRST ACCEPT.           00
001900  THE MEMBER IDENTIFIER IS ASKED EVERY TIME - IT NAMES THE DECK         00
002000  ON THE HISTORY AND ITS FIRST 8 CHARACTERS ARE THE OWNING              00
002100  PROGRAM LOOKED UP IN DATADICT. THE CARDS BEFORE THE                   00
002200  IDENTIFICATION DIVISION CARD ARE THE NARRATIVE HEADER AND ARE         00
002300  NOT CHECKED. THE ID EXPECTED IN COLUMNS 73-80 IS ANSWERED             00
002400  NEXT - SPACES TAKE THE ID ON THE IDENTIFICATION DIVISION CARD.        00
002500                                                                        00
002600  THE RULES ARE CARDS IN THE DISK FILE STDRULES, KEPT BY THE            00
002700  STANDARDS GROUP WITH THE EDITOR -                                     00
002800     COLS  1-4   RULE CODE                                              00
002900     COL   6     SEVERITY - F (FAIL), W (WARN) OR N (NOT CHECKED)       00
003000     COLS  8-9   PARAMETER (PARA ONLY)                                  00
003100     COLS 12-31  NAME (EXEM ONLY)                                       00
003200     COLS 33-72  WORDING PRINTED FOR THE RULE - BLANK KEEPS THE         00
003300                 STANDARD WORDING                                       00
003400  THE RULE CODES ARE -                                                  00
003500     IDFL  COLUMNS 73-80 NOT THE ID OF THE PROGRAM,                     00
003600     PAST  TEXT RUNNING PAST COLUMN 72 - COLUMN 72 IS NOT BLANK         00
003700           AND THE ID FIELD IS WRONG, SO THE TEXT RAN ON INTO IT,       00
003800     ALTR  AN ALTER STATEMENT,                                          00
003900     PARA  A PARAGRAPH OR SECTION NAME NOT STARTING WITH THE            00
004000           PARAMETER NUMBER OF DIGITS (3 IF BLANK) FOLLOWED BY          00
004100           A HYPHEN OR BY X FOR AN EXIT PARAGRAPH,                      00
004200     PRFX  A DATA NAME (LEVELS 01-49 AND 77, NOT FILLER) WHOSE          00
004300           PREFIX - THE CHARACTERS UP TO ITS FIRST HYPHEN - IS          00
004400           NOT ONE THE NAMES DATADICT GIVES THE OWNING PROGRAM          00
004500           CARRY. A PROGRAM WITH NO DATADICT ENTRIES IS NOT             00
004600           CHECKED FOR PREFIXES,                                        00
004700     EXEM  A PARAGRAPH NAME LET OFF RULE PARA - TRAILING BLANKS         00
004800           MATCH ANYTHING, THE LIBFIND RULE - UP TO 20 CARDS,           00
004900     GATE  F MAKES SRCLIB REFUSE TO CHECK IN A MEMBER WHOSE LAST        00
005000           CHECK TODAY FAILED OR WHICH WAS NOT CHECKED TODAY, W         00
005100           ALSO REFUSES ONE RATED WARN. N OR NO CARD LEAVES             00
005200           CHECK-IN OPEN.                                               00
005300  WITHOUT STDRULES IDFL, PAST AND ALTR FAIL A DECK AND PARA AND         00
005400  PRFX WARN. A DECK WITH ANY FAIL VIOLATION FAILS, ONE WITH ONLY        00
005500  WARN VIOLATIONS IS RATED WARN.                                        00
005600                                                                        00
005700  EVERY DECK CHECKED IS APPENDED TO THE HISTORY FILE STDHIST -          00
005800  A D RECORD WITH THE RATING AND ONE R RECORD FOR EACH RULE IT          00
005900  BROKE WITH THE COUNT. REPLY H AT THE FIRST ACCEPT FOR THE             00
006000  SUMMARY BY RULE OVER THE WHOLE HISTORY - DECKS CHECKED, THEN          00
006100  EACH RULE WITH THE DECKS THAT BROKE IT, THE PERCENTAGE AND THE        00
006200  VIOLATIONS, THE MOST IGNORED RULE FIRST.                              00
006300                                                                        00
006400                                                                        00
006500 IDENTIFICATION DIVISION.                                         STDCHK00
006600 PROGRAM-ID. SHOP CODING STANDARDS CHECKER "STDCHK".              STDCHK00
006700 DATE-COMPILED.                                                   STDCHK00
006800 REMARKS. CHECKS A SOURCE DECK FROM CARDS, A SOLT REEL OR SRCLIB  STDCHK00
006900     AGAINST THE STANDARDS RULES ON STDRULES, LISTS THE           STDCHK00
007000     VIOLATIONS, RATES THE DECK AND KEEPS A HISTORY SUMMARIZED    STDCHK00
007100     BY RULE.                                                     STDCHK00
007200 ENVIRONMENT DIVISION.                                            STDCHK00
007300 CONFIGURATION SECTION.                                           STDCHK00
007400 SOURCE-COMPUTER. B-5500.                                         STDCHK00
007500 OBJECT-COMPUTER. B-5500.                                         STDCHK00
007600 INPUT-OUTPUT SECTION.                                            STDCHK00
007700 FILE-CONTROL.                                                    STDCHK00
007800     SELECT CARDIN      ASSIGN TO CARD-READER.                    STDCHK00
007900     SELECT SOLT-IN     ASSIGN TO TAPE.                           STDCHK00
008000     SELECT SRC-LIBRARY ASSIGN TO DISK                            STDCHK00
008100         FILE STATUS IS LIB-FILE-STATUS.                          STDCHK00
008200     SELECT STD-RULES   ASSIGN TO DISK                            STDCHK00
008300         FILE STATUS IS RULE-FILE-STATUS.                         STDCHK00
008400     SELECT STD-HIST    ASSIGN TO DISK                            STDCHK00
008500         FILE STATUS IS HIST-FILE-STATUS.                         STDCHK00
008600     SELECT DATA-DICT   ASSIGN TO DISK                            STDCHK00
008700         FILE STATUS IS DICT-FILE-STATUS.                         STDCHK00
008800     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   STDCHK00
008900 DATA DIVISION.                                                   STDCHK00
009000 FILE SECTION.                                                    STDCHK00
009100 FD  CARDIN                                                       STDCHK00
009200         LABEL RECORD STANDARD                                    STDCHK00
009300         VALUE OF ID "CARD"                                       STDCHK00
009400         DATA RECORD CARDREC.                                     STDCHK00
009500 01  CARDREC         SZ 80.                                       STDCHK00
009600 FD  SOLT-IN                                                      STDCHK00
009700         LABEL RECORD STANDARD                                    STDCHK00
009800         VALUE OF ID "SOLT"                                       STDCHK00
009900         DATA RECORD INREC1 AND INREC2.                           STDCHK00
010000 01  INREC1.                                                      STDCHK00
010100     05   INRECA             OC 5   SZ 88.                        STDCHK00
010200         10   FILLERA                            SZ 8.            STDCHK00
010300         10   SOLT-REC-1                         PC X(80).        STDCHK00
010400     05   INRECB                                 SZ 8.            STDCHK00
010500 01  INREC2                          SZ 456.                      STDCHK00
010600     05   FILLERCARD                             SZ 80.           STDCHK00
010700     05   FILLER                                 SZ 376.          STDCHK00
010800 MD  SRC-LIBRARY                                                  STDCHK00
010900     FILE CONTAINS 60 | 1500 RECORDS                              STDCHK00
011000     ACCESS MODE SEQUENTIAL                                       STDCHK00
011100     BLOCK CONTAINS 15 RECORDS                                    STDCHK00
011200     RECORD CONTAINS 80 CHARACTERS                                STDCHK00
011300     LABEL RECORD IS STANDARD                                     STDCHK00
011400     VALUE OF ID IS "SRCLIB"                                      STDCHK00
011500     DATA RECORD IS LIB-REC.                                      STDCHK00
011600 01  LIB-REC         SZ 80.                                       STDCHK00
011700     05  LB-TAG          PC X(8).                                 STDCHK00
011800     05  FILLER          SZ 1.                                    STDCHK00
011900     05  LB-MEMBER       PC X(20).                                STDCHK00
012000     05  FILLER          SZ 51.                                   STDCHK00
012100 MD  STD-RULES                                                    STDCHK00
012200     ACCESS SEQUENTIAL                                            STDCHK00
012300     BLOCK CONTAINS 1 RECORDS                                     STDCHK00
012400     VALUE OF ID "STDRULES"                                       STDCHK00
012500     DATA RECORD SR-REC.                                          STDCHK00
012600 01  SR-REC          SZ 80.                                       STDCHK00
012700     05  SR-CODE         PC X(4).                                 STDCHK00
012800     05  FILLER          SZ 1.                                    STDCHK00
012900     05  SR-SEV          PC X.                                    STDCHK00
013000     05  FILLER          SZ 1.                                    STDCHK00
013100     05  SR-PARM         PC XX.                                   STDCHK00
013200     05  FILLER          SZ 2.                                    STDCHK00
013300     05  SR-NAME         PC X(20).                                STDCHK00
013400     05  FILLER          SZ 1.                                    STDCHK00
013500     05  SR-DESC         PC X(40).                                STDCHK00
013600     05  FILLER          SZ 8.                                    STDCHK00
013700 MD  STD-HIST                                                     STDCHK00
013800     ACCESS SEQUENTIAL                                            STDCHK00
013900     BLOCK CONTAINS 1 RECORDS                                     STDCHK00
014000     VALUE OF ID "STDHIST"                                        STDCHK00
014100     DATA RECORD HD-REC AND HR-REC.                               STDCHK00
014200 01  HD-REC          SZ 80.                                       STDCHK00
014300     05  HD-TYPE         PC X.                                    STDCHK00
014400     05  FILLER          SZ 1.                                    STDCHK00
014500     05  HD-MEMBER       PC X(20).                                STDCHK00
014600     05  FILLER          SZ 1.                                    STDCHK00
014700     05  HD-DATE         PC 9(6).                                 STDCHK00
014800     05  FILLER          SZ 1.                                    STDCHK00
014900     05  HD-SRC          PC X.                                    STDCHK00
015000     05  FILLER          SZ 1.                                    STDCHK00
015100     05  HD-GEN          PC 9(4).                                 STDCHK00
015200     05  FILLER          SZ 1.                                    STDCHK00
015300     05  HD-CARDS        PC 9(6).                                 STDCHK00
015400     05  FILLER          SZ 1.                                    STDCHK00
015500     05  HD-RATING       PC X.                                    STDCHK00
015600     05  FILLER          SZ 1.                                    STDCHK00
015700     05  HD-FAILS        PC 9(5).                                 STDCHK00
015800     05  FILLER          SZ 1.                                    STDCHK00
015900     05  HD-WARNS        PC 9(5).                                 STDCHK00
016000     05  FILLER          SZ 1.                                    STDCHK00
016100     05  HD-ID           PC X(8).                                 STDCHK00
016200     05  FILLER          SZ 14.                                   STDCHK00
016300 01  HR-REC          SZ 80.                                       STDCHK00
016400     05  HR-TYPE         PC X.                                    STDCHK00
016500     05  FILLER          SZ 1.                                    STDCHK00
016600     05  HR-MEMBER       PC X(20).                                STDCHK00
016700     05  FILLER          SZ 1.                                    STDCHK00
016800     05  HR-DATE         PC 9(6).                                 STDCHK00
016900     05  FILLER          SZ 1.                                    STDCHK00
017000     05  HR-RULE         PC X(4).                                 STDCHK00
017100     05  FILLER          SZ 1.                                    STDCHK00
017200     05  HR-SEV          PC X.                                    STDCHK00
017300     05  FILLER          SZ 1.                                    STDCHK00
017400     05  HR-COUNT        PC 9(5).                                 STDCHK00
017500     05  FILLER          SZ 38.                                   STDCHK00
017600 FD  DATA-DICT LABEL RECORD STANDARD VA ID "DATADICT"             STDCHK00
017700     DATA RECORDS DICTREC.                                        STDCHK00
017800 01  DICTREC.                                                     STDCHK00
017900     02 DNAME SZ 32.                                              STDCHK00
018000     02 DKIND PC 9.                                               STDCHK00
018100     02 FILLER SZ 1.                                              STDCHK00
018200     02 DPROG SZ 8.                                               STDCHK00
018300     02 FILLER SZ 1.                                              STDCHK00
018400     02 DPICT SZ 14.                                              STDCHK00
018500     02 FILLER SZ 1.                                              STDCHK00
018600     02 DDESC SZ 15.                                              STDCHK00
018700     02 FILLER SZ 1.                                              STDCHK00
018800     02 DDATE PC 9(6).                                            STDCHK00
018900 FD  REPORT-FILE                                                  STDCHK00
019000         VALUE OF ID "STDCHK"                                     STDCHK00
019100         DATA RECORD REPORT-REC.                                  STDCHK00
019200 01  REPORT-REC      SZ 132.                                      STDCHK00
019300 WORKING-STORAGE SECTION.                                         STDCHK00
019400 77  LIB-FILE-STATUS VA SPACE        PC X(2).                     STDCHK00
019500 77  RULE-FILE-STATUS VA SPACE       PC X(2).                     STDCHK00
019600 77  HIST-FILE-STATUS VA SPACE       PC X(2).                     STDCHK00
019700 77  DICT-FILE-STATUS VA SPACE       PC X(2).                     STDCHK00
019800 77  RUN-MODE        VA SPACE        PC X.                        STDCHK00
019900 77  MEMBER-ID       VA SPACE        PC X(20).                    STDCHK00
020000 77  OWNER-PROG      VA SPACE        PC X(8).                     STDCHK00
020100 77  WANT-ID         VA SPACE        PC X(8).                     STDCHK00
020200 77  GEN-IN          VA 0            PC 9(4).                     STDCHK00
020300 77  GEN-CNT         VA 0    CMP-1   PC 9(4).                     STDCHK00
020400 77  SEEN-GEN        VA 0    CMP-1   PC 9(4).                     STDCHK00
020500 77  COPY-SW         VA 0    CMP-1   PC 9.                        STDCHK00
020600 77  IN-DONE         VA 0    CMP-1   PC 9.                        STDCHK00
020700 77  IN-PRIMED       VA 0    CMP-1   PC 9.                        STDCHK00
020800 77  IN-FMT          VA 0    CMP-1   PC 9.                        STDCHK00
020900 77  IN-SUB          VA 1    CMP-1   PC 9.                        STDCHK00
021000 77  PARA-DIGITS     VA 3    CMP-1   PC 99.                       STDCHK00
021100 77  GATE-SEV        VA "N"          PC X.                        STDCHK00
021200 77  DIVISION-NOW    VA SPACE        PC X.                        STDCHK00
021300 77  NOTE-SW         VA 0    CMP-1   PC 9.                        STDCHK00
021400 77  NAME-OK-SW              CMP-1   PC 9.                        STDCHK00
021500 77  MATCH-SW                CMP-1   PC 9.                        STDCHK00
021600 77  EXEMPT-SW               CMP-1   PC 9.                        STDCHK00
021700 77  HIT-IX                  CMP-1   PC 99.                       STDCHK00
021800 77  RX                      CMP-1   PC 99.                       STDCHK00
021900 77  EX                      CMP-1   PC 99.                       STDCHK00
022000 77  PX                      CMP-1   PC 99.                       STDCHK00
022100 77  KX                      CMP-1   PC 99.                       STDCHK00
022200 77  CX                      CMP-1   PC 99.                       STDCHK00
022300 77  NX                      CMP-1   PC 99.                       STDCHK00
022400 77  BEST-IX                 CMP-1   PC 99.                       STDCHK00
022500 77  BEST-DECKS              CMP-1   PC 9(6).                     STDCHK00
022600 77  EM-CNT          VA 0    CMP-1   PC 99.                       STDCHK00
022700 77  PF-CNT          VA 0    CMP-1   PC 99.                       STDCHK00
022800 77  TK-LEN          VA 0    CMP-1   PC 99.                       STDCHK00
022900 77  TK-DOT          VA 0    CMP-1   PC 9.                        STDCHK00
023000 77  CARD-COUNT      VA 0    CMP-1   PC 9(6).                     STDCHK00
023100 77  CHECKED-COUNT   VA 0    CMP-1   PC 9(6).                     STDCHK00
023200 77  FAIL-COUNT      VA 0    CMP-1   PC 9(5).                     STDCHK00
023300 77  WARN-COUNT      VA 0    CMP-1   PC 9(5).                     STDCHK00
023400 77  BAD-RULES       VA 0    CMP-1   PC 9(4).                     STDCHK00
023500 77  RATING          VA "P"          PC X.                        STDCHK00
023600 77  DECK-TOTAL      VA 0    CMP-1   PC 9(6).                     STDCHK00
023700 77  PASS-TOTAL      VA 0    CMP-1   PC 9(6).                     STDCHK00
023800 77  WARN-TOTAL      VA 0    CMP-1   PC 9(6).                     STDCHK00
023900 77  FAIL-TOTAL      VA 0    CMP-1   PC 9(6).                     STDCHK00
024000 01  CARD-WORK.                                                   STDCHK00
024100     05  CW-SEQ          PC X(6).                                 STDCHK00
024200     05  CW-IND          PC X.                                    STDCHK00
024300     05  CW-EOJ          PC X(10).                                STDCHK00
024400     05  FILLER          PC X(54).                                STDCHK00
024500     05  CW-COL72        PC X.                                    STDCHK00
024600     05  CW-ID           PC X(8).                                 STDCHK00
024700 01  CARD-CHARS REDEFINES CARD-WORK.                              STDCHK00
024800     05  CC-CH   OC 80   PC X.                                    STDCHK00
024900 01  CARD-TEXT REDEFINES CARD-WORK.                               STDCHK00
025000     05  FILLER          PC X(6).                                 STDCHK00
025100     05  CT-TEXT         PC X(66).                                STDCHK00
025200     05  FILLER          PC X(8).                                 STDCHK00
025300 01  TOKEN-1             PC X(30).                                STDCHK00
025400 01  TOKEN.                                                       STDCHK00
025500     05  TK-CH   OC 30   PC X.                                    STDCHK00
025600 01  NAME-WORK.                                                   STDCHK00
025700     05  NW-CH   OC 32   PC X.                                    STDCHK00
025800 01  PFX-WORK.                                                    STDCHK00
025900     05  PW-CH   OC 9    PC X.                                    STDCHK00
026000 01  MASK-WORK.                                                   STDCHK00
026100     05  MK-CH   OC 20   PC X.                                    STDCHK00
026200 01  RULE-SET.                                                    STDCHK00
026300     05  FILLER  PC X(05) VA "IDFLF".                             STDCHK00
026400     05  FILLER  PC X(40) VA                                      STDCHK00
026500         "ID FIELD COLS 73-80 NOT THE PROGRAM ID  ".              STDCHK00
026600     05  FILLER  PC X(05) VA "PASTF".                             STDCHK00
026700     05  FILLER  PC X(40) VA                                      STDCHK00
026800         "TEXT RUNS PAST COLUMN 72                ".              STDCHK00
026900     05  FILLER  PC X(05) VA "ALTRF".                             STDCHK00
027000     05  FILLER  PC X(40) VA                                      STDCHK00
027100         "ALTER STATEMENT                         ".              STDCHK00
027200     05  FILLER  PC X(05) VA "PARAW".                             STDCHK00
027300     05  FILLER  PC X(40) VA                                      STDCHK00
027400         "PARAGRAPH NAME BREAKS THE NUMBERING     ".              STDCHK00
027500     05  FILLER  PC X(05) VA "PRFXW".                             STDCHK00
027600     05  FILLER  PC X(40) VA                                      STDCHK00
027700         "DATA NAME WITHOUT THE OWNING PREFIX     ".              STDCHK00
027800 01  RULE-DEFAULTS REDEFINES RULE-SET.                            STDCHK00
027900     05  RD-ENT  OC 5.                                            STDCHK00
028000         10  RD-CODE         PC X(4).                             STDCHK00
028100         10  RD-SEV          PC X.                                STDCHK00
028200         10  RD-DESC         PC X(40).                            STDCHK00
028300 01  RL-TABLE.                                                    STDCHK00
028400     05  RL-ENT  OC 5.                                            STDCHK00
028500         10  RL-CODE         PC X(4).                             STDCHK00
028600         10  RL-SEV          PC X.                                STDCHK00
028700         10  RL-DESC         PC X(40).                            STDCHK00
028800         10  RL-COUNT  CMP   PC 9(5).                             STDCHK00
028900         10  RL-DECKS  CMP   PC 9(6).                             STDCHK00
029000         10  RL-TOTAL  CMP   PC 9(6).                             STDCHK00
029100         10  RL-DONE   CMP   PC 9.                                STDCHK00
029200 01  EM-TABLE.                                                    STDCHK00
029300     05  EM-NAME OC 20   PC X(20).                                STDCHK00
029400 01  PF-TABLE.                                                    STDCHK00
029500     05  PF-NAME OC 50   PC X(9).                                 STDCHK00
029600 01  TITLE-LINE      SZ 132.                                      STDCHK00
029700     05  FILLER  PC X(32) VA "SHOP CODING STANDARDS CHECK     ".  STDCHK00
029800     05  TL-MEMBER   PC X(20).                                    STDCHK00
029900     05  FILLER  PC X(7)  VA "  FROM ".                           STDCHK00
030000     05  TL-SOURCE   PC X(20).                                    STDCHK00
030100     05  FILLER  PC X(5)  VA " GEN ".                             STDCHK00
030200     05  TL-GEN      PC ZZZ9.                                     STDCHK00
030300     05  FILLER  PC X(5)  VA "  ID ".                             STDCHK00
030400     05  TL-ID       PC X(8).                                     STDCHK00
030500     05  FILLER      SZ 31    VA SPACE.                           STDCHK00
030600 01  RULE-HEAD       SZ 132.                                      STDCHK00
030700     05  FILLER  PC X(40) VA                                      STDCHK00
030800         "RULES IN FORCE                          ".              STDCHK00
030900     05  FILLER      SZ 92    VA SPACE.                           STDCHK00
031000 01  RULE-LINE       SZ 132.                                      STDCHK00
031100     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
031200     05  RU-CODE     PC X(4).                                     STDCHK00
031300     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
031400     05  RU-SEV      PC X(4).                                     STDCHK00
031500     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
031600     05  RU-DESC     PC X(40).                                    STDCHK00
031700     05  FILLER      SZ 78    VA SPACE.                           STDCHK00
031800 01  BAD-RULE-LINE   SZ 132.                                      STDCHK00
031900     05  FILLER  PC X(22) VA "  UNKNOWN RULE CARD - ".            STDCHK00
032000     05  BR-CARD     PC X(80).                                    STDCHK00
032100     05  FILLER      SZ 30    VA SPACE.                           STDCHK00
032200 01  VIOL-HEAD       SZ 132.                                      STDCHK00
032300     05  FILLER  PC X(40) VA                                      STDCHK00
032400         "VIOLATIONS                              ".              STDCHK00
032500     05  FILLER      SZ 92    VA SPACE.                           STDCHK00
032600 01  VIOL-COL-LINE   SZ 132.                                      STDCHK00
032700     05  FILLER  PC X(40) VA                                      STDCHK00
032800         "  SEQ     RULE  SEV   RULE WORDING      ".              STDCHK00
032900     05  FILLER  PC X(40) VA                                      STDCHK00
033000         "                         CARD           ".              STDCHK00
033100     05  FILLER      SZ 52    VA SPACE.                           STDCHK00
033200 01  VIOL-LINE       SZ 132.                                      STDCHK00
033300     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
033400     05  VL-SEQ      PC X(6).                                     STDCHK00
033500     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
033600     05  VL-RULE     PC X(4).                                     STDCHK00
033700     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
033800     05  VL-SEV      PC X(4).                                     STDCHK00
033900     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
034000     05  VL-DESC     PC X(40).                                    STDCHK00
034100     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
034200     05  VL-CARD     PC X(66).                                    STDCHK00
034300     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
034400 01  NOTE-LINE       SZ 132.                                      STDCHK00
034500     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
034600     05  NL-TEXT     PC X(60).                                    STDCHK00
034700     05  FILLER      SZ 70    VA SPACE.                           STDCHK00
034800 01  RATE-LINE       SZ 132.                                      STDCHK00
034900     05  FILLER  PC X(14) VA "DECK RATED    ".                    STDCHK00
035000     05  RT-RATING   PC X(4).                                     STDCHK00
035100     05  FILLER  PC X(13) VA "  FAIL RULES ".                     STDCHK00
035200     05  RT-FAILS    PC ZZZZ9.                                    STDCHK00
035300     05  FILLER  PC X(13) VA "  WARN RULES ".                     STDCHK00
035400     05  RT-WARNS    PC ZZZZ9.                                    STDCHK00
035500     05  FILLER  PC X(9)  VA "  CARDS  ".                         STDCHK00
035600     05  RT-CARDS    PC ZZZZZ9.                                   STDCHK00
035700     05  FILLER      SZ 63    VA SPACE.                           STDCHK00
035800 01  SUM-HEAD        SZ 132.                                      STDCHK00
035900     05  FILLER  PC X(40) VA                                      STDCHK00
036000         "STANDARDS HISTORY BY RULE - MOST IGNORED".              STDCHK00
036100     05  FILLER  PC X(6)  VA " FIRST".                            STDCHK00
036200     05  FILLER      SZ 86    VA SPACE.                           STDCHK00
036300 01  SUM-COL-LINE    SZ 132.                                      STDCHK00
036400     05  FILLER  PC X(40) VA                                      STDCHK00
036500         "  RULE  SEV    DECKS  PCT  VIOLATIONS  W".              STDCHK00
036600     05  FILLER  PC X(40) VA                                      STDCHK00
036700         "ORDING                                  ".              STDCHK00
036800     05  FILLER      SZ 52    VA SPACE.                           STDCHK00
036900 01  SUM-LINE        SZ 132.                                      STDCHK00
037000     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
037100     05  SL-RULE     PC X(4).                                     STDCHK00
037200     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
037300     05  SL-SEV      PC X(4).                                     STDCHK00
037400     05  FILLER      SZ 1     VA SPACE.                           STDCHK00
037500     05  SL-DECKS    PC ZZZZZ9.                                   STDCHK00
037600     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
037700     05  SL-PCT      PC ZZ9.                                      STDCHK00
037800     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
037900     05  SL-TOTAL    PC ZZZZZZZZZ9.                               STDCHK00
038000     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
038100     05  SL-DESC     PC X(40).                                    STDCHK00
038200     05  FILLER      SZ 54    VA SPACE.                           STDCHK00
038300 01  COUNT-LINE      SZ 132.                                      STDCHK00
038400     05  CL-LABEL    PC X(40).                                    STDCHK00
038500     05  CL-VALUE    PC ZZZZZ9.                                   STDCHK00
038600     05  FILLER      SZ 86    VA SPACE.                           STDCHK00
038700 01  NONE-LINE       SZ 132.                                      STDCHK00
038800     05  FILLER      SZ 2     VA SPACE.                           STDCHK00
038900     05  FILLER  PC X(4)  VA "NONE".                              STDCHK00
039000     05  FILLER      SZ 126   VA SPACE.                           STDCHK00
039100 01  BLANK-LINE      SZ 132   VA SPACE.                           STDCHK00
039200 PROCEDURE DIVISION.                                              STDCHK00
039300 000-MAIN.                                                        STDCHK00
039400     DISPLAY "DECK FROM C (CARDS), T (SOLT REEL) OR S (SRCLIB),". STDCHK00
039500     DISPLAY "OR H FOR THE HISTORY SUMMARY BY RULE".              STDCHK00
039600     ACCEPT RUN-MODE.                                             STDCHK00
039700     PERFORM 100-LOAD-RULES THRU 100X.                            STDCHK00
039800     IF RUN-MODE = "H" GO TO 600-SUMMARY.                         STDCHK00
039900     IF RUN-MODE NOT = "C" AND RUN-MODE NOT = "T"                 STDCHK00
040000         AND RUN-MODE NOT = "S"                                   STDCHK00
040100         DISPLAY "INVALID REPLY - MUST BE C, T, S OR H"           STDCHK00
040200         STOP RUN.                                                STDCHK00
040300     DISPLAY "MEMBER IDENTIFIER (20 CHARACTERS)".                 STDCHK00
040400     ACCEPT MEMBER-ID.                                            STDCHK00
040500     MOVE MEMBER-ID TO OWNER-PROG.                                STDCHK00
040600     MOVE 0 TO GEN-IN.                                            STDCHK00
040700     IF RUN-MODE = "S" PERFORM 150-PICK-GEN THRU 150X.            STDCHK00
040800     DISPLAY "ID FOR COLS 73-80 - SPACES TO TAKE IT FROM THE".    STDCHK00
040900     DISPLAY "IDENTIFICATION DIVISION CARD".                      STDCHK00
041000     ACCEPT WANT-ID.                                              STDCHK00
041100     PERFORM 170-LOAD-PREFIXES THRU 170X.                         STDCHK00
041200     OPEN OUTPUT REPORT-FILE.                                     STDCHK00
041300     MOVE MEMBER-ID TO TL-MEMBER.                                 STDCHK00
041400     MOVE "CARDS" TO TL-SOURCE.                                   STDCHK00
041500     IF RUN-MODE = "T" MOVE "SOLT REEL" TO TL-SOURCE.             STDCHK00
041600     IF RUN-MODE = "S" MOVE "SRCLIB" TO TL-SOURCE.                STDCHK00
041700     MOVE GEN-IN TO TL-GEN.                                       STDCHK00
041800     MOVE WANT-ID TO TL-ID.                                       STDCHK00
041900     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   STDCHK00
042000     PERFORM 180-RULE-LIST THRU 180X.                             STDCHK00
042100     IF PF-CNT = 0 AND RL-SEV (5) NOT = "N"                       STDCHK00
042200         MOVE "OWNING PROGRAM HAS NO DATADICT ENTRIES - PRFX NOT" STDCHK00
042300             TO NL-TEXT                                           STDCHK00
042400         WRITE REPORT-REC FROM NOTE-LINE                          STDCHK00
042500         MOVE "CHECKED" TO NL-TEXT                                STDCHK00
042600         WRITE REPORT-REC FROM NOTE-LINE                          STDCHK00
042700         WRITE REPORT-REC FROM BLANK-LINE.                        STDCHK00
042800     WRITE REPORT-REC FROM VIOL-HEAD.                             STDCHK00
042900     WRITE REPORT-REC FROM VIOL-COL-LINE.                         STDCHK00
043000     IF RUN-MODE = "C" OPEN INPUT CARDIN.                         STDCHK00
043100     IF RUN-MODE = "T" OPEN INPUT SOLT-IN.                        STDCHK00
043200     IF RUN-MODE = "S" OPEN INPUT SRC-LIBRARY.                    STDCHK00
043300 010-DECK-LOOP.                                                   STDCHK00
043400     PERFORM 200-NEXT-CARD THRU 200X.                             STDCHK00
043500     IF IN-DONE = 1 GO TO 020-DECK-DONE.                          STDCHK00
043600     ADD 1 TO CARD-COUNT.                                         STDCHK00
043700     PERFORM 300-CHECK-CARD THRU 300X.                            STDCHK00
043800     GO TO 010-DECK-LOOP.                                         STDCHK00
043900 020-DECK-DONE.                                                   STDCHK00
044000     IF RUN-MODE = "C" CLOSE CARDIN.                              STDCHK00
044100     IF RUN-MODE = "T" CLOSE SOLT-IN.                             STDCHK00
044200     IF RUN-MODE = "S" CLOSE SRC-LIBRARY.                         STDCHK00
044300     IF FAIL-COUNT = 0 AND WARN-COUNT = 0                         STDCHK00
044400         WRITE REPORT-REC FROM NONE-LINE.                         STDCHK00
044500     WRITE REPORT-REC FROM BLANK-LINE.                            STDCHK00
044600     IF DIVISION-NOW = SPACE                                      STDCHK00
044700         MOVE "NO IDENTIFICATION DIVISION CARD - DECK NOT CHECKED"STDCHK00
044800             TO NL-TEXT                                           STDCHK00
044900         WRITE REPORT-REC FROM NOTE-LINE                          STDCHK00
045000         ADD 1 TO FAIL-COUNT.                                     STDCHK00
045100     MOVE "P" TO RATING.                                          STDCHK00
045200     MOVE "PASS" TO RT-RATING.                                    STDCHK00
045300     IF WARN-COUNT IS GREATER THAN 0                              STDCHK00
045400         MOVE "W" TO RATING                                       STDCHK00
045500         MOVE "WARN" TO RT-RATING.                                STDCHK00
045600     IF FAIL-COUNT IS GREATER THAN 0                              STDCHK00
045700         MOVE "F" TO RATING                                       STDCHK00
045800         MOVE "FAIL" TO RT-RATING.                                STDCHK00
045900     MOVE FAIL-COUNT TO RT-FAILS.                                 STDCHK00
046000     MOVE WARN-COUNT TO RT-WARNS.                                 STDCHK00
046100     MOVE CARD-COUNT TO RT-CARDS.                                 STDCHK00
046200     WRITE REPORT-REC FROM RATE-LINE.                             STDCHK00
046300     PERFORM 500-HISTORY THRU 500X.                               STDCHK00
046400     CLOSE REPORT-FILE.                                           STDCHK00
046500     DISPLAY "STDCHK - " MEMBER-ID " RATED " RT-RATING            STDCHK00
046600         " FAIL " FAIL-COUNT " WARN " WARN-COUNT.                 STDCHK00
046700     STOP RUN.                                                    STDCHK00
046800 100-LOAD-RULES.                                                  STDCHK00
046900     NOTE  THE STANDARD RULES ARE LOADED FIRST AND STDRULES CARDS STDCHK00
047000         OVERRIDE THEM, SO A MISSING FILE CHECKS BY THE STANDARD. STDCHK00
047100     PERFORM 105-RULE-DEFAULT VARYING RX FROM 1 BY 1              STDCHK00
047200         UNTIL RX IS GREATER THAN 5.                              STDCHK00
047300     OPEN INPUT STD-RULES.                                        STDCHK00
047400     IF RULE-FILE-STATUS NOT = "00" GO TO 100X.                   STDCHK00
047500 110-RULE-READ.                                                   STDCHK00
047600     READ STD-RULES AT END GO TO 140-RULES-DONE.                  STDCHK00
047700     IF SR-CODE = SPACES GO TO 110-RULE-READ.                     STDCHK00
047800     IF SR-CODE = "GATE"                                          STDCHK00
047900         MOVE SR-SEV TO GATE-SEV                                  STDCHK00
048000         GO TO 110-RULE-READ.                                     STDCHK00
048100     IF SR-CODE = "EXEM" GO TO 130-RULE-EXEMPT.                   STDCHK00
048200     MOVE 0 TO HIT-IX.                                            STDCHK00
048300     PERFORM 115-RULE-FIND VARYING RX FROM 1 BY 1                 STDCHK00
048400         UNTIL RX IS GREATER THAN 5.                              STDCHK00
048500     IF HIT-IX = 0 GO TO 135-RULE-BAD.                            STDCHK00
048600     IF SR-SEV NOT = "F" AND SR-SEV NOT = "W"                     STDCHK00
048700         AND SR-SEV NOT = "N" GO TO 135-RULE-BAD.                 STDCHK00
048800     MOVE SR-SEV TO RL-SEV (HIT-IX).                              STDCHK00
048900     IF SR-DESC NOT = SPACES MOVE SR-DESC TO RL-DESC (HIT-IX).    STDCHK00
049000     IF SR-CODE = "PARA" AND SR-PARM NUMERIC                      STDCHK00
049100         MOVE SR-PARM TO PARA-DIGITS.                             STDCHK00
049200     IF PARA-DIGITS = 0 OR PARA-DIGITS IS GREATER THAN 9          STDCHK00
049300         MOVE 3 TO PARA-DIGITS.                                   STDCHK00
049400     GO TO 110-RULE-READ.                                         STDCHK00
049500 130-RULE-EXEMPT.                                                 STDCHK00
049600     IF SR-NAME = SPACES GO TO 135-RULE-BAD.                      STDCHK00
049700     IF EM-CNT = 20 GO TO 135-RULE-BAD.                           STDCHK00
049800     ADD 1 TO EM-CNT.                                             STDCHK00
049900     MOVE SR-NAME TO EM-NAME (EM-CNT).                            STDCHK00
050000     GO TO 110-RULE-READ.                                         STDCHK00
050100 135-RULE-BAD.                                                    STDCHK00
050200     ADD 1 TO BAD-RULES.                                          STDCHK00
050300     DISPLAY "STDRULES CARD NOT USED - " SR-CODE " " SR-SEV.      STDCHK00
050400     GO TO 110-RULE-READ.                                         STDCHK00
050500 140-RULES-DONE.                                                  STDCHK00
050600     CLOSE STD-RULES.                                             STDCHK00
050700 100X.   EXIT.                                                    STDCHK00
050800 105-RULE-DEFAULT.                                                STDCHK00
050900     MOVE RD-CODE (RX) TO RL-CODE (RX).                           STDCHK00
051000     MOVE RD-SEV (RX) TO RL-SEV (RX).                             STDCHK00
051100     MOVE RD-DESC (RX) TO RL-DESC (RX).                           STDCHK00
051200     MOVE 0 TO RL-COUNT (RX) RL-DECKS (RX) RL-TOTAL (RX)          STDCHK00
051300         RL-DONE (RX).                                            STDCHK00
051400 115-RULE-FIND.                                                   STDCHK00
051500     IF RL-CODE (RX) = SR-CODE MOVE RX TO HIT-IX.                 STDCHK00
051600 150-PICK-GEN.                                                    STDCHK00
051700     NOTE  COUNTS THE GENERATIONS OF THE MEMBER SO A ZERO REPLY   STDCHK00
051800         CAN MEAN THE LATEST, AS SRCCOMP DOES.                    STDCHK00
051900     DISPLAY "GENERATION (0 = LATEST)".                           STDCHK00
052000     ACCEPT GEN-IN.                                               STDCHK00
052100     IF GEN-IN NOT NUMERIC MOVE 0 TO GEN-IN.                      STDCHK00
052200     MOVE 0 TO GEN-CNT.                                           STDCHK00
052300     OPEN INPUT SRC-LIBRARY.                                      STDCHK00
052400     IF LIB-FILE-STATUS NOT = "00"                                STDCHK00
052500         DISPLAY "SRCLIB NOT PRESENT"                             STDCHK00
052600         STOP RUN.                                                STDCHK00
052700 155-COUNT-READ.                                                  STDCHK00
052800     READ SRC-LIBRARY AT END GO TO 158-COUNTED.                   STDCHK00
052900     IF LB-TAG = "*MEMBER "                                       STDCHK00
053000         IF LB-MEMBER = MEMBER-ID                                 STDCHK00
053100             ADD 1 TO GEN-CNT.                                    STDCHK00
053200     GO TO 155-COUNT-READ.                                        STDCHK00
053300 158-COUNTED.                                                     STDCHK00
053400     CLOSE SRC-LIBRARY.                                           STDCHK00
053500     IF GEN-CNT = 0                                               STDCHK00
053600         DISPLAY "MEMBER NOT IN LIBRARY - " MEMBER-ID             STDCHK00
053700         STOP RUN.                                                STDCHK00
053800     IF GEN-IN = 0 MOVE GEN-CNT TO GEN-IN.                        STDCHK00
053900     IF GEN-IN IS GREATER THAN GEN-CNT                            STDCHK00
054000         DISPLAY "GENERATION NOT IN LIBRARY - LATEST IS " GEN-CNT STDCHK00
054100         STOP RUN.                                                STDCHK00
054200 150X.   EXIT.                                                    STDCHK00
054300 170-LOAD-PREFIXES.                                               STDCHK00
054400     NOTE  EVERY DATA NAME DATADICT GIVES THE OWNING PROGRAM      STDCHK00
054500         LENDS ITS PREFIX TO THE LIST A DECK NAME MUST MATCH.     STDCHK00
054600     OPEN INPUT DATA-DICT.                                        STDCHK00
054700     IF DICT-FILE-STATUS NOT = "00" GO TO 170X.                   STDCHK00
054800 172-DICT-READ.                                                   STDCHK00
054900     READ DATA-DICT AT END GO TO 178-DICT-DONE.                   STDCHK00
055000     IF DKIND NOT = 1 GO TO 172-DICT-READ.                        STDCHK00
055100     IF DPROG NOT = OWNER-PROG GO TO 172-DICT-READ.               STDCHK00
055200     MOVE DNAME TO NAME-WORK.                                     STDCHK00
055300     PERFORM 470-PREFIX THRU 470X.                                STDCHK00
055400     MOVE 0 TO HIT-IX.                                            STDCHK00
055500     PERFORM 475-PREFIX-FIND VARYING PX FROM 1 BY 1               STDCHK00
055600         UNTIL PX IS GREATER THAN PF-CNT.                         STDCHK00
055700     IF HIT-IX IS GREATER THAN 0 GO TO 172-DICT-READ.             STDCHK00
055800     IF PF-CNT = 50 GO TO 172-DICT-READ.                          STDCHK00
055900     ADD 1 TO PF-CNT.                                             STDCHK00
056000     MOVE PFX-WORK TO PF-NAME (PF-CNT).                           STDCHK00
056100     GO TO 172-DICT-READ.                                         STDCHK00
056200 178-DICT-DONE.                                                   STDCHK00
056300     CLOSE DATA-DICT.                                             STDCHK00
056400 170X.   EXIT.                                                    STDCHK00
056500 180-RULE-LIST.                                                   STDCHK00
056600     WRITE REPORT-REC FROM RULE-HEAD.                             STDCHK00
056700     PERFORM 185-RULE-ONE VARYING RX FROM 1 BY 1                  STDCHK00
056800         UNTIL RX IS GREATER THAN 5.                              STDCHK00
056900     MOVE "GATE" TO RU-CODE.                                      STDCHK00
057000     MOVE "OFF " TO RU-SEV.                                       STDCHK00
057100     IF GATE-SEV = "F" MOVE "FAIL" TO RU-SEV.                     STDCHK00
057200     IF GATE-SEV = "W" MOVE "WARN" TO RU-SEV.                     STDCHK00
057300     MOVE "SRCLIB CHECK-IN REFUSES DECKS RATED" TO RU-DESC.       STDCHK00
057400     WRITE REPORT-REC FROM RULE-LINE.                             STDCHK00
057500     PERFORM 188-EXEMPT-ONE VARYING EX FROM 1 BY 1                STDCHK00
057600         UNTIL EX IS GREATER THAN EM-CNT.                         STDCHK00
057700     IF BAD-RULES IS GREATER THAN 0                               STDCHK00
057800         MOVE "STDRULES CARDS NOT USED - SEE THE CONSOLE"         STDCHK00
057900             TO NL-TEXT                                           STDCHK00
058000         WRITE REPORT-REC FROM NOTE-LINE.                         STDCHK00
058100     WRITE REPORT-REC FROM BLANK-LINE.                            STDCHK00
058200 180X.   EXIT.                                                    STDCHK00
058300 185-RULE-ONE.                                                    STDCHK00
058400     MOVE RL-CODE (RX) TO RU-CODE.                                STDCHK00
058500     MOVE RL-DESC (RX) TO RU-DESC.                                STDCHK00
058600     PERFORM 190-SEV-WORD THRU 190X.                              STDCHK00
058700     WRITE REPORT-REC FROM RULE-LINE.                             STDCHK00
058800 188-EXEMPT-ONE.                                                  STDCHK00
058900     MOVE "EXEM" TO RU-CODE.                                      STDCHK00
059000     MOVE SPACES TO RU-SEV.                                       STDCHK00
059100     MOVE EM-NAME (EX) TO RU-DESC.                                STDCHK00
059200     WRITE REPORT-REC FROM RULE-LINE.                             STDCHK00
059300 190-SEV-WORD.                                                    STDCHK00
059400     MOVE "OFF " TO RU-SEV.                                       STDCHK00
059500     IF RL-SEV (RX) = "F" MOVE "FAIL" TO RU-SEV.                  STDCHK00
059600     IF RL-SEV (RX) = "W" MOVE "WARN" TO RU-SEV.                  STDCHK00
059700 190X.   EXIT.                                                    STDCHK00
059800 200-NEXT-CARD.                                                   STDCHK00
059900     NOTE  DELIVERS THE NEXT CARD OF THE DECK TO CARD-WORK FROM   STDCHK00
060000         WHICHEVER SOURCE WAS ANSWERED - AN END-OF-JOB CARD OR    STDCHK00
060100         THE *ENDMBR OF THE GENERATION ENDS THE DECK.             STDCHK00
060200     IF IN-DONE = 1 GO TO 200X.                                   STDCHK00
060300     IF RUN-MODE = "T" GO TO 220-NEXT-SOLT.                       STDCHK00
060400     IF RUN-MODE = "S" GO TO 240-NEXT-LIB.                        STDCHK00
060500     READ CARDIN AT END MOVE 1 TO IN-DONE GO TO 200X.             STDCHK00
060600     MOVE CARDREC TO CARD-WORK.                                   STDCHK00
060700     GO TO 250-CHECK-EOJ.                                         STDCHK00
060800 220-NEXT-SOLT.                                                   STDCHK00
060900     IF IN-FMT = 1 GO TO 225-BLOCKED.                             STDCHK00
061000     READ SOLT-IN AT END MOVE 1 TO IN-DONE GO TO 200X.            STDCHK00
061100     IF IN-PRIMED = 0                                             STDCHK00
061200         MOVE 1 TO IN-PRIMED                                      STDCHK00
061300         IF FILLERA (1) = "00000088"                              STDCHK00
061400             MOVE 1 TO IN-FMT                                     STDCHK00
061500             MOVE 1 TO IN-SUB                                     STDCHK00
061600             GO TO 226-TAKE.                                      STDCHK00
061700     MOVE FILLERCARD TO CARD-WORK.                                STDCHK00
061800     GO TO 250-CHECK-EOJ.                                         STDCHK00
061900 225-BLOCKED.                                                     STDCHK00
062000     IF IN-SUB IS GREATER THAN 5                                  STDCHK00
062100         READ SOLT-IN AT END MOVE 1 TO IN-DONE GO TO 200X.        STDCHK00
062200     IF IN-SUB IS GREATER THAN 5 MOVE 1 TO IN-SUB.                STDCHK00
062300 226-TAKE.                                                        STDCHK00
062400     MOVE SOLT-REC-1 (IN-SUB) TO CARD-WORK.                       STDCHK00
062500     ADD 1 TO IN-SUB.                                             STDCHK00
062600     GO TO 250-CHECK-EOJ.                                         STDCHK00
062700 240-NEXT-LIB.                                                    STDCHK00
062800     READ SRC-LIBRARY AT END MOVE 1 TO IN-DONE GO TO 200X.        STDCHK00
062900     IF LB-TAG = "*MEMBER "                                       STDCHK00
063000         IF LB-MEMBER = MEMBER-ID                                 STDCHK00
063100             ADD 1 TO SEEN-GEN                                    STDCHK00
063200             IF SEEN-GEN = GEN-IN                                 STDCHK00
063300                 MOVE 1 TO COPY-SW                                STDCHK00
063400                 GO TO 240-NEXT-LIB.                              STDCHK00
063500     IF COPY-SW = 0 GO TO 240-NEXT-LIB.                           STDCHK00
063600     IF LB-TAG = "*ENDMBR " MOVE 1 TO IN-DONE GO TO 200X.         STDCHK00
063700     MOVE LIB-REC TO CARD-WORK.                                   STDCHK00
063800 250-CHECK-EOJ.                                                   STDCHK00
063900     IF CW-EOJ = "END-OF-JOB" MOVE 1 TO IN-DONE.                  STDCHK00
064000 200X.   EXIT.                                                    STDCHK00
064100 300-CHECK-CARD.                                                  STDCHK00
064200     NOTE  THE DIVISION IS FOLLOWED FROM THE DIVISION CARDS - A   STDCHK00
064300         CARD BEFORE THE IDENTIFICATION DIVISION IS HEADER.       STDCHK00
064400     IF CC-CH (8) = SPACE GO TO 310-BODY.                         STDCHK00
064500     MOVE 8 TO CX.                                                STDCHK00
064600     PERFORM 400-NEXT-TOKEN THRU 400X.                            STDCHK00
064700     MOVE TOKEN TO TOKEN-1.                                       STDCHK00
064800     PERFORM 400-NEXT-TOKEN THRU 400X.                            STDCHK00
064900     IF TOKEN NOT = "DIVISION" GO TO 310-BODY.                    STDCHK00
065000     IF TOKEN-1 = "IDENTIFICATION"                                STDCHK00
065100         MOVE "I" TO DIVISION-NOW                                 STDCHK00
065200         IF WANT-ID = SPACES MOVE CW-ID TO WANT-ID.               STDCHK00
065300     IF TOKEN-1 = "ENVIRONMENT" MOVE "E" TO DIVISION-NOW.         STDCHK00
065400     IF TOKEN-1 = "DATA" MOVE "D" TO DIVISION-NOW.                STDCHK00
065500     IF TOKEN-1 = "PROCEDURE" MOVE "P" TO DIVISION-NOW.           STDCHK00
065600     MOVE 0 TO NOTE-SW.                                           STDCHK00
065700     PERFORM 320-ID-CHECK THRU 320X.                              STDCHK00
065800     GO TO 300X.                                                  STDCHK00
065900 310-BODY.                                                        STDCHK00
066000     IF DIVISION-NOW = SPACE GO TO 300X.                          STDCHK00
066100     ADD 1 TO CHECKED-COUNT.                                      STDCHK00
066200     PERFORM 320-ID-CHECK THRU 320X.                              STDCHK00
066300     IF CW-IND = "*" GO TO 300X.                                  STDCHK00
066400     IF DIVISION-NOW = "D" PERFORM 340-DATA-NAME THRU 340X.       STDCHK00
066500     IF DIVISION-NOW NOT = "P" GO TO 300X.                        STDCHK00
066600     IF CC-CH (8) NOT = SPACE PERFORM 360-PARA-NAME THRU 360X.    STDCHK00
066700     PERFORM 380-ALTER-SCAN THRU 380X.                            STDCHK00
066800 300X.   EXIT.                                                    STDCHK00
066900 320-ID-CHECK.                                                    STDCHK00
067000     IF CW-ID = WANT-ID GO TO 320X.                               STDCHK00
067100     MOVE 1 TO RX.                                                STDCHK00
067200     IF CW-COL72 NOT = SPACE MOVE 2 TO RX.                        STDCHK00
067300     PERFORM 450-VIOLATION THRU 450X.                             STDCHK00
067400 320X.   EXIT.                                                    STDCHK00
067500 340-DATA-NAME.                                                   STDCHK00
067600     NOTE  A CARD WHOSE FIRST WORD IS A LEVEL NUMBER 01-49 OR 77  STDCHK00
067700         DEFINES THE DATA NAME THAT FOLLOWS IT.                   STDCHK00
067800     IF RL-SEV (5) = "N" OR PF-CNT = 0 GO TO 340X.                STDCHK00
067900     MOVE 8 TO CX.                                                STDCHK00
068000     PERFORM 400-NEXT-TOKEN THRU 400X.                            STDCHK00
068100     IF TK-LEN NOT = 2 GO TO 340X.                                STDCHK00
068200     IF TK-CH (1) NOT NUMERIC OR TK-CH (2) NOT NUMERIC            STDCHK00
068300         GO TO 340X.                                              STDCHK00
068400     MOVE TOKEN TO TOKEN-1.                                       STDCHK00
068500     IF TOKEN-1 = "00" GO TO 340X.                                STDCHK00
068600     IF TOKEN-1 IS GREATER THAN "49" AND TOKEN-1 NOT = "77"       STDCHK00
068700         GO TO 340X.                                              STDCHK00
068800     PERFORM 400-NEXT-TOKEN THRU 400X.                            STDCHK00
068900     IF TOKEN = SPACES OR TOKEN = "FILLER" GO TO 340X.            STDCHK00
069000     MOVE TOKEN TO NAME-WORK.                                     STDCHK00
069100     PERFORM 470-PREFIX THRU 470X.                                STDCHK00
069200     MOVE 0 TO HIT-IX.                                            STDCHK00
069300     PERFORM 475-PREFIX-FIND VARYING PX FROM 1 BY 1               STDCHK00
069400         UNTIL PX IS GREATER THAN PF-CNT.                         STDCHK00
069500     IF HIT-IX IS GREATER THAN 0 GO TO 340X.                      STDCHK00
069600     MOVE 5 TO RX.                                                STDCHK00
069700     PERFORM 450-VIOLATION THRU 450X.                             STDCHK00
069800 340X.   EXIT.                                                    STDCHK00
069900 360-PARA-NAME.                                                   STDCHK00
070000     NOTE  A WORD IN COLUMN 8 OF THE PROCEDURE DIVISION NAMES A   STDCHK00
070100         PARAGRAPH OR SECTION - IT MUST OPEN WITH THE DIGITS AND  STDCHK00
070200         A HYPHEN, OR AN X ON AN EXIT, UNLESS EXEM LETS IT OFF.   STDCHK00
070300     IF RL-SEV (4) = "N" GO TO 360X.                              STDCHK00
070400     MOVE 8 TO CX.                                                STDCHK00
070500     PERFORM 400-NEXT-TOKEN THRU 400X.                            STDCHK00
070600     MOVE 0 TO EXEMPT-SW.                                         STDCHK00
070700     PERFORM 366-EXEMPT-TRY VARYING EX FROM 1 BY 1                STDCHK00
070800         UNTIL EX IS GREATER THAN EM-CNT.                         STDCHK00
070900     IF EXEMPT-SW = 1 GO TO 360X.                                 STDCHK00
071000     MOVE 1 TO NAME-OK-SW.                                        STDCHK00
071100     PERFORM 362-DIGIT-TRY VARYING KX FROM 1 BY 1                 STDCHK00
071200         UNTIL KX IS GREATER THAN PARA-DIGITS.                    STDCHK00
071300     MOVE PARA-DIGITS TO KX.                                      STDCHK00
071400     ADD 1 TO KX.                                                 STDCHK00
071500     IF TK-CH (KX) NOT = "-" AND TK-CH (KX) NOT = "X"             STDCHK00
071600         MOVE 0 TO NAME-OK-SW.                                    STDCHK00
071700     IF NAME-OK-SW = 1 GO TO 360X.                                STDCHK00
071800     MOVE 4 TO RX.                                                STDCHK00
071900     PERFORM 450-VIOLATION THRU 450X.                             STDCHK00
072000 360X.   EXIT.                                                    STDCHK00
072100 362-DIGIT-TRY.                                                   STDCHK00
072200     IF TK-CH (KX) NOT NUMERIC MOVE 0 TO NAME-OK-SW.              STDCHK00
072300 366-EXEMPT-TRY.                                                  STDCHK00
072400     MOVE EM-NAME (EX) TO MASK-WORK.                              STDCHK00
072500     MOVE 1 TO MATCH-SW.                                          STDCHK00
072600     PERFORM 368-EXEMPT-CHAR VARYING KX FROM 1 BY 1               STDCHK00
072700         UNTIL KX IS GREATER THAN 20.                             STDCHK00
072800     IF MATCH-SW = 1 MOVE 1 TO EXEMPT-SW.                         STDCHK00
072900 368-EXEMPT-CHAR.                                                 STDCHK00
073000     NOTE  A BLANK IN THE EXEM NAME MATCHES ANY CHARACTER.        STDCHK00
073100     IF MK-CH (KX) NOT = SPACE                                    STDCHK00
073200         IF MK-CH (KX) NOT = TK-CH (KX) MOVE 0 TO MATCH-SW.       STDCHK00
073300 380-ALTER-SCAN.                                                  STDCHK00
073400     NOTE  EVERY WORD OF THE CARD OUTSIDE LITERALS AND NOTE       STDCHK00
073500         SENTENCES IS TRIED FOR ALTER. A NOTE RUNS TO ITS PERIOD, STDCHK00
073600         ACROSS CARDS IF NEED BE.                                 STDCHK00
073700     IF RL-SEV (3) = "N" GO TO 380X.                              STDCHK00
073800     MOVE 8 TO CX.                                                STDCHK00
073900 382-ALTER-WORD.                                                  STDCHK00
074000     PERFORM 400-NEXT-TOKEN THRU 400X.                            STDCHK00
074100     IF TK-LEN = 0 GO TO 380X.                                    STDCHK00
074200     IF NOTE-SW = 1                                               STDCHK00
074300         IF TK-DOT = 1 MOVE 0 TO NOTE-SW GO TO 382-ALTER-WORD     STDCHK00
074400         ELSE GO TO 382-ALTER-WORD.                               STDCHK00
074500     IF TOKEN = "NOTE"                                            STDCHK00
074600         IF TK-DOT = 0 MOVE 1 TO NOTE-SW GO TO 382-ALTER-WORD     STDCHK00
074700         ELSE GO TO 382-ALTER-WORD.                               STDCHK00
074800     IF TOKEN NOT = "ALTER" GO TO 382-ALTER-WORD.                 STDCHK00
074900     MOVE 3 TO RX.                                                STDCHK00
075000     PERFORM 450-VIOLATION THRU 450X.                             STDCHK00
075100 380X.   EXIT.                                                    STDCHK00
075200 400-NEXT-TOKEN.                                                  STDCHK00
075300     NOTE  THE NEXT WORD FROM COLUMN CX ON, WITHOUT ITS PERIOD -  STDCHK00
075400         TK-DOT TELLS IF IT HAD ONE. A LITERAL COMES BACK AS A    STDCHK00
075500         SINGLE QUOTE MARK. NO WORD LEFT GIVES SPACES.            STDCHK00
075600     MOVE SPACES TO TOKEN.                                        STDCHK00
075700     MOVE 0 TO TK-LEN TK-DOT.                                     STDCHK00
075800 402-SKIP-SPACE.                                                  STDCHK00
075900     IF CX IS GREATER THAN 72 GO TO 400X.                         STDCHK00
076000     IF CC-CH (CX) = SPACE ADD 1 TO CX GO TO 402-SKIP-SPACE.      STDCHK00
076100     IF CC-CH (CX) NOT = QUOTE GO TO 406-WORD-CHAR.               STDCHK00
076200     MOVE QUOTE TO TK-CH (1).                                     STDCHK00
076300     MOVE 1 TO TK-LEN.                                            STDCHK00
076400     ADD 1 TO CX.                                                 STDCHK00
076500 404-LITERAL-CHAR.                                                STDCHK00
076600     IF CX IS GREATER THAN 72 GO TO 400X.                         STDCHK00
076700     IF CC-CH (CX) = QUOTE ADD 1 TO CX GO TO 400X.                STDCHK00
076800     ADD 1 TO CX.                                                 STDCHK00
076900     GO TO 404-LITERAL-CHAR.                                      STDCHK00
077000 406-WORD-CHAR.                                                   STDCHK00
077100     IF CX IS GREATER THAN 72 GO TO 408-WORD-END.                 STDCHK00
077200     IF CC-CH (CX) = SPACE GO TO 408-WORD-END.                    STDCHK00
077300     IF TK-LEN IS LESS THAN 30                                    STDCHK00
077400         ADD 1 TO TK-LEN                                          STDCHK00
077500         MOVE CC-CH (CX) TO TK-CH (TK-LEN).                       STDCHK00
077600     ADD 1 TO CX.                                                 STDCHK00
077700     GO TO 406-WORD-CHAR.                                         STDCHK00
077800 408-WORD-END.                                                    STDCHK00
077900     IF TK-CH (TK-LEN) NOT = "." GO TO 400X.                      STDCHK00
078000     MOVE SPACE TO TK-CH (TK-LEN).                                STDCHK00
078100     SUBTRACT 1 FROM TK-LEN.                                      STDCHK00
078200     MOVE 1 TO TK-DOT.                                            STDCHK00
078300 400X.   EXIT.                                                    STDCHK00
078400 450-VIOLATION.                                                   STDCHK00
078500     NOTE  RX NAMES THE RULE BROKEN - A RULE SET TO N IS SILENT.  STDCHK00
078600     IF RL-SEV (RX) = "N" GO TO 450X.                             STDCHK00
078700     ADD 1 TO RL-COUNT (RX).                                      STDCHK00
078800     IF RL-SEV (RX) = "F" ADD 1 TO FAIL-COUNT                     STDCHK00
078900     ELSE ADD 1 TO WARN-COUNT.                                    STDCHK00
079000     MOVE CW-SEQ TO VL-SEQ.                                       STDCHK00
079100     MOVE RL-CODE (RX) TO VL-RULE.                                STDCHK00
079200     PERFORM 190-SEV-WORD THRU 190X.                              STDCHK00
079300     MOVE RU-SEV TO VL-SEV.                                       STDCHK00
079400     MOVE RL-DESC (RX) TO VL-DESC.                                STDCHK00
079500     MOVE CT-TEXT TO VL-CARD.                                     STDCHK00
079600     WRITE REPORT-REC FROM VIOL-LINE.                             STDCHK00
079700 450X.   EXIT.                                                    STDCHK00
079800 470-PREFIX.                                                      STDCHK00
079900     NOTE  THE PREFIX OF THE NAME IN NAME-WORK IS ITS             STDCHK00
080000         CHARACTERS UP TO AND WITH THE FIRST HYPHEN, AT MOST 9.   STDCHK00
080100     MOVE SPACES TO PFX-WORK.                                     STDCHK00
080200     MOVE 1 TO KX.                                                STDCHK00
080300 472-PREFIX-CHAR.                                                 STDCHK00
080400     IF KX IS GREATER THAN 9 GO TO 470X.                          STDCHK00
080500     IF NW-CH (KX) = SPACE GO TO 470X.                            STDCHK00
080600     MOVE NW-CH (KX) TO PW-CH (KX).                               STDCHK00
080700     IF NW-CH (KX) = "-" GO TO 470X.                              STDCHK00
080800     ADD 1 TO KX.                                                 STDCHK00
080900     GO TO 472-PREFIX-CHAR.                                       STDCHK00
081000 470X.   EXIT.                                                    STDCHK00
081100 475-PREFIX-FIND.                                                 STDCHK00
081200     IF PF-NAME (PX) = PFX-WORK MOVE PX TO HIT-IX.                STDCHK00
081300 500-HISTORY.                                                     STDCHK00
081400     NOTE  THE HISTORY IS OPENED AT ITS END THE WAY CHRISLOG OPENSSTDCHK00
081500         COMPHIST, OR MADE ON THE FIRST RUN.                      STDCHK00
081600     OPEN I-O STD-HIST.                                           STDCHK00
081700     IF HIST-FILE-STATUS NOT = "00"                               STDCHK00
081800         OPEN OUTPUT STD-HIST                                     STDCHK00
081900         GO TO 510-HIST-PUT.                                      STDCHK00
082000 505-HIST-SKIP.                                                   STDCHK00
082100     READ STD-HIST AT END GO TO 510-HIST-PUT.                     STDCHK00
082200     GO TO 505-HIST-SKIP.                                         STDCHK00
082300 510-HIST-PUT.                                                    STDCHK00
082400     MOVE SPACES TO HD-REC.                                       STDCHK00
082500     MOVE "D" TO HD-TYPE.                                         STDCHK00
082600     MOVE MEMBER-ID TO HD-MEMBER.                                 STDCHK00
082700     MOVE TODAYS-DATE TO HD-DATE.                                 STDCHK00
082800     MOVE RUN-MODE TO HD-SRC.                                     STDCHK00
082900     MOVE GEN-IN TO HD-GEN.                                       STDCHK00
083000     MOVE CARD-COUNT TO HD-CARDS.                                 STDCHK00
083100     MOVE RATING TO HD-RATING.                                    STDCHK00
083200     MOVE FAIL-COUNT TO HD-FAILS.                                 STDCHK00
083300     MOVE WARN-COUNT TO HD-WARNS.                                 STDCHK00
083400     MOVE WANT-ID TO HD-ID.                                       STDCHK00
083500     WRITE HD-REC.                                                STDCHK00
083600     PERFORM 520-HIST-RULE THRU 520X VARYING RX FROM 1 BY 1       STDCHK00
083700         UNTIL RX IS GREATER THAN 5.                              STDCHK00
083800     CLOSE STD-HIST.                                              STDCHK00
083900 500X.   EXIT.                                                    STDCHK00
084000 520-HIST-RULE.                                                   STDCHK00
084100     IF RL-COUNT (RX) = 0 GO TO 520X.                             STDCHK00
084200     MOVE SPACES TO HR-REC.                                       STDCHK00
084300     MOVE "R" TO HR-TYPE.                                         STDCHK00
084400     MOVE MEMBER-ID TO HR-MEMBER.                                 STDCHK00
084500     MOVE TODAYS-DATE TO HR-DATE.                                 STDCHK00
084600     MOVE RL-CODE (RX) TO HR-RULE.                                STDCHK00
084700     MOVE RL-SEV (RX) TO HR-SEV.                                  STDCHK00
084800     MOVE RL-COUNT (RX) TO HR-COUNT.                              STDCHK00
084900     WRITE HR-REC.                                                STDCHK00
085000 520X.   EXIT.                                                    STDCHK00
085100 600-SUMMARY.                                                     STDCHK00
085200     NOTE  THE RULES ARE PRINTED BY THE NUMBER OF DECKS THAT      STDCHK00
085300         BROKE THEM, HIGHEST FIRST, WITH THE SEVERITY NOW IN      STDCHK00
085400         FORCE.                                                   STDCHK00
085500     OPEN INPUT STD-HIST.                                         STDCHK00
085600     IF HIST-FILE-STATUS NOT = "00"                               STDCHK00
085700         DISPLAY "NO STANDARDS HISTORY STDHIST"                   STDCHK00
085800         STOP RUN.                                                STDCHK00
085900 610-SUM-READ.                                                    STDCHK00
086000     READ STD-HIST AT END GO TO 620-SUM-DONE.                     STDCHK00
086100     IF HD-TYPE = "D" GO TO 615-SUM-DECK.                         STDCHK00
086200     IF HR-TYPE NOT = "R" GO TO 610-SUM-READ.                     STDCHK00
086300     MOVE HR-RULE TO SR-CODE.                                     STDCHK00
086400     MOVE 0 TO HIT-IX.                                            STDCHK00
086500     PERFORM 115-RULE-FIND VARYING RX FROM 1 BY 1                 STDCHK00
086600         UNTIL RX IS GREATER THAN 5.                              STDCHK00
086700     IF HIT-IX = 0 GO TO 610-SUM-READ.                            STDCHK00
086800     ADD 1 TO RL-DECKS (HIT-IX).                                  STDCHK00
086900     IF HR-COUNT NUMERIC ADD HR-COUNT TO RL-TOTAL (HIT-IX).       STDCHK00
087000     GO TO 610-SUM-READ.                                          STDCHK00
087100 615-SUM-DECK.                                                    STDCHK00
087200     ADD 1 TO DECK-TOTAL.                                         STDCHK00
087300     IF HD-RATING = "P" ADD 1 TO PASS-TOTAL.                      STDCHK00
087400     IF HD-RATING = "W" ADD 1 TO WARN-TOTAL.                      STDCHK00
087500     IF HD-RATING = "F" ADD 1 TO FAIL-TOTAL.                      STDCHK00
087600     GO TO 610-SUM-READ.                                          STDCHK00
087700 620-SUM-DONE.                                                    STDCHK00
087800     CLOSE STD-HIST.                                              STDCHK00
087900     OPEN OUTPUT REPORT-FILE.                                     STDCHK00
088000     WRITE REPORT-REC FROM SUM-HEAD BEFORE ADVANCING 2 LINES.     STDCHK00
088100     MOVE "DECKS CHECKED                           " TO CL-LABEL. STDCHK00
088200     MOVE DECK-TOTAL TO CL-VALUE.                                 STDCHK00
088300     WRITE REPORT-REC FROM COUNT-LINE.                            STDCHK00
088400     MOVE "   RATED PASS                           " TO CL-LABEL. STDCHK00
088500     MOVE PASS-TOTAL TO CL-VALUE.                                 STDCHK00
088600     WRITE REPORT-REC FROM COUNT-LINE.                            STDCHK00
088700     MOVE "   RATED WARN                           " TO CL-LABEL. STDCHK00
088800     MOVE WARN-TOTAL TO CL-VALUE.                                 STDCHK00
088900     WRITE REPORT-REC FROM COUNT-LINE.                            STDCHK00
089000     MOVE "   RATED FAIL                           " TO CL-LABEL. STDCHK00
089100     MOVE FAIL-TOTAL TO CL-VALUE.                                 STDCHK00
089200     WRITE REPORT-REC FROM COUNT-LINE.                            STDCHK00
089300     WRITE REPORT-REC FROM BLANK-LINE.                            STDCHK00
089400     WRITE REPORT-REC FROM SUM-COL-LINE.                          STDCHK00
089500     PERFORM 630-SUM-PICK THRU 630X VARYING NX FROM 1 BY 1        STDCHK00
089600         UNTIL NX IS GREATER THAN 5.                              STDCHK00
089700     CLOSE REPORT-FILE.                                           STDCHK00
089800     DISPLAY "STDCHK - HISTORY SUMMARY OF " DECK-TOTAL " DECKS".  STDCHK00
089900     STOP RUN.                                                    STDCHK00
090000 630-SUM-PICK.                                                    STDCHK00
090100     MOVE 0 TO BEST-IX BEST-DECKS.                                STDCHK00
090200     PERFORM 635-SUM-BEST THRU 635X                               STDCHK00
090300         VARYING RX FROM 1 BY 1 UNTIL RX IS GREATER THAN 5.       STDCHK00
090400     IF BEST-IX = 0 GO TO 630X.                                   STDCHK00
090500     MOVE 1 TO RL-DONE (BEST-IX).                                 STDCHK00
090600     MOVE BEST-IX TO RX.                                          STDCHK00
090700     MOVE RL-CODE (RX) TO SL-RULE.                                STDCHK00
090800     PERFORM 190-SEV-WORD THRU 190X.                              STDCHK00
090900     MOVE RU-SEV TO SL-SEV.                                       STDCHK00
091000     MOVE RL-DECKS (RX) TO SL-DECKS.                              STDCHK00
091100     MOVE 0 TO SL-PCT.                                            STDCHK00
091200     IF DECK-TOTAL IS GREATER THAN 0                              STDCHK00
091300         COMPUTE SL-PCT = RL-DECKS (RX) * 100 / DECK-TOTAL.       STDCHK00
091400     MOVE RL-TOTAL (RX) TO SL-TOTAL.                              STDCHK00
091500     MOVE RL-DESC (RX) TO SL-DESC.                                STDCHK00
091600     WRITE REPORT-REC FROM SUM-LINE.                              STDCHK00
091700 630X.   EXIT.                                                    STDCHK00
091800 635-SUM-BEST.                                                    STDCHK00
091900     IF RL-DONE (RX) = 1 GO TO 635X.                              STDCHK00
092000     IF BEST-IX = 0 OR RL-DECKS (RX) IS GREATER THAN BEST-DECKS   STDCHK00
092100         MOVE RX TO BEST-IX                                       STDCHK00
092200         MOVE RL-DECKS (RX) TO BEST-DECKS.                        STDCHK00
092300 635X.   EXIT.                                                    STDCHK00
092400 END-OF-JOB.                                                      STDCHK00
