001900  REPORTING EVERY PLACE THE NAME APPEARS - A CARD CATALOG FOR           00
002000  THE WHOLE LIBRARY. HITS GO TO THE SPO AND TO THE LIBFIND              00
002100  PRINT FILE. A REPLY OF SPACES ENDS THE SESSION.                       00
002110                                                                        00
002120  VOLCAT IS SEARCHED TOO, BY FILE ID, AND EVERY TAPE HIT - FROM         00
002130  VOLCAT OR SOLTINDX - SAYS WHERE ITS REEL IS NOW, TAKEN FROM THE       00
002140  LATEST VOLCAT ENTRY FOR THE SERIAL - IN THE RACK (WITH ITS RACK       00
002150  LOCATION), IN THE SCRATCH POOL, ON ITS WAY TO OR FROM THE             00
002160  OFF-SITE VAULT, OR IN THE VAULT. A REEL SINCE REWRITTEN WITH          00
002170  ANOTHER FILE SHOWS AS REUSED.                                         00
002171                                                                        00
002172  DATADICT IS KEYED (SEE DICTMNT), SO THE LEADING CHARACTERS OF         00
002173  THE MASK, UP TO ITS FIRST BLANK, PICK THE DICTNDX BLOCK TO START      00
002174  FROM AND THE SORTED PRIME AREA IS READ ONLY UNTIL THE NAMES PASS      00
002175  THEM - THEN THE SHORT OVERFLOW AREA IS READ WHOLE. A MASK THAT        00
002176  BEGINS WITH A BLANK, OR A DICTIONARY WITH NO DICTNDX, STILL           00
002177  READS EVERY RECORD.                                                   00
002200                                                                        00
002300                                                                        00
002400 IDENTIFICATION DIVISION.                                         LIBFND00
002500 PROGRAM-ID. CROSS-LIBRARY NAME LOCATOR "LIBFIND".                LIBFND00
002600 DATE-COMPILED.                                                   LIBFND00
002700 REMARKS. SEARCHES THE DISK DIRECTORY EXTRACT, SOLTINDX,          LIBFND00
002800     DATADICT, PCHQUEUE AND VOLCAT FOR A NAME OR MASK AND         LIBFND00
002810     REPORTS EVERY PLACE IT APPEARS, WITH DATES AND, FOR TAPES,   LIBFND00
002820     WHERE THE REEL IS NOW.                                       LIBFND00
003000 ENVIRONMENT DIVISION.                                            LIBFND00
003100 CONFIGURATION SECTION.                                           LIBFND00
003200 SOURCE-COMPUTER. B-5500.                                         LIBFND00
003900         FILE STATUS IS SLT-FILE-STATUS.                          LIBFND00
004000     SELECT DATA-DICT   ASSIGN TO DISK                            LIBFND00
004100         FILE STATUS IS DCT-FILE-STATUS.                          LIBFND00
004101     SELECT DICT-INDEX  ASSIGN TO DISK                            LIBFND00
004102         FILE STATUS IS NDX-FILE-STATUS.                          LIBFND00
004200     SELECT PUNCH-QUEUE ASSIGN TO DISK                            LIBFND00
004300         FILE STATUS IS QUE-FILE-STATUS.                          LIBFND00
004310     SELECT VOL-CATALOG ASSIGN TO DISK                            LIBFND00
004320         FILE STATUS IS VOL-FILE-STATUS.                          LIBFND00
004400     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   LIBFND00
004500 DATA DIVISION.                                                   LIBFND00
004600 FILE SECTION.                                                    LIBFND00
006900     05    FILLER                 SZ 1.                           LIBFND00
007000     05    SI-RACK-LOC            PC X(5).                        LIBFND00
007100     05    FILLER                 SZ 30.                          LIBFND00
007110 MD  DATA-DICT                                                    LIBFND00
007120     ACCESS RANDOM                                                LIBFND00
007130     ACTUAL KEY IS DICT-KEY                                       LIBFND00
007140     BLOCK CONTAINS 1 RECORDS                                     LIBFND00
007150     VALUE OF ID "DATADICT"                                       LIBFND00
007160     DATA RECORDS DICTREC.                                        LIBFND00
007400 01  DICTREC.                                                     LIBFND00
007500     02 DNAME SZ 32.                                              LIBFND00
007600     02 DKIND PC 9.                                               LIBFND00
007700     02 FILLER SZ 1.                                              LIBFND00
007800     02 DPROG SZ 8.                                               LIBFND00
007900     02 FILLER SZ 38.                                             LIBFND00
007901 MD  DICT-INDEX                                                   LIBFND00
007902     ACCESS SEQUENTIAL                                            LIBFND00
007903     BLOCK CONTAINS 1 RECORDS                                     LIBFND00
007904     VALUE OF ID "DICTNDX"                                        LIBFND00
007905     DATA RECORDS NDX-CTL AND NDX-REC.                            LIBFND00
007906 01  NDX-CTL         SZ 80.                                       LIBFND00
007907     05  NC-TYPE         PC X.                                    LIBFND00
007908     05  FILLER          SZ 1.                                    LIBFND00
007909     05  NC-PRIME        PC 9(6).                                 LIBFND00
007910     05  FILLER          SZ 1.                                    LIBFND00
007911     05  NC-TOTAL        PC 9(6).                                 LIBFND00
007912     05  FILLER          SZ 1.                                    LIBFND00
007913     05  NC-BLOCK        PC 99.                                   LIBFND00
007914     05  FILLER          SZ 62.                                   LIBFND00
007915 01  NDX-REC         SZ 80.                                       LIBFND00
007916     05  NX-TYPE         PC X.                                    LIBFND00
007917     05  FILLER          SZ 1.                                    LIBFND00
007918     05  NX-BLOCK        PC 9(4).                                 LIBFND00
007919     05  FILLER          SZ 1.                                    LIBFND00
007920     05  NX-KEY          PC X(32).                                LIBFND00
007921     05  FILLER          SZ 41.                                   LIBFND00
008000 MD  PUNCH-QUEUE                                                  LIBFND00
008100     ACCESS SEQUENTIAL                                            LIBFND00
008200     BLOCK CONTAINS 1 RECORDS                                     LIBFND00
008900     05  FILLER          SZ 1.                                    LIBFND00
009000     05  Q-DONE-DATE     PC 9(6).                                 LIBFND00
009100     05  FILLER          SZ 45.                                   LIBFND00
009101 MD  VOL-CATALOG                                                  LIBFND00
009102     ACCESS SEQUENTIAL                                            LIBFND00
009103     BLOCK CONTAINS 1 RECORDS                                     LIBFND00
009104     VALUE OF ID "VOLCAT"                                         LIBFND00
009105     DATA RECORD VC-REC.                                          LIBFND00
009106 01  VC-REC          SZ 80.                                       LIBFND00
009107     05  VC-SERIAL       PC X(6).                                 LIBFND00
009108     05  FILLER          SZ 1.                                    LIBFND00
009109     05  VC-FILE-ID      PC X(8).                                 LIBFND00
009110     05  FILLER          SZ 1.                                    LIBFND00
009111     05  VC-PROGRAM      PC X(8).                                 LIBFND00
009112     05  FILLER          SZ 1.                                    LIBFND00
009113     05  VC-DATE         PC 9(6).                                 LIBFND00
009114     05  FILLER          SZ 1.                                    LIBFND00
009115     05  VC-SAVE         PC 9(3).                                 LIBFND00
009116     05  FILLER          SZ 28.                                   LIBFND00
009117     05  VC-POOL         PC X.                                    LIBFND00
009118     05  FILLER          SZ 1.                                    LIBFND00
009119     05  VC-RACK         PC X(5).                                 LIBFND00
009120     05  FILLER          SZ 1.                                    LIBFND00
009121     05  VC-LOC          PC X.                                    LIBFND00
009122     05  FILLER          SZ 1.                                    LIBFND00
009123     05  VC-CLASS        PC X.                                    LIBFND00
009124     05  FILLER          SZ 6.                                    LIBFND00
009200 FD  REPORT-FILE                                                  LIBFND00
009300         VALUE OF ID "LIBFIND"                                    LIBFND00
009400         DATA RECORD REPORT-REC.                                  LIBFND00
009800 77  SLT-FILE-STATUS  VA SPACE  PC X(2).                          LIBFND00
009900 77  DCT-FILE-STATUS  VA SPACE  PC X(2).                          LIBFND00
010000 77  QUE-FILE-STATUS  VA SPACE  PC X(2).                          LIBFND00
010010 77  VOL-FILE-STATUS  VA SPACE  PC X(2).                          LIBFND00
010011 77  NDX-FILE-STATUS  VA SPACE  PC X(2).                          LIBFND00
010012 77  DICT-KEY                CMP-1  PC 9(6).                      LIBFND00
010013 77  DICT-PRIME              CMP-1  PC 9(6).                      LIBFND00
010014 77  DICT-TOTAL              CMP-1  PC 9(6).                      LIBFND00
010015 77  DICT-BLOCK              CMP-1  PC 99.                        LIBFND00
010016 77  NDX-CNT                 CMP-1  PC 999.                       LIBFND00
010017 77  NX                      CMP-1  PC 999.                       LIBFND00
010018 77  LOOK-BLK                CMP-1  PC 999.                       LIBFND00
010019 77  PFX-LEN                 CMP-1  PC 99.                        LIBFND00
010020 77  PFX-END-SW              PC X.                                LIBFND00
010021 77  PAST-FLAG               PC X.                                LIBFND00
010100 77  HIT-COUNT        VA 0   CMP-1  PC 9(4).                      LIBFND00
010200 77  MASK-IX                 CMP-1  PC 99.                        LIBFND00
010300 77  MATCH-FLAG              PC X.                                LIBFND00
010301 77  VH-CNT                  CMP-1  PC 99.                        LIBFND00
010302 77  VH-IX                   CMP-1  PC 99.                        LIBFND00
010303 77  VOL-REC-NO              CMP-1  PC 9(5).                      LIBFND00
010304 77  LOC-REC-NO              CMP-1  PC 9(5).                      LIBFND00
010305 77  LOC-SERIAL              PC X(6).                             LIBFND00
010306 77  LOC-FILE                PC X(8).                             LIBFND00
010307 77  LOC-RACK                PC X(5).                             LIBFND00
010308 01  VH-TABLE.                                                    LIBFND00
010309     05  VH-ENT  OC 50.                                           LIBFND00
010310         10  VH-REC-NO   CMP PC 9(5).                             LIBFND00
010311         10  VH-SERIAL       PC X(6).                             LIBFND00
010312         10  VH-FILE         PC X(8).                             LIBFND00
010313         10  VH-DATE         PC 9(6).                             LIBFND00
010314 01  REEL-TEXT.                                                   LIBFND00
010315     05  RT-SERIAL       PC X(6).                                 LIBFND00
010316     05  FILLER          SZ 1.                                    LIBFND00
010317     05  RT-LOC          PC X(8).                                 LIBFND00
010318     05  FILLER          SZ 1.                                    LIBFND00
010319     05  RT-RACK         PC X(5).                                 LIBFND00
010320     05  FILLER          SZ 1.                                    LIBFND00
010321     05  RT-DATE         PC 99/99/99.                             LIBFND00
010322     05  FILLER          SZ 10.                                   LIBFND00
010323 01  LOOK-NAME.                                                   LIBFND00
010324     05  LOOK-CH OC 32   PC X.                                    LIBFND00
010325 01  NDX-TABLE.                                                   LIBFND00
010326     05  NDX-KEY OC 500  PC X(32).                                LIBFND00
010400 01  SEARCH-MASK.                                                 LIBFND00
010500     05  SM-CH   OC 20   PC X.                                    LIBFND00
010600 01  CAND-AREA.                                                   LIBFND00
013000     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   LIBFND00
013100     PERFORM 200-SEARCH-DISK THRU 200X.                           LIBFND00
013200     PERFORM 300-SEARCH-SOLT THRU 300X.                           LIBFND00
013210     PERFORM 700-SEARCH-VOLCAT THRU 700X.                         LIBFND00
013300     PERFORM 400-SEARCH-DICT THRU 400X.                           LIBFND00
013400     PERFORM 500-SEARCH-QUEUE THRU 500X.                          LIBFND00
013500     CLOSE REPORT-FILE.                                           LIBFND00
017900     ADD 1 TO HIT-COUNT.                                          LIBFND00
018000     MOVE "SOLT TAPE " TO HL-WHERE.                               LIBFND00
018100     MOVE SI-PROGRAM-ID TO HL-NAME.                               LIBFND00
018110     MOVE SI-REEL-SERIAL TO LOC-SERIAL.                           LIBFND00
018120     MOVE SI-RACK-LOC TO LOC-RACK.                                LIBFND00
018130     PERFORM 800-REEL-LOC THRU 800X.                              LIBFND00
018140     IF LOC-REC-NO NOT = 0 AND LOC-FILE NOT = "SOLT    "          LIBFND00
018150         MOVE "REUSED  " TO RT-LOC.                               LIBFND00
018160     MOVE SI-DATE TO RT-DATE.                                     LIBFND00
018300     MOVE REEL-TEXT TO HL-TEXT.                                   LIBFND00
018400     DISPLAY "SOLT   " SI-PROGRAM-ID " DATED " SI-DATE            LIBFND00
018500         " REEL " SI-REEL-SERIAL " RACK " RT-RACK " " RT-LOC.     LIBFND00
018600     WRITE REPORT-REC FROM HIT-LINE.                              LIBFND00
018700     GO TO 310-SOLT-READ.                                         LIBFND00
018800 320-SOLT-DONE.                                                   LIBFND00
018900     CLOSE SOLT-INDEX.                                            LIBFND00
019000 300X.   EXIT.                                                    LIBFND00
019010 400-SEARCH-DICT.                                                 LIBFND00
019020     NOTE  THE PRIME AREA IS IN NAME ORDER, SO ONLY THE BLOCKS    LIBFND00
019030         FROM THE MASK PREFIX TO THE FIRST NAME PAST IT ARE READ, LIBFND00
019040         THEN THE OVERFLOW AREA. WITHOUT DICTNDX EVERY SLOT IS    LIBFND00
019050         READ UNTIL THE FILE ENDS.                                LIBFND00
019060     MOVE 0 TO NDX-CNT DICT-PRIME DICT-TOTAL PFX-LEN DICT-KEY.    LIBFND00
019070     OPEN INPUT DICT-INDEX.                                       LIBFND00
019080     IF NDX-FILE-STATUS NOT = "00" GO TO 405-DICT-OPEN.           LIBFND00
019090     READ DICT-INDEX AT END GO TO 404-NDX-DONE.                   LIBFND00
019100     IF NC-TYPE NOT = "C" GO TO 404-NDX-DONE.                     LIBFND00
019110     MOVE NC-PRIME TO DICT-PRIME.                                 LIBFND00
019120     MOVE NC-TOTAL TO DICT-TOTAL.                                 LIBFND00
019130     MOVE NC-BLOCK TO DICT-BLOCK.                                 LIBFND00
019140 402-NDX-READ.                                                    LIBFND00
019150     READ DICT-INDEX AT END GO TO 404-NDX-DONE.                   LIBFND00
019160     IF NDX-CNT = 500 GO TO 402-NDX-READ.                         LIBFND00
019170     ADD 1 TO NDX-CNT.                                            LIBFND00
019180     MOVE NX-KEY TO NDX-KEY (NDX-CNT).                            LIBFND00
019190     GO TO 402-NDX-READ.                                          LIBFND00
019200 404-NDX-DONE.                                                    LIBFND00
019210     CLOSE DICT-INDEX.                                            LIBFND00
019220 405-DICT-OPEN.                                                   LIBFND00
019230     OPEN INPUT DATA-DICT.                                        LIBFND00
019240     IF DCT-FILE-STATUS NOT = "00"                                LIBFND00
019250         DISPLAY "DATADICT NOT PRESENT - NAMES SKIPPED"           LIBFND00
019260         GO TO 400X.                                              LIBFND00
019270     IF DICT-TOTAL = 0 GO TO 410-DICT-READ.                       LIBFND00
019280     PERFORM 430-PREFIX THRU 430X.                                LIBFND00
019290     MOVE 0 TO LOOK-BLK.                                          LIBFND00
019300     IF PFX-LEN IS GREATER THAN 0                                 LIBFND00
019310         PERFORM 440-FIND-BLOCK VARYING NX FROM 1 BY 1            LIBFND00
019320             UNTIL NX IS GREATER THAN NDX-CNT.                    LIBFND00
019330     IF LOOK-BLK IS GREATER THAN 0                                LIBFND00
019340         COMPUTE DICT-KEY = (LOOK-BLK - 1) * DICT-BLOCK.          LIBFND00
019350 410-DICT-READ.                                                   LIBFND00
019360     ADD 1 TO DICT-KEY.                                           LIBFND00
019370     IF DICT-TOTAL IS GREATER THAN 0                              LIBFND00
019380         AND DICT-KEY IS GREATER THAN DICT-TOTAL                  LIBFND00
019390         GO TO 420-DICT-DONE.                                     LIBFND00
019400     READ DATA-DICT INVALID KEY GO TO 420-DICT-DONE.              LIBFND00
019410     IF DNAME = SPACES GO TO 410-DICT-READ.                       LIBFND00
019420     MOVE DNAME TO CAND-AREA.                                     LIBFND00
019430     IF PFX-LEN IS GREATER THAN 0                                 LIBFND00
019440         AND DICT-KEY NOT GREATER THAN DICT-PRIME                 LIBFND00
019450         PERFORM 450-PAST-TEST THRU 450X                          LIBFND00
019460         IF PAST-FLAG = "Y"                                       LIBFND00
019470             MOVE DICT-PRIME TO DICT-KEY                          LIBFND00
019480             GO TO 410-DICT-READ.                                 LIBFND00
019490     PERFORM 600-MASK-TEST THRU 600X.                             LIBFND00
019500     IF MATCH-FLAG NOT = "Y" GO TO 410-DICT-READ.                 LIBFND00
019510     ADD 1 TO HIT-COUNT.                                          LIBFND00
019520     MOVE "DATADICT  " TO HL-WHERE.                               LIBFND00
019530     MOVE DNAME TO HL-NAME.                                       LIBFND00
019540     MOVE SPACES TO HL-TEXT.                                      LIBFND00
019550     MOVE DPROG TO HL-TEXT.                                       LIBFND00
019560     DISPLAY "DICT   " DNAME " KIND " DKIND                       LIBFND00
019570         " OWNER " DPROG.                                         LIBFND00
019580     WRITE REPORT-REC FROM HIT-LINE.                              LIBFND00
019590     GO TO 410-DICT-READ.                                         LIBFND00
019600 420-DICT-DONE.                                                   LIBFND00
019610     CLOSE DATA-DICT.                                             LIBFND00
019620 400X.   EXIT.                                                    LIBFND00
019630 430-PREFIX.                                                      LIBFND00
019640     NOTE  THE MASK UP TO ITS FIRST BLANK, PADDED WITH BLANKS, IS LIBFND00
019650         THE LOWEST NAME THE MASK CAN MATCH.                      LIBFND00
019660     MOVE SPACES TO LOOK-NAME.                                    LIBFND00
019670     MOVE "N" TO PFX-END-SW.                                      LIBFND00
019680     PERFORM 435-PREFIX-CHAR VARYING MASK-IX FROM 1 BY 1          LIBFND00
019690         UNTIL MASK-IX IS GREATER THAN 20.                        LIBFND00
019700 430X.   EXIT.                                                    LIBFND00
019710 435-PREFIX-CHAR.                                                 LIBFND00
019720     IF SM-CH (MASK-IX) = SPACE MOVE "Y" TO PFX-END-SW.           LIBFND00
019730     IF PFX-END-SW = "N"                                          LIBFND00
019740         ADD 1 TO PFX-LEN                                         LIBFND00
019750         MOVE SM-CH (MASK-IX) TO LOOK-CH (MASK-IX).               LIBFND00
019760 440-FIND-BLOCK.                                                  LIBFND00
019770     IF NDX-KEY (NX) NOT GREATER THAN LOOK-NAME                   LIBFND00
019780         MOVE NX TO LOOK-BLK.                                     LIBFND00
019790 450-PAST-TEST.                                                   LIBFND00
019800     NOTE  PAST-FLAG IS Y ONCE THE NAME IN CAND-AREA SORTS BEYOND LIBFND00
019810         EVERY NAME THAT BEGINS WITH THE MASK PREFIX.             LIBFND00
019820     MOVE "N" TO PAST-FLAG.                                       LIBFND00
019830     PERFORM 455-PAST-CHAR VARYING MASK-IX FROM 1 BY 1            LIBFND00
019840         UNTIL MASK-IX IS GREATER THAN PFX-LEN                    LIBFND00
019850         OR PAST-FLAG NOT = "N".                                  LIBFND00
019860 450X.   EXIT.                                                    LIBFND00
019870 455-PAST-CHAR.                                                   LIBFND00
019880     IF CA-CH (MASK-IX) IS GREATER THAN SM-CH (MASK-IX)           LIBFND00
019890         MOVE "Y" TO PAST-FLAG.                                   LIBFND00
019900     IF CA-CH (MASK-IX) IS LESS THAN SM-CH (MASK-IX)              LIBFND00
019910         MOVE "B" TO PAST-FLAG.                                   LIBFND00
021300 500-SEARCH-QUEUE.                                                LIBFND00
021400     OPEN INPUT PUNCH-QUEUE.                                      LIBFND00
021500     IF QUE-FILE-STATUS NOT = "00"                                LIBFND00
024600     IF SM-CH (MASK-IX) NOT = CA-CH (MASK-IX)                     LIBFND00
024700         MOVE "N" TO MATCH-FLAG.                                  LIBFND00
024800 610X.   EXIT.                                                    LIBFND00
024801 700-SEARCH-VOLCAT.                                               LIBFND00
024802     NOTE  VOLCAT IS SEARCHED BY FILE ID AND THE HITS ARE KEPT    LIBFND00
024803         UNTIL THE PASS ENDS, SINCE EACH ONE THEN NEEDS ITS OWN   LIBFND00
024804         PASS TO FIND THE LATEST ENTRY FOR ITS REEL.              LIBFND00
024805     MOVE 0 TO VH-CNT VOL-REC-NO.                                 LIBFND00
024806     OPEN INPUT VOL-CATALOG.                                      LIBFND00
024807     IF VOL-FILE-STATUS NOT = "00"                                LIBFND00
024808         DISPLAY "VOLCAT NOT PRESENT - TAPE REELS SKIPPED"        LIBFND00
024809         GO TO 700X.                                              LIBFND00
024810 710-VOLCAT-READ.                                                 LIBFND00
024811     READ VOL-CATALOG AT END GO TO 720-VOLCAT-DONE.               LIBFND00
024812     ADD 1 TO VOL-REC-NO.                                         LIBFND00
024813     MOVE SPACES TO CAND-AREA.                                    LIBFND00
024814     MOVE VC-FILE-ID TO CAND-AREA.                                LIBFND00
024815     PERFORM 600-MASK-TEST THRU 600X.                             LIBFND00
024816     IF MATCH-FLAG NOT = "Y" GO TO 710-VOLCAT-READ.               LIBFND00
024817     IF VH-CNT = 50                                               LIBFND00
024818         DISPLAY "OVER 50 VOLCAT HITS - REST NOT SHOWN"           LIBFND00
024819         GO TO 720-VOLCAT-DONE.                                   LIBFND00
024820     ADD 1 TO VH-CNT.                                             LIBFND00
024821     MOVE VOL-REC-NO TO VH-REC-NO (VH-CNT).                       LIBFND00
024822     MOVE VC-SERIAL TO VH-SERIAL (VH-CNT).                        LIBFND00
024823     MOVE VC-FILE-ID TO VH-FILE (VH-CNT).                         LIBFND00
024824     MOVE VC-DATE TO VH-DATE (VH-CNT).                            LIBFND00
024825     GO TO 710-VOLCAT-READ.                                       LIBFND00
024826 720-VOLCAT-DONE.                                                 LIBFND00
024827     CLOSE VOL-CATALOG.                                           LIBFND00
024828     PERFORM 730-VOLCAT-HIT THRU 730X VARYING VH-IX               LIBFND00
024829         FROM 1 BY 1 UNTIL VH-IX IS GREATER THAN VH-CNT.          LIBFND00
024830 700X.   EXIT.                                                    LIBFND00
024831 730-VOLCAT-HIT.                                                  LIBFND00
024832     ADD 1 TO HIT-COUNT.                                          LIBFND00
024833     MOVE VH-SERIAL (VH-IX) TO LOC-SERIAL.                        LIBFND00
024834     MOVE SPACES TO LOC-RACK.                                     LIBFND00
024835     PERFORM 800-REEL-LOC THRU 800X.                              LIBFND00
024836     IF LOC-REC-NO NOT = VH-REC-NO (VH-IX)                        LIBFND00
024837         MOVE "REUSED  " TO RT-LOC.                               LIBFND00
024838     MOVE VH-DATE (VH-IX) TO RT-DATE.                             LIBFND00
024839     MOVE "TAPE REEL " TO HL-WHERE.                               LIBFND00
024840     MOVE SPACES TO HL-NAME.                                      LIBFND00
024841     MOVE VH-FILE (VH-IX) TO HL-NAME.                             LIBFND00
024842     MOVE REEL-TEXT TO HL-TEXT.                                   LIBFND00
024843     DISPLAY "VOLCAT " VH-FILE (VH-IX) " REEL " VH-SERIAL (VH-IX) LIBFND00
024844         " RACK " RT-RACK " " RT-LOC.                             LIBFND00
024845     WRITE REPORT-REC FROM HIT-LINE.                              LIBFND00
024846 730X.   EXIT.                                                    LIBFND00
024847 800-REEL-LOC.                                                    LIBFND00
024848     NOTE  THE LATEST VOLCAT ENTRY FOR LOC-SERIAL SAYS WHERE THE  LIBFND00
024849         REEL IS NOW - LOC-REC-NO IS LEFT ZERO WHEN THE REEL IS   LIBFND00
024850         NOT IN VOLCAT AND IT IS SHOWN AT LOC-RACK.               LIBFND00
024851     MOVE SPACES TO REEL-TEXT LOC-FILE.                           LIBFND00
024852     MOVE LOC-SERIAL TO RT-SERIAL.                                LIBFND00
024853     MOVE LOC-RACK TO RT-RACK.                                    LIBFND00
024854     MOVE "NOT CAT " TO RT-LOC.                                   LIBFND00
024855     MOVE 0 TO LOC-REC-NO VOL-REC-NO.                             LIBFND00
024856     IF LOC-SERIAL = SPACES GO TO 800X.                           LIBFND00
024857     OPEN INPUT VOL-CATALOG.                                      LIBFND00
024858     IF VOL-FILE-STATUS NOT = "00" GO TO 800X.                    LIBFND00
024859 810-REEL-READ.                                                   LIBFND00
024860     READ VOL-CATALOG AT END GO TO 820-REEL-DONE.                 LIBFND00
024861     ADD 1 TO VOL-REC-NO.                                         LIBFND00
024862     IF VC-SERIAL NOT = LOC-SERIAL GO TO 810-REEL-READ.           LIBFND00
024863     MOVE VOL-REC-NO TO LOC-REC-NO.                               LIBFND00
024864     MOVE VC-FILE-ID TO LOC-FILE.                                 LIBFND00
024865     IF VC-RACK NOT = SPACES MOVE VC-RACK TO RT-RACK.             LIBFND00
024866     PERFORM 830-LOC-NAME.                                        LIBFND00
024867     GO TO 810-REEL-READ.                                         LIBFND00
024868 820-REEL-DONE.                                                   LIBFND00
024869     CLOSE VOL-CATALOG.                                           LIBFND00
024870 800X.   EXIT.                                                    LIBFND00
024871 830-LOC-NAME.                                                    LIBFND00
024872     MOVE "RACK    " TO RT-LOC.                                   LIBFND00
024873     IF VC-POOL = "P" MOVE "SCRATCH " TO RT-LOC.                  LIBFND00
024874     IF VC-LOC = "T" MOVE "TO VAULT" TO RT-LOC.                   LIBFND00
024875     IF VC-LOC = "V" MOVE "VAULT   " TO RT-LOC.                   LIBFND00
024876     IF VC-LOC = "B" MOVE "TO RACK " TO RT-LOC.                   LIBFND00
024900 END-OF-JOB.                                                      LIBFND00
