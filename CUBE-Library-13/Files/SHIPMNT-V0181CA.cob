000100SHIPMNT     000181CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  PCHVERF PROVES A DECK BEFORE IT IS MAILED TO AN OUT-OF-TOWN           00
000900  SITE, BUT ONCE THE DECK LEFT THE BUILDING NOTHING RECORDED            00
001000  WHERE IT WENT OR WHETHER IT ARRIVED. THIS RUN KEEPS THE               00
001100  SHIPPING FILE DECKSHIP, ONE RECORD PER DECK SHIPPED -                 00
001200     COLS 1-7    DECK FILE ID                                           00
001300     COLS 9-12   DESTINATION SITE                                       00
001400     COLS 14-19  PUNCH DATE YYMMDD (FROM PCHLOG - THE DATE ON           00
001500                 THE END-FILE TRAILER CARD)                             00
001600     COLS 21-26  CARD COUNT (FROM PCHLOG - THE TRAILER COUNT)           00
001700     COLS 28-34  TRAILER-CARD DECK ID                                   00
001800     COLS 36-45  CARRIER                                                00
001900     COLS 47-52  SHIP DATE MMDDYY                                       00
002000     COLS 54-57  MANIFEST NUMBER                                        00
002100     COL 59      S SHIPPED, R RECEIPT CONFIRMED                         00
002200     COLS 61-66  RECEIPT DATE MMDDYY                                    00
002300     COLS 68-70  OPERATOR WHO SHIPPED                                   00
002400  THE SITES THEMSELVES ARE KEPT IN THE CARD-IMAGE FILE SHIPSITE,        00
002500  KEPT LIKE RUNCAL - SITE CODE IN COLS 1-4, NAME IN 6-35 AND            00
002600  MAILING ADDRESS IN 37-66, ONE CARD PER SITE.                          00
002700                                                                        00
002800  THE FIRST REPLY AFTER SIGN-ON PICKS THE FUNCTION -                    00
002900     M  MANIFEST. EVERY PCHQUEUE ENTRY PUNCHED FOR AN OUTSIDE           00
003000        SITE (DESTINATION CODE IN COLS 59-62) AND NOT YET               00
003100        SHIPPED IS TAKEN, THEN THE OPERATOR MAY KEY MORE DECKS          00
003200        AND THEIR SITES. CARD COUNT AND PUNCH DATE COME FROM THE        00
003300        LATEST PCHLOG ENTRY FOR THE DECK - A DECK NEVER PUNCHED         00
003400        IS NOT SHIPPED. EACH SITE GETS ITS OWN MANIFEST NUMBER,         00
003500        CARRIER, PACKING MANIFEST AND TRANSMITTAL LETTER, AND           00
003600        EACH DECK IS ADDED TO DECKSHIP AS SHIPPED.                      00
003610        A DECK DELIVERED ON A CARDOUT REEL (QUEUE STATUS DELIVERD)      00
003620        IS SHIPPED THE SAME WAY, WITH ITS REEL SERIAL ON THE            00
003630        PACKING MANIFEST.                                               00
003700     R  RECEIPT. EACH DECK FILE ID THE SITE CONFIRMS IS KEYED           00
003800        AND ITS LATEST SHIPMENT IS MARKED RECEIVED. A DECK WITH         00
003900        NO SHIPMENT AWAITING RECEIPT IS REPORTED AND LEFT ALONE.        00
004000     U  UNCONFIRMED. LISTS EVERY SHIPMENT STILL UNCONFIRMED MORE        00
004100        THAN THE NUMBER OF DAYS KEYED (000 TAKES 14).                   00
004200  EVERY DECK SHIPPED OR RECEIVED IS LOGGED TO THE SHARED AUDIT          00
004300  TRAIL (SHIPOUT, SHIPRECV) WITH ITS FILE ID AS THE RESULT. THE         00
004400  TABLE HOLDS 1000 SHIPMENTS - A LARGER DECKSHIP STOPS THE RUN.         00
004500  DAYS ARE COUNTED WITH THE YY*372 + MM*31 + DD DAY NUMBER OF           00
004600  VOLLIST.                                                              00
004700                                                                        00
004800                                                                        00
004900 IDENTIFICATION DIVISION.                                         SHPMNT00
005000 PROGRAM-ID. DECK SHIPMENT MANIFEST AND RECEIPTS "SHIPMNT".       SHPMNT00
005100 DATE-COMPILED.                                                   SHPMNT00
005200 REMARKS. PRINTS THE PACKING MANIFEST AND TRANSMITTAL LETTER FOR  SHPMNT00
005300     PUNCHED DECKS SENT TO OUTSIDE SITES, RECORDS THEIR RECEIPT   SHPMNT00
005400     AND LISTS SHIPMENTS NOT CONFIRMED IN TIME.                   SHPMNT00
005500 ENVIRONMENT DIVISION.                                            SHPMNT00
005600 CONFIGURATION SECTION.                                           SHPMNT00
005700 SOURCE-COMPUTER. B-5500.                                         SHPMNT00
005800 OBJECT-COMPUTER. B-5500.                                         SHPMNT00
005900 INPUT-OUTPUT SECTION.                                            SHPMNT00
006000 FILE-CONTROL.                                                    SHPMNT00
006100     SELECT AUTH-FILE ASSIGN TO DISK                              SHPMNT00
006200         FILE STATUS IS AUTH-FILE-STATUS.                         SHPMNT00
006300     SELECT OPER-FILE ASSIGN TO DISK                              SHPMNT00
006400         FILE STATUS IS OPER-FILE-STATUS.                         SHPMNT00
006500     SELECT SHIP-FILE ASSIGN TO DISK                              SHPMNT00
006600         FILE STATUS IS SHIP-STATUS.                              SHPMNT00
006700     SELECT SITE-FILE ASSIGN TO DISK                              SHPMNT00
006800         FILE STATUS IS SITE-STATUS.                              SHPMNT00
006900     SELECT PUNCH-QUEUE ASSIGN TO DISK                            SHPMNT00
007000         FILE STATUS IS QUEUE-STATUS.                             SHPMNT00
007100     SELECT PUNCH-LOG ASSIGN TO DISK                              SHPMNT00
007200         FILE STATUS IS PLOG-STATUS.                              SHPMNT00
007300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SHPMNT00
007400     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           SHPMNT00
007500 DATA DIVISION.                                                   SHPMNT00
007600 FILE SECTION.                                                    SHPMNT00
007700 MD  AUTH-FILE                                                    SHPMNT00
007800     ACCESS SEQUENTIAL                                            SHPMNT00
007900     BLOCK CONTAINS 1 RECORDS                                     SHPMNT00
008000     VALUE OF ID "RUNAUTH"                                        SHPMNT00
008100     DATA RECORD AUTH-REC.                                        SHPMNT00
008200 01  AUTH-REC        SZ 80.                                       SHPMNT00
008300     05  RA-RUN-ID       PC X(7).                                 SHPMNT00
008400     05  FILLER          SZ 1.                                    SHPMNT00
008500     05  RA-PROGRAM      PC X(8).                                 SHPMNT00
008600     05  FILLER          SZ 1.                                    SHPMNT00
008700     05  RA-EXPIRES      PC 9(6).                                 SHPMNT00
008800     05  FILLER          SZ 57.                                   SHPMNT00
008900 MD  OPER-FILE                                                    SHPMNT00
009000     ACCESS SEQUENTIAL                                            SHPMNT00
009100     BLOCK CONTAINS 1 RECORDS                                     SHPMNT00
009200     VALUE OF ID "OPROSTER"                                       SHPMNT00
009300     DATA RECORD OPER-REC.                                        SHPMNT00
009400 01  OPER-REC        SZ 80.                                       SHPMNT00
009500     05  OR-CODE         PC X(3).                                 SHPMNT00
009600     05  FILLER          SZ 1.                                    SHPMNT00
009700     05  OR-NAME         PC X(20).                                SHPMNT00
009800     05  FILLER          SZ 1.                                    SHPMNT00
009900     05  OR-STATUS       PC X.                                    SHPMNT00
010000     05  FILLER          SZ 54.                                   SHPMNT00
010100 MD  AUDIT-TRAIL                                                  SHPMNT00
010200     ACCESS MODE IS RANDOM                                        SHPMNT00
010300     ACTUAL KEY IS AU-KEY                                         SHPMNT00
010400     RECORD CONTAINS 44 CHARACTERS                                SHPMNT00
010500     LABEL RECORD IS STANDARD                                     SHPMNT00
010600     VALUE OF ID IS "AUDITTRL"                                    SHPMNT00
010700     DATA RECORD IS AUDIT-REC.                                    SHPMNT00
010800 01  AUDIT-REC       SZ 44.                                       SHPMNT00
010900     05  AU-PROGRAM      PC X(8)  VA "SHIPMNT ".                  SHPMNT00
011000     05  AU-DATE         PC 9(6).                                 SHPMNT00
011100     05  AU-TIME         PC 9(4).                                 SHPMNT00
011200     05  AU-EVENT        PC X(8).                                 SHPMNT00
011300     05  AU-RESULT       PC X(8).                                 SHPMNT00
011400     05  AU-RUN-ID       PC X(7).                                 SHPMNT00
011500     05  AU-OPERATOR     PC X(3).                                 SHPMNT00
011600 01  AUDIT-CTL.                                                   SHPMNT00
011700     05  AC-NEXT-SLOT    PC 9(8).                                 SHPMNT00
011800     05  AC-HASH         PC 9(9).                                 SHPMNT00
011900     05  FILLER          SZ 27.                                   SHPMNT00
012000 MD  SHIP-FILE                                                    SHPMNT00
012100     ACCESS SEQUENTIAL                                            SHPMNT00
012200     BLOCK CONTAINS 1 RECORDS                                     SHPMNT00
012300     VALUE OF ID "DECKSHIP"                                       SHPMNT00
012400     DATA RECORD SH-REC.                                          SHPMNT00
012500 01  SH-REC          SZ 80.                                       SHPMNT00
012600     05  SH-FILE-ID      PC X(7).                                 SHPMNT00
012700     05  FILLER          SZ 1.                                    SHPMNT00
012800     05  SH-SITE         PC X(4).                                 SHPMNT00
012900     05  FILLER          SZ 1.                                    SHPMNT00
013000     05  SH-PUNCH-DATE   PC 9(6).                                 SHPMNT00
013100     05  FILLER          SZ 1.                                    SHPMNT00
013200     05  SH-CARDS        PC 9(6).                                 SHPMNT00
013300     05  FILLER          SZ 1.                                    SHPMNT00
013400     05  SH-TRAILER-ID   PC X(7).                                 SHPMNT00
013500     05  FILLER          SZ 1.                                    SHPMNT00
013600     05  SH-CARRIER      PC X(10).                                SHPMNT00
013700     05  FILLER          SZ 1.                                    SHPMNT00
013800     05  SH-SHIP-DATE    PC 9(6).                                 SHPMNT00
013900     05  FILLER          SZ 1.                                    SHPMNT00
014000     05  SH-MANIFEST     PC 9(4).                                 SHPMNT00
014100     05  FILLER          SZ 1.                                    SHPMNT00
014200     05  SH-STATUS       PC X.                                    SHPMNT00
014300     05  FILLER          SZ 1.                                    SHPMNT00
014400     05  SH-RECV-DATE    PC 9(6).                                 SHPMNT00
014500     05  FILLER          SZ 1.                                    SHPMNT00
014600     05  SH-OPERATOR     PC X(3).                                 SHPMNT00
014700     05  FILLER          SZ 10.                                   SHPMNT00
014800 MD  SITE-FILE                                                    SHPMNT00
014900     ACCESS SEQUENTIAL                                            SHPMNT00
015000     BLOCK CONTAINS 1 RECORDS                                     SHPMNT00
015100     VALUE OF ID "SHIPSITE"                                       SHPMNT00
015200     DATA RECORD SS-REC.                                          SHPMNT00
015300 01  SS-REC          SZ 80.                                       SHPMNT00
015400     05  SS-CODE         PC X(4).                                 SHPMNT00
015500     05  FILLER          SZ 1.                                    SHPMNT00
015600     05  SS-NAME         PC X(30).                                SHPMNT00
015700     05  FILLER          SZ 1.                                    SHPMNT00
015800     05  SS-ADDR         PC X(30).                                SHPMNT00
015900     05  FILLER          SZ 14.                                   SHPMNT00
016000 MD  PUNCH-QUEUE                                                  SHPMNT00
016100     ACCESS SEQUENTIAL                                            SHPMNT00
016200     BLOCK CONTAINS 1 RECORDS                                     SHPMNT00
016300     VALUE OF ID "PCHQUEUE"                                       SHPMNT00
016400     DATA RECORD QUEUE-REC.                                       SHPMNT00
016500 01  QUEUE-REC       SZ 80.                                       SHPMNT00
016600     05  Q-FILE-ID       PC X(7).                                 SHPMNT00
016700     05  FILLER          SZ 1.                                    SHPMNT00
016800     05  Q-MEDIUM        PC X.                                    SHPMNT00
016900     05  FILLER          SZ 1.                                    SHPMNT00
017000     05  Q-PRIORITY      PC 9.                                    SHPMNT00
017100     05  FILLER          SZ 1.                                    SHPMNT00
017200     05  Q-REQ-BY        PC X(7).                                 SHPMNT00
017300     05  FILLER          SZ 1.                                    SHPMNT00
017400     05  Q-STATUS        PC X(8).                                 SHPMNT00
017500     05  FILLER          SZ 1.                                    SHPMNT00
017600     05  Q-DONE-DATE     PC 9(6).                                 SHPMNT00
017700     05  FILLER          SZ 1.                                    SHPMNT00
017800     05  Q-RUN-ID        PC X(7).                                 SHPMNT00
017900     05  FILLER          SZ 1.                                    SHPMNT00
018000     05  Q-REQ-DATE      PC 9(6).                                 SHPMNT00
018100     05  FILLER          SZ 1.                                    SHPMNT00
018200     05  Q-AGE-DATE      PC 9(6).                                 SHPMNT00
018300     05  FILLER          SZ 1.                                    SHPMNT00
018400     05  Q-DEST          PC X(4).                                 SHPMNT00
018500     05  FILLER          SZ 18.                                   SHPMNT00
018600 MD  PUNCH-LOG                                                    SHPMNT00
018700     ACCESS MODE IS SEQUENTIAL                                    SHPMNT00
018800     RECORD CONTAINS 80 CHARACTERS                                SHPMNT00
018900     LABEL RECORD IS STANDARD                                     SHPMNT00
019000     VALUE OF ID IS "PCHLOG"                                      SHPMNT00
019100     DATA RECORD IS LOG-REC.                                      SHPMNT00
019200 01  LOG-REC         SZ 80.                                       SHPMNT00
019300     05  LOG-FILE-ID     PC X(7).                                 SHPMNT00
019400     05  FILLER          SZ 1.                                    SHPMNT00
019500     05  LOG-DATE        PC X(6).                                 SHPMNT00
019600     05  FILLER          SZ 1.                                    SHPMNT00
019700     05  LOG-RUN-ID      PC X(7).                                 SHPMNT00
019800     05  FILLER          SZ 1.                                    SHPMNT00
019900     05  LOG-READ-CNT    PC 9(6).                                 SHPMNT00
020000     05  FILLER          SZ 1.                                    SHPMNT00
020100     05  LOG-PUNCH-CNT   PC 9(6).                                 SHPMNT00
020110     05  FILLER          SZ 1.                                    SHPMNT00
020120     05  LOG-OUTPUT      PC X.                                    SHPMNT00
020130     05  FILLER          SZ 1.                                    SHPMNT00
020140     05  LOG-SERIAL      PC X(6).                                 SHPMNT00
020150     05  FILLER          SZ 35.                                   SHPMNT00
020300 FD  REPORT-FILE                                                  SHPMNT00
020400         VALUE OF ID "SHIPMNFT"                                   SHPMNT00
020500         DATA RECORD REPORT-REC.                                  SHPMNT00
020600 01  REPORT-REC      SZ 132.                                      SHPMNT00
020700 WORKING-STORAGE SECTION.                                         SHPMNT00
020800 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        SHPMNT00
020900 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     SHPMNT00
021000 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     SHPMNT00
021100 77  OPERATOR-CODE   VA SPACE        PC X(3).                     SHPMNT00
021200 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        SHPMNT00
021300 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        SHPMNT00
021400 77  AUTH-TODAY      CMP-1   PC 9(6).                             SHPMNT00
021500 77  AUTH-DATE-IN            PC 9(6).                             SHPMNT00
021600 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             SHPMNT00
021700 77  AU-HH           CMP-1   PC 99.                               SHPMNT00
021800 77  AU-MM           CMP-1   PC 99.                               SHPMNT00
021900 77  AU-KEY          CMP-1   PC 9(8).                             SHPMNT00
022000 77  AU-NEXT         CMP-1   PC 9(8).                             SHPMNT00
022100 01  AU-SAVE-REC             SZ 44.                               SHPMNT00
022200 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     SHPMNT00
022300 77  AU-REC-SUM              CMP-1   PC 9(6).                     SHPMNT00
022400 77  AU-CX                   CMP-1   PC 99.                       SHPMNT00
022500 77  AU-TX                   CMP-1   PC 99.                       SHPMNT00
022600 77  AU-CODE                 CMP-1   PC 99.                       SHPMNT00
022700 01  AU-HASH-REC.                                                 SHPMNT00
022800     05  AU-HC       OC 44   PC X.                                SHPMNT00
022900 01  AU-CHAR-SET.                                                 SHPMNT00
023000     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          SHPMNT00
023100     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          SHPMNT00
023200 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           SHPMNT00
023300     05  AU-CHAR     OC 48   PC X.                                SHPMNT00
023400 77  RUN-ID-ENTRY            PC X(7).                             SHPMNT00
023500 77  SHIP-STATUS     VA SPACE        PC X(2).                     SHPMNT00
023600 77  SITE-STATUS     VA SPACE        PC X(2).                     SHPMNT00
023700 77  QUEUE-STATUS    VA SPACE        PC X(2).                     SHPMNT00
023800 77  PLOG-STATUS     VA SPACE        PC X(2).                     SHPMNT00
023900 77  DS-CNT          VA 0    CMP-1   PC 9(4).                     SHPMNT00
024000 77  DX                      CMP-1   PC 9(4).                     SHPMNT00
024100 77  HIT-IX                  CMP-1   PC 9(4).                     SHPMNT00
024200 77  SS-CNT          VA 0    CMP-1   PC 99.                       SHPMNT00
024300 77  SX                      CMP-1   PC 99.                       SHPMNT00
024400 77  SITE-IX                 CMP-1   PC 99.                       SHPMNT00
024500 77  CD-CNT          VA 0    CMP-1   PC 999.                      SHPMNT00
024600 77  CX                      CMP-1   PC 999.                      SHPMNT00
024700 77  CHIT                    CMP-1   PC 999.                      SHPMNT00
024800 77  OVER-SW         VA 0    CMP-1   PC 9.                        SHPMNT00
024900 77  SAVED-SW        VA 0    CMP-1   PC 9.                        SHPMNT00
025000 77  MORE-SW         VA 0    CMP-1   PC 9.                        SHPMNT00
025100 77  TODAY-DAYNO             CMP-1   PC 9(8).                     SHPMNT00
025200 77  SHIP-DAYNO              CMP-1   PC 9(8).                     SHPMNT00
025300 77  LATE-DAYS       VA 0            PC 999.                      SHPMNT00
025400 77  LAST-MANIFEST   VA 0    CMP-1   PC 9(4).                     SHPMNT00
025500 77  SHIP-CNT        VA 0    CMP-1   PC 9(4).                     SHPMNT00
025600 77  SITE-CNT        VA 0    CMP-1   PC 99.                       SHPMNT00
025700 77  MAN-DECKS       VA 0    CMP-1   PC 999.                      SHPMNT00
025800 77  MAN-CARDS       VA 0    CMP-1   PC 9(7).                     SHPMNT00
025900 77  SKIP-CNT        VA 0    CMP-1   PC 999.                      SHPMNT00
026000 77  RECV-CNT        VA 0    CMP-1   PC 9(4).                     SHPMNT00
026100 77  EXCEPT-CNT      VA 0    CMP-1   PC 9(4).                     SHPMNT00
026200 77  LATE-CNT        VA 0    CMP-1   PC 9(4).                     SHPMNT00
026300 77  OPEN-CNT        VA 0    CMP-1   PC 9(4).                     SHPMNT00
026400 77  UPDATE-CNT      VA 0    CMP-1   PC 9(4).                     SHPMNT00
026500 77  RUN-FUNCTION    VA SPACE        PC X.                        SHPMNT00
026600 77  DECK-REPLY                      PC X(7).                     SHPMNT00
026700 77  SITE-REPLY                      PC X(4).                     SHPMNT00
026800 77  CARRIER-REPLY                   PC X(10).                    SHPMNT00
026900 77  CUR-SITE                        PC X(4).                     SHPMNT00
027000 77  LOG-HIT-DATE                    PC X(6).                     SHPMNT00
027100 77  LOG-HIT-CARDS                   PC 9(6).                     SHPMNT00
027110 77  LOG-HIT-REEL                    PC X(6).                     SHPMNT00
027200 01  DATE-WORK.                                                   SHPMNT00
027300     05  DW-MM               PC 99.                               SHPMNT00
027400     05  DW-DD               PC 99.                               SHPMNT00
027500     05  DW-YY               PC 99.                               SHPMNT00
027600 01  DS-TABLE.                                                    SHPMNT00
027700     05  DS-ENT  OC 1000.                                         SHPMNT00
027800         10  DS-FILE         PC X(7).                             SHPMNT00
027900         10  DS-SITE         PC X(4).                             SHPMNT00
028000         10  DS-PUNCH        PC 9(6).                             SHPMNT00
028100         10  DS-CARDS        PC 9(6).                             SHPMNT00
028200         10  DS-CARRIER      PC X(10).                            SHPMNT00
028300         10  DS-SHIP         PC 9(6).                             SHPMNT00
028400         10  DS-DAYNO  CMP   PC 9(8).                             SHPMNT00
028500         10  DS-MANIFEST     PC 9(4).                             SHPMNT00
028600         10  DS-STATUS       PC X.                                SHPMNT00
028700         10  DS-RECV         PC 9(6).                             SHPMNT00
028800         10  DS-CHANGED      PC X.                                SHPMNT00
028900 01  SS-TABLE.                                                    SHPMNT00
029000     05  SS-ENT  OC 50.                                           SHPMNT00
029100         10  SS-T-CODE       PC X(4).                             SHPMNT00
029200         10  SS-T-NAME       PC X(30).                            SHPMNT00
029300         10  SS-T-ADDR       PC X(30).                            SHPMNT00
029400 01  CD-TABLE.                                                    SHPMNT00
029500     05  CD-ENT  OC 100.                                          SHPMNT00
029600         10  CD-FILE         PC X(7).                             SHPMNT00
029700         10  CD-SITE         PC X(4).                             SHPMNT00
029800         10  CD-PUNCH        PC 9(6).                             SHPMNT00
029900         10  CD-CARDS        PC 9(6).                             SHPMNT00
030000         10  CD-STATE        PC X.                                SHPMNT00
030010         10  CD-REEL         PC X(6).                             SHPMNT00
030100 01  TITLE-LINE      SZ 132.                                      SHPMNT00
030200     05  FILLER  PC X(18) VA "DECK SHIPMENTS -  ".                SHPMNT00
030300     05  TL-WHAT     PC X(56).                                    SHPMNT00
030400     05  FILLER  PC X(10) VA "RUN DATE  ".                        SHPMNT00
030500     05  TL-DATE     PC 99/99/99.                                 SHPMNT00
030600     05  FILLER      SZ 40    VA SPACE.                           SHPMNT00
030700 01  COL-LINE        SZ 132.                                      SHPMNT00
030800     05  FILLER  PC X(34) VA                                      SHPMNT00
030900         "  DECK ID  SITE  PUNCHED    CARDS ".                    SHPMNT00
031000     05  FILLER  PC X(44) VA                                      SHPMNT00
031100         " CARRIER     SHIPPED   MANIFEST  NOTE       ".          SHPMNT00
031200     05  FILLER      SZ 54    VA SPACE.                           SHPMNT00
031300 01  DETAIL-LINE     SZ 132.                                      SHPMNT00
031400     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
031500     05  DL-FILE     PC X(7).                                     SHPMNT00
031600     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
031700     05  DL-SITE     PC X(4).                                     SHPMNT00
031800     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
031900     05  DL-PUNCH    PC 9(6).                                     SHPMNT00
032000     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
032100     05  DL-CARDS    PC ZZZZZ9.                                   SHPMNT00
032200     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
032300     05  DL-CARRIER  PC X(10).                                    SHPMNT00
032400     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
032500     05  DL-SHIP     PC 99/99/99.                                 SHPMNT00
032600     05  FILLER      SZ 3     VA SPACE.                           SHPMNT00
032700     05  DL-MANIFEST PC ZZZ9.                                     SHPMNT00
032800     05  FILLER      SZ 4     VA SPACE.                           SHPMNT00
032900     05  DL-NOTE     PC X(24).                                    SHPMNT00
033000     05  FILLER      SZ 44    VA SPACE.                           SHPMNT00
033100 01  MAN-HEAD        SZ 132.                                      SHPMNT00
033200     05  FILLER  PC X(18) VA "PACKING MANIFEST  ".                SHPMNT00
033300     05  MH-NUMBER   PC ZZZ9.                                     SHPMNT00
033400     05  FILLER  PC X(10) VA "   SITE   ".                        SHPMNT00
033500     05  MH-SITE     PC X(4).                                     SHPMNT00
033600     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
033700     05  MH-NAME     PC X(30).                                    SHPMNT00
033800     05  FILLER  PC X(10) VA "  SHIPPED ".                        SHPMNT00
033900     05  MH-DATE     PC 99/99/99.                                 SHPMNT00
034000     05  FILLER      SZ 46    VA SPACE.                           SHPMNT00
034100 01  MAN-COLS        SZ 132.                                      SHPMNT00
034200     05  FILLER  PC X(36) VA                                      SHPMNT00
034300         "    DECK ID   PUNCHED    CARDS  TRAI".                  SHPMNT00
034400     05  FILLER  PC X(36) VA                                      SHPMNT00
034500         "LER ID  CARRIER     PACKED     REEL ".                  SHPMNT00
034600     05  FILLER      SZ 60    VA SPACE.                           SHPMNT00
034700 01  MAN-LINE        SZ 132.                                      SHPMNT00
034800     05  FILLER      SZ 4     VA SPACE.                           SHPMNT00
034900     05  ML-FILE     PC X(7).                                     SHPMNT00
035000     05  FILLER      SZ 3     VA SPACE.                           SHPMNT00
035100     05  ML-PUNCH    PC 9(6).                                     SHPMNT00
035200     05  FILLER      SZ 3     VA SPACE.                           SHPMNT00
035300     05  ML-CARDS    PC ZZZZZ9.                                   SHPMNT00
035400     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
035500     05  ML-TRAILER  PC X(7).                                     SHPMNT00
035600     05  FILLER      SZ 3     VA SPACE.                           SHPMNT00
035700     05  ML-CARRIER  PC X(10).                                    SHPMNT00
035800     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
035810     05  FILLER  PC X(12) VA "____________".                      SHPMNT00
035820     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
035830     05  ML-REEL     PC X(6).                                     SHPMNT00
035840     05  FILLER      SZ 59    VA SPACE.                           SHPMNT00
036100 01  LETTER-LINE     SZ 132.                                      SHPMNT00
036200     05  FILLER      SZ 8     VA SPACE.                           SHPMNT00
036300     05  LT-LABEL    PC X(10).                                    SHPMNT00
036400     05  LT-TEXT     PC X(60).                                    SHPMNT00
036500     05  FILLER      SZ 54    VA SPACE.                           SHPMNT00
036600 01  LETTER-REF.                                                  SHPMNT00
036700     05  FILLER  PC X(9)  VA "MANIFEST ".                         SHPMNT00
036800     05  LR-NUMBER   PC ZZZ9.                                     SHPMNT00
036900     05  FILLER  PC X(11) VA "   CARRIER ".                       SHPMNT00
037000     05  LR-CARRIER  PC X(10).                                    SHPMNT00
037100     05  FILLER  PC X(9)  VA "   DECKS ".                         SHPMNT00
037200     05  LR-DECKS    PC ZZ9.                                      SHPMNT00
037300     05  FILLER  PC X(9)  VA "   CARDS ".                         SHPMNT00
037400     05  LR-CARDS    PC Z(6)9.                                    SHPMNT00
037500 01  COUNT-LINE      SZ 132.                                      SHPMNT00
037600     05  FILLER      SZ 2     VA SPACE.                           SHPMNT00
037700     05  CL-LABEL    PC X(40).                                    SHPMNT00
037800     05  CL-VALUE    PC Z(6)9.                                    SHPMNT00
037900     05  FILLER      SZ 83    VA SPACE.                           SHPMNT00
038000 01  SIGN-LINE       SZ 132.                                      SHPMNT00
038100     05  FILLER      SZ 8     VA SPACE.                           SHPMNT00
038200     05  SG-LABEL    PC X(24).                                    SHPMNT00
038300     05  FILLER  PC X(30) VA "______________________________".    SHPMNT00
038400     05  FILLER  PC X(15) VA "  DATE ________".                   SHPMNT00
038500     05  FILLER      SZ 55    VA SPACE.                           SHPMNT00
038600 01  OPER-LABEL.                                                  SHPMNT00
038700     05  FILLER  PC X(21) VA "SHIPPED BY OPERATOR  ".             SHPMNT00
038800     05  OL-CODE     PC X(3).                                     SHPMNT00
038900 01  NONE-LINE       SZ 132.                                      SHPMNT00
039000     05  FILLER      SZ 4     VA SPACE.                           SHPMNT00
039100     05  FILLER  PC X(4)  VA "NONE".                              SHPMNT00
039200     05  FILLER      SZ 124   VA SPACE.                           SHPMNT00
039300 PROCEDURE DIVISION.                                              SHPMNT00
039400 100-BEGIN.                                                       SHPMNT00
039500     ACCEPT RUN-ID-ENTRY.                                         SHPMNT00
039600     PERFORM 950-AUDIT-START.                                     SHPMNT00
039700     MOVE TODAYS-DATE TO DATE-WORK.                               SHPMNT00
039800     MOVE TODAYS-DATE TO TL-DATE.                                 SHPMNT00
039900     COMPUTE TODAY-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.      SHPMNT00
040000     PERFORM 200-LOAD THRU 200X.                                  SHPMNT00
040100     IF OVER-SW = 1                                               SHPMNT00
040200         DISPLAY "OVER 1000 SHIPMENTS ON DECKSHIP - RUN STOPPED"  SHPMNT00
040300         MOVE "ABORT   " TO AU-RESULT                             SHPMNT00
040400         PERFORM 955-AUDIT-END                                    SHPMNT00
040500         STOP RUN.                                                SHPMNT00
040600 110-ASK-FUNCTION.                                                SHPMNT00
040700     DISPLAY "SHIPMNT - ENTER M (MANIFEST), R (RECEIPT) OR U".    SHPMNT00
040800     DISPLAY "(UNCONFIRMED SHIPMENTS)".                           SHPMNT00
040900     ACCEPT RUN-FUNCTION.                                         SHPMNT00
041000     IF RUN-FUNCTION = "M" GO TO 120-MANIFEST.                    SHPMNT00
041100     IF RUN-FUNCTION = "R" GO TO 130-RECEIPT.                     SHPMNT00
041200     IF RUN-FUNCTION = "U" GO TO 140-UNCONFIRMED.                 SHPMNT00
041300     DISPLAY "INVALID FUNCTION - MUST BE M, R OR U".              SHPMNT00
041400     GO TO 110-ASK-FUNCTION.                                      SHPMNT00
041500 120-MANIFEST.                                                    SHPMNT00
041600     PERFORM 250-LOAD-SITES THRU 250X.                            SHPMNT00
041700     PERFORM 300-FROM-QUEUE THRU 300X.                            SHPMNT00
041800     PERFORM 320-KEYED THRU 320X.                                 SHPMNT00
041900     PERFORM 340-FROM-LOG THRU 340X.                              SHPMNT00
042000     IF SHIP-CNT = 0                                              SHPMNT00
042100         DISPLAY "NO DECKS TO SHIP"                               SHPMNT00
042200         GO TO 190-FINISH.                                        SHPMNT00
042300     OPEN OUTPUT REPORT-FILE.                                     SHPMNT00
042400     MOVE 1 TO MORE-SW.                                           SHPMNT00
042500     PERFORM 400-SITE THRU 400X UNTIL MORE-SW = 0.                SHPMNT00
042600     CLOSE REPORT-FILE.                                           SHPMNT00
042700     PERFORM 600-APPEND THRU 600X.                                SHPMNT00
042800     DISPLAY "DECKS SHIPPED " SHIP-CNT " ON " SITE-CNT            SHPMNT00
042900         " MANIFESTS".                                            SHPMNT00
043000     IF SKIP-CNT IS GREATER THAN 0                                SHPMNT00
043100         DISPLAY "DECKS NOT SHIPPED - NOT IN PCHLOG " SKIP-CNT.   SHPMNT00
043200     GO TO 190-FINISH.                                            SHPMNT00
043300 130-RECEIPT.                                                     SHPMNT00
043400     OPEN OUTPUT REPORT-FILE.                                     SHPMNT00
043500     PERFORM 500-RECEIPT THRU 500X.                               SHPMNT00
043600     CLOSE REPORT-FILE.                                           SHPMNT00
043700     IF RECV-CNT IS GREATER THAN 0                                SHPMNT00
043800         PERFORM 700-REWRITE THRU 700X.                           SHPMNT00
043900     DISPLAY "DECKS CONFIRMED RECEIVED " RECV-CNT.                SHPMNT00
044000     DISPLAY "DECKS KEYED BUT NOT AWAITING RECEIPT " EXCEPT-CNT.  SHPMNT00
044100     DISPLAY "SHIPMENTS STILL UNCONFIRMED " OPEN-CNT.             SHPMNT00
044200     GO TO 190-FINISH.                                            SHPMNT00
044300 140-UNCONFIRMED.                                                 SHPMNT00
044400     DISPLAY "ENTER DAYS ALLOWED FOR RECEIPT (000 = 14 DAYS)".    SHPMNT00
044500     ACCEPT LATE-DAYS.                                            SHPMNT00
044600     IF LATE-DAYS NOT NUMERIC MOVE 0 TO LATE-DAYS.                SHPMNT00
044700     IF LATE-DAYS = 0 MOVE 14 TO LATE-DAYS.                       SHPMNT00
044800     OPEN OUTPUT REPORT-FILE.                                     SHPMNT00
044900     PERFORM 550-LATE THRU 550X.                                  SHPMNT00
045000     CLOSE REPORT-FILE.                                           SHPMNT00
045100     DISPLAY "SHIPMENTS UNCONFIRMED OVER " LATE-DAYS " DAYS "     SHPMNT00
045200         LATE-CNT.                                                SHPMNT00
045300 190-FINISH.                                                      SHPMNT00
045400     MOVE "OK      " TO AU-RESULT.                                SHPMNT00
045500     IF SAVED-SW = 2 MOVE "NOTSAVED" TO AU-RESULT.                SHPMNT00
045600     PERFORM 955-AUDIT-END.                                       SHPMNT00
045700     STOP RUN.                                                    SHPMNT00
045800 200-LOAD.                                                        SHPMNT00
045900     NOTE  DECKSHIP IS HELD IN CORE - A MISSING FILE IS TAKEN AS  SHPMNT00
046000         NO SHIPMENTS YET AND IS CREATED BY THE FIRST MANIFEST.   SHPMNT00
046100     OPEN INPUT SHIP-FILE.                                        SHPMNT00
046200     IF SHIP-STATUS NOT = "00" GO TO 200X.                        SHPMNT00
046300 210-READ.                                                        SHPMNT00
046400     READ SHIP-FILE AT END GO TO 220-LOADED.                      SHPMNT00
046500     IF DS-CNT = 1000                                             SHPMNT00
046600         MOVE 1 TO OVER-SW                                        SHPMNT00
046700         GO TO 220-LOADED.                                        SHPMNT00
046800     ADD 1 TO DS-CNT.                                             SHPMNT00
046900     MOVE SH-FILE-ID TO DS-FILE (DS-CNT).                         SHPMNT00
047000     MOVE SH-SITE TO DS-SITE (DS-CNT).                            SHPMNT00
047100     MOVE SH-PUNCH-DATE TO DS-PUNCH (DS-CNT).                     SHPMNT00
047200     MOVE SH-CARDS TO DS-CARDS (DS-CNT).                          SHPMNT00
047300     MOVE SH-CARRIER TO DS-CARRIER (DS-CNT).                      SHPMNT00
047400     MOVE SH-SHIP-DATE TO DS-SHIP (DS-CNT).                       SHPMNT00
047500     MOVE SH-SHIP-DATE TO DATE-WORK.                              SHPMNT00
047600     COMPUTE DS-DAYNO (DS-CNT) = DW-YY * 372 + DW-MM * 31 + DW-DD.SHPMNT00
047700     MOVE SH-MANIFEST TO DS-MANIFEST (DS-CNT).                    SHPMNT00
047800     IF SH-MANIFEST IS GREATER THAN LAST-MANIFEST                 SHPMNT00
047900         MOVE SH-MANIFEST TO LAST-MANIFEST.                       SHPMNT00
048000     MOVE SH-STATUS TO DS-STATUS (DS-CNT).                        SHPMNT00
048100     MOVE SH-RECV-DATE TO DS-RECV (DS-CNT).                       SHPMNT00
048200     MOVE SPACE TO DS-CHANGED (DS-CNT).                           SHPMNT00
048300     GO TO 210-READ.                                              SHPMNT00
048400 220-LOADED.                                                      SHPMNT00
048500     CLOSE SHIP-FILE.                                             SHPMNT00
048600 200X.   EXIT.                                                    SHPMNT00
048700 250-LOAD-SITES.                                                  SHPMNT00
048800     OPEN INPUT SITE-FILE.                                        SHPMNT00
048900     IF SITE-STATUS NOT = "00"                                    SHPMNT00
049000         DISPLAY "SHIPSITE NOT PRESENT - ANY SITE CODE TAKEN"     SHPMNT00
049100         GO TO 250X.                                              SHPMNT00
049200 255-SITE-READ.                                                   SHPMNT00
049300     READ SITE-FILE AT END GO TO 258-SITE-DONE.                   SHPMNT00
049400     IF SS-CODE = SPACES GO TO 255-SITE-READ.                     SHPMNT00
049500     IF SS-CNT = 50                                               SHPMNT00
049600         DISPLAY "SHIPSITE OVER 50 CARDS - REST NOT USED"         SHPMNT00
049700         GO TO 258-SITE-DONE.                                     SHPMNT00
049800     ADD 1 TO SS-CNT.                                             SHPMNT00
049900     MOVE SS-CODE TO SS-T-CODE (SS-CNT).                          SHPMNT00
050000     MOVE SS-NAME TO SS-T-NAME (SS-CNT).                          SHPMNT00
050100     MOVE SS-ADDR TO SS-T-ADDR (SS-CNT).                          SHPMNT00
050200     GO TO 255-SITE-READ.                                         SHPMNT00
050300 258-SITE-DONE.                                                   SHPMNT00
050400     CLOSE SITE-FILE.                                             SHPMNT00
050500 250X.   EXIT.                                                    SHPMNT00
050600 300-FROM-QUEUE.                                                  SHPMNT00
050610     NOTE  A PUNCHED OR DELIVERD QUEUE ENTRY WITH A DESTINATION   SHPMNT00
050620         GOES ON THE NEXT MANIFEST UNLESS DECKSHIP ALREADY HOLDS  SHPMNT00
050630         THAT DECK FOR THE SAME PUNCH DATE.                       SHPMNT00
051000     OPEN INPUT PUNCH-QUEUE.                                      SHPMNT00
051100     IF QUEUE-STATUS NOT = "00"                                   SHPMNT00
051200         DISPLAY "PCHQUEUE NOT PRESENT - QUEUE SKIPPED"           SHPMNT00
051300         GO TO 300X.                                              SHPMNT00
051400 305-QUEUE-READ.                                                  SHPMNT00
051500     READ PUNCH-QUEUE AT END GO TO 310-QUEUE-DONE.                SHPMNT00
051510     IF Q-STATUS NOT = "PUNCHED " AND Q-STATUS NOT = "DELIVERD"   SHPMNT00
051520         GO TO 305-QUEUE-READ.                                    SHPMNT00
051530     IF Q-DEST = SPACES                                           SHPMNT00
051700         GO TO 305-QUEUE-READ.                                    SHPMNT00
051800     MOVE 0 TO HIT-IX.                                            SHPMNT00
051900     PERFORM 315-SHIPPED-YET VARYING DX FROM 1 BY 1               SHPMNT00
052000         UNTIL DX IS GREATER THAN DS-CNT.                         SHPMNT00
052100     IF HIT-IX NOT = 0 GO TO 305-QUEUE-READ.                      SHPMNT00
052200     MOVE Q-FILE-ID TO DECK-REPLY.                                SHPMNT00
052300     MOVE Q-DEST TO SITE-REPLY.                                   SHPMNT00
052400     PERFORM 330-TAKE-DECK THRU 330X.                             SHPMNT00
052500     GO TO 305-QUEUE-READ.                                        SHPMNT00
052600 310-QUEUE-DONE.                                                  SHPMNT00
052700     CLOSE PUNCH-QUEUE.                                           SHPMNT00
052800 300X.   EXIT.                                                    SHPMNT00
052900 315-SHIPPED-YET.                                                 SHPMNT00
053000     IF DS-FILE (DX) = Q-FILE-ID AND DS-PUNCH (DX) = Q-DONE-DATE  SHPMNT00
053100         MOVE DX TO HIT-IX.                                       SHPMNT00
053200 320-KEYED.                                                       SHPMNT00
053300     DISPLAY "ENTER DECK FILE ID TO SHIP, SPACES WHEN DONE".      SHPMNT00
053400     MOVE SPACES TO DECK-REPLY.                                   SHPMNT00
053500     ACCEPT DECK-REPLY.                                           SHPMNT00
053600     IF DECK-REPLY = SPACES GO TO 320X.                           SHPMNT00
053700     DISPLAY "ENTER DESTINATION SITE CODE (4 CHARACTERS)".        SHPMNT00
053800     MOVE SPACES TO SITE-REPLY.                                   SHPMNT00
053900     ACCEPT SITE-REPLY.                                           SHPMNT00
054000     IF SITE-REPLY = SPACES                                       SHPMNT00
054100         DISPLAY "NO SITE - " DECK-REPLY " NOT TAKEN"             SHPMNT00
054200         GO TO 320-KEYED.                                         SHPMNT00
054300     IF SS-CNT = 0 GO TO 325-TAKE.                                SHPMNT00
054400     PERFORM 420-FIND-SITE.                                       SHPMNT00
054500     IF SITE-IX = 0                                               SHPMNT00
054600         DISPLAY "SITE " SITE-REPLY " NOT ON SHIPSITE - "         SHPMNT00
054700             DECK-REPLY " NOT TAKEN"                              SHPMNT00
054800         GO TO 320-KEYED.                                         SHPMNT00
054900 325-TAKE.                                                        SHPMNT00
055000     PERFORM 330-TAKE-DECK THRU 330X.                             SHPMNT00
055100     GO TO 320-KEYED.                                             SHPMNT00
055200 320X.   EXIT.                                                    SHPMNT00
055300 330-TAKE-DECK.                                                   SHPMNT00
055400     NOTE  ADDS DECK-REPLY FOR SITE-REPLY TO THE DECKS FOR THIS   SHPMNT00
055500         RUN UNLESS IT IS ALREADY ON IT.                          SHPMNT00
055600     MOVE 0 TO CHIT.                                              SHPMNT00
055700     PERFORM 335-ON-LIST VARYING CX FROM 1 BY 1                   SHPMNT00
055800         UNTIL CX IS GREATER THAN CD-CNT.                         SHPMNT00
055900     IF CHIT NOT = 0                                              SHPMNT00
056000         DISPLAY DECK-REPLY " ALREADY ON THIS RUN"                SHPMNT00
056100         GO TO 330X.                                              SHPMNT00
056200     IF CD-CNT = 99                                               SHPMNT00
056300         DISPLAY "99 DECKS ON THIS RUN - " DECK-REPLY " NOT TAKEN"SHPMNT00
056400         GO TO 330X.                                              SHPMNT00
056500     ADD 1 TO CD-CNT.                                             SHPMNT00
056600     MOVE DECK-REPLY TO CD-FILE (CD-CNT).                         SHPMNT00
056700     MOVE SITE-REPLY TO CD-SITE (CD-CNT).                         SHPMNT00
056710     MOVE 0 TO CD-PUNCH (CD-CNT) CD-CARDS (CD-CNT).               SHPMNT00
056720     MOVE SPACES TO CD-REEL (CD-CNT).                             SHPMNT00
056900     MOVE "N" TO CD-STATE (CD-CNT).                               SHPMNT00
057000 330X.   EXIT.                                                    SHPMNT00
057100 335-ON-LIST.                                                     SHPMNT00
057200     IF CD-FILE (CX) = DECK-REPLY MOVE CX TO CHIT.                SHPMNT00
057300 340-FROM-LOG.                                                    SHPMNT00
057400     NOTE  THE LATEST PCHLOG ENTRY FOR EACH DECK GIVES THE CARD   SHPMNT00
057500         COUNT AND THE DATE PUNCHED ON ITS TRAILER CARD.          SHPMNT00
057600     PERFORM 350-LOG-ONE THRU 350X VARYING CX FROM 1 BY 1         SHPMNT00
057700         UNTIL CX IS GREATER THAN CD-CNT.                         SHPMNT00
057800 340X.   EXIT.                                                    SHPMNT00
057900 350-LOG-ONE.                                                     SHPMNT00
058000     MOVE SPACES TO LOG-HIT-DATE.                                 SHPMNT00
058100     MOVE 0 TO LOG-HIT-CARDS.                                     SHPMNT00
058110     MOVE SPACES TO LOG-HIT-REEL.                                 SHPMNT00
058200     OPEN INPUT PUNCH-LOG.                                        SHPMNT00
058300     IF PLOG-STATUS NOT = "00" GO TO 358-LOG-CHECK.               SHPMNT00
058400 355-LOG-READ.                                                    SHPMNT00
058500     READ PUNCH-LOG AT END GO TO 357-LOG-DONE.                    SHPMNT00
058600     IF LOG-FILE-ID NOT = CD-FILE (CX) GO TO 355-LOG-READ.        SHPMNT00
058700     MOVE LOG-DATE TO LOG-HIT-DATE.                               SHPMNT00
058800     MOVE LOG-PUNCH-CNT TO LOG-HIT-CARDS.                         SHPMNT00
058810     MOVE SPACES TO LOG-HIT-REEL.                                 SHPMNT00
058820     IF LOG-OUTPUT = "T" MOVE LOG-SERIAL TO LOG-HIT-REEL.         SHPMNT00
058900     GO TO 355-LOG-READ.                                          SHPMNT00
059000 357-LOG-DONE.                                                    SHPMNT00
059100     CLOSE PUNCH-LOG.                                             SHPMNT00
059200 358-LOG-CHECK.                                                   SHPMNT00
059300     IF LOG-HIT-DATE = SPACES OR LOG-HIT-DATE NOT NUMERIC         SHPMNT00
059400         DISPLAY CD-FILE (CX) " NOT IN PCHLOG - NOT SHIPPED"      SHPMNT00
059500         MOVE "X" TO CD-STATE (CX)                                SHPMNT00
059600         ADD 1 TO SKIP-CNT                                        SHPMNT00
059700         GO TO 350X.                                              SHPMNT00
059800     MOVE LOG-HIT-DATE TO CD-PUNCH (CX).                          SHPMNT00
059900     MOVE LOG-HIT-CARDS TO CD-CARDS (CX).                         SHPMNT00
059910     MOVE LOG-HIT-REEL TO CD-REEL (CX).                           SHPMNT00
060000     ADD 1 TO SHIP-CNT.                                           SHPMNT00
060100 350X.   EXIT.                                                    SHPMNT00
060200 400-SITE.                                                        SHPMNT00
060300     NOTE  ONE MANIFEST PER SITE - THE FIRST DECK NOT YET PACKED  SHPMNT00
060400         NAMES THE SITE AND EVERY OTHER DECK FOR IT JOINS IT.     SHPMNT00
060500     MOVE 0 TO CHIT.                                              SHPMNT00
060600     PERFORM 405-NEXT-SITE VARYING CX FROM 1 BY 1                 SHPMNT00
060700         UNTIL CX IS GREATER THAN CD-CNT                          SHPMNT00
060800         OR CHIT IS GREATER THAN 0.                               SHPMNT00
060900     IF CHIT = 0                                                  SHPMNT00
061000         MOVE 0 TO MORE-SW                                        SHPMNT00
061100         GO TO 400X.                                              SHPMNT00
061200     MOVE CD-SITE (CHIT) TO CUR-SITE SITE-REPLY.                  SHPMNT00
061300     PERFORM 420-FIND-SITE.                                       SHPMNT00
061400     DISPLAY "ENTER CARRIER FOR SITE " CUR-SITE                   SHPMNT00
061500         " (10 CHARACTERS)".                                      SHPMNT00
061600     MOVE SPACES TO CARRIER-REPLY.                                SHPMNT00
061700     ACCEPT CARRIER-REPLY.                                        SHPMNT00
061800     ADD 1 TO LAST-MANIFEST SITE-CNT.                             SHPMNT00
061900     MOVE 0 TO MAN-DECKS MAN-CARDS.                               SHPMNT00
062000     MOVE LAST-MANIFEST TO MH-NUMBER.                             SHPMNT00
062100     MOVE CUR-SITE TO MH-SITE.                                    SHPMNT00
062200     MOVE SPACES TO MH-NAME.                                      SHPMNT00
062300     IF SITE-IX NOT = 0 MOVE SS-T-NAME (SITE-IX) TO MH-NAME.      SHPMNT00
062400     MOVE TODAYS-DATE TO MH-DATE.                                 SHPMNT00
062500     MOVE SPACES TO REPORT-REC.                                   SHPMNT00
062600     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              SHPMNT00
062700     WRITE REPORT-REC FROM MAN-HEAD BEFORE ADVANCING 2 LINES.     SHPMNT00
062800     WRITE REPORT-REC FROM MAN-COLS BEFORE ADVANCING 2 LINES.     SHPMNT00
062900     PERFORM 410-PACK VARYING CX FROM 1 BY 1                      SHPMNT00
063000         UNTIL CX IS GREATER THAN CD-CNT.                         SHPMNT00
063100     MOVE SPACES TO REPORT-REC.                                   SHPMNT00
063200     WRITE REPORT-REC.                                            SHPMNT00
063300     MOVE "DECKS IN THIS SHIPMENT" TO CL-LABEL.                   SHPMNT00
063400     MOVE MAN-DECKS TO CL-VALUE.                                  SHPMNT00
063500     WRITE REPORT-REC FROM COUNT-LINE.                            SHPMNT00
063600     MOVE "CARDS IN THIS SHIPMENT" TO CL-LABEL.                   SHPMNT00
063700     MOVE MAN-CARDS TO CL-VALUE.                                  SHPMNT00
063800     WRITE REPORT-REC FROM COUNT-LINE BEFORE ADVANCING 3 LINES.   SHPMNT00
063900     MOVE OPERATOR-CODE TO OL-CODE.                               SHPMNT00
064000     MOVE OPER-LABEL TO SG-LABEL.                                 SHPMNT00
064100     WRITE REPORT-REC FROM SIGN-LINE.                             SHPMNT00
064200     PERFORM 450-LETTER THRU 450X.                                SHPMNT00
064300     DISPLAY "MANIFEST " LAST-MANIFEST " SITE " CUR-SITE          SHPMNT00
064400         " DECKS " MAN-DECKS.                                     SHPMNT00
064500 400X.   EXIT.                                                    SHPMNT00
064600 405-NEXT-SITE.                                                   SHPMNT00
064700     IF CD-STATE (CX) = "N" MOVE CX TO CHIT.                      SHPMNT00
064800 410-PACK.                                                        SHPMNT00
064900     IF CD-STATE (CX) = "N" AND CD-SITE (CX) = CUR-SITE           SHPMNT00
065000         MOVE "P" TO CD-STATE (CX)                                SHPMNT00
065100         ADD 1 TO MAN-DECKS                                       SHPMNT00
065200         ADD CD-CARDS (CX) TO MAN-CARDS                           SHPMNT00
065300         PERFORM 415-PACK-LINE.                                   SHPMNT00
065400 415-PACK-LINE.                                                   SHPMNT00
065500     MOVE CD-FILE (CX) TO ML-FILE ML-TRAILER.                     SHPMNT00
065600     MOVE CD-PUNCH (CX) TO ML-PUNCH.                              SHPMNT00
065700     MOVE CD-CARDS (CX) TO ML-CARDS.                              SHPMNT00
065710     MOVE CD-REEL (CX) TO ML-REEL.                                SHPMNT00
065800     MOVE CARRIER-REPLY TO ML-CARRIER.                            SHPMNT00
065900     WRITE REPORT-REC FROM MAN-LINE.                              SHPMNT00
066000     PERFORM 610-HOLD-SHIPPED.                                    SHPMNT00
066100 420-FIND-SITE.                                                   SHPMNT00
066200     MOVE 0 TO SITE-IX.                                           SHPMNT00
066300     PERFORM 425-SITE-MATCH VARYING SX FROM 1 BY 1                SHPMNT00
066400         UNTIL SX IS GREATER THAN SS-CNT.                         SHPMNT00
066500 425-SITE-MATCH.                                                  SHPMNT00
066600     IF SS-T-CODE (SX) = SITE-REPLY MOVE SX TO SITE-IX.           SHPMNT00
066700 450-LETTER.                                                      SHPMNT00
066800     NOTE  THE TRANSMITTAL LETTER TRAVELS WITH THE DECKS AND IS   SHPMNT00
066900         SIGNED AND RETURNED BY THE SITE AS ITS RECEIPT.          SHPMNT00
067000     MOVE SPACES TO REPORT-REC.                                   SHPMNT00
067100     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              SHPMNT00
067200     MOVE "TRANSMITTAL OF PUNCHED CARD DECKS" TO TL-WHAT.         SHPMNT00
067300     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 3 LINES.   SHPMNT00
067400     MOVE "TO" TO LT-LABEL.                                       SHPMNT00
067500     MOVE SPACES TO LT-TEXT.                                      SHPMNT00
067600     MOVE CUR-SITE TO LT-TEXT.                                    SHPMNT00
067700     IF SITE-IX NOT = 0 MOVE SS-T-NAME (SITE-IX) TO LT-TEXT.      SHPMNT00
067800     WRITE REPORT-REC FROM LETTER-LINE.                           SHPMNT00
067900     MOVE SPACES TO LT-LABEL LT-TEXT.                             SHPMNT00
068000     IF SITE-IX NOT = 0 MOVE SS-T-ADDR (SITE-IX) TO LT-TEXT.      SHPMNT00
068100     WRITE REPORT-REC FROM LETTER-LINE.                           SHPMNT00
068200     MOVE "SITE" TO LT-LABEL.                                     SHPMNT00
068300     MOVE CUR-SITE TO LT-TEXT.                                    SHPMNT00
068400     WRITE REPORT-REC FROM LETTER-LINE BEFORE ADVANCING 2 LINES.  SHPMNT00
068500     MOVE SPACES TO LT-LABEL.                                     SHPMNT00
068600     MOVE LAST-MANIFEST TO LR-NUMBER.                             SHPMNT00
068700     MOVE CARRIER-REPLY TO LR-CARRIER.                            SHPMNT00
068800     MOVE MAN-DECKS TO LR-DECKS.                                  SHPMNT00
068900     MOVE MAN-CARDS TO LR-CARDS.                                  SHPMNT00
069000     MOVE LETTER-REF TO LT-TEXT.                                  SHPMNT00
069100     WRITE REPORT-REC FROM LETTER-LINE BEFORE ADVANCING 2 LINES.  SHPMNT00
069200     MOVE "THE PUNCHED DECKS ON THE ENCLOSED PACKING MANIFEST ARE"SHPMNT00
069300         TO LT-TEXT.                                              SHPMNT00
069400     WRITE REPORT-REC FROM LETTER-LINE.                           SHPMNT00
069500     MOVE "SENT TO YOUR SITE. EACH DECK ENDS WITH AN END-FILE"    SHPMNT00
069600         TO LT-TEXT.                                              SHPMNT00
069700     WRITE REPORT-REC FROM LETTER-LINE.                           SHPMNT00
069800     MOVE "TRAILER CARD CARRYING ITS FILE ID, PUNCH DATE AND CARD"SHPMNT00
069900         TO LT-TEXT.                                              SHPMNT00
070000     WRITE REPORT-REC FROM LETTER-LINE.                           SHPMNT00
070100     MOVE "COUNT. PLEASE COUNT EACH DECK AGAINST ITS TRAILER,"    SHPMNT00
070200         TO LT-TEXT.                                              SHPMNT00
070300     WRITE REPORT-REC FROM LETTER-LINE.                           SHPMNT00
070400     MOVE "TICK THE MANIFEST AND RETURN THIS LETTER SIGNED."      SHPMNT00
070500         TO LT-TEXT.                                              SHPMNT00
070600     WRITE REPORT-REC FROM LETTER-LINE BEFORE ADVANCING 3 LINES.  SHPMNT00
070700     MOVE OPERATOR-CODE TO OL-CODE.                               SHPMNT00
070800     MOVE OPER-LABEL TO SG-LABEL.                                 SHPMNT00
070900     WRITE REPORT-REC FROM SIGN-LINE BEFORE ADVANCING 3 LINES.    SHPMNT00
071000     MOVE "RECEIVED AT SITE" TO SG-LABEL.                         SHPMNT00
071100     WRITE REPORT-REC FROM SIGN-LINE.                             SHPMNT00
071200 450X.   EXIT.                                                    SHPMNT00
071300 500-RECEIPT.                                                     SHPMNT00
071400     NOTE  EACH KEYED DECK MUST HAVE A SHIPMENT AWAITING RECEIPT -SHPMNT00
071500         THE LATEST SUCH SHIPMENT IS MARKED RECEIVED TODAY.       SHPMNT00
071600     MOVE "RECEIPTS CONFIRMED BY THE SITES" TO TL-WHAT.           SHPMNT00
071700     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SHPMNT00
071800     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     SHPMNT00
071900 510-ASK.                                                         SHPMNT00
072000     DISPLAY "ENTER DECK FILE ID RECEIVED, SPACES WHEN DONE".     SHPMNT00
072100     MOVE SPACES TO DECK-REPLY.                                   SHPMNT00
072200     ACCEPT DECK-REPLY.                                           SHPMNT00
072300     IF DECK-REPLY = SPACES GO TO 530-LEFT.                       SHPMNT00
072400     MOVE 0 TO HIT-IX.                                            SHPMNT00
072500     PERFORM 515-FIND VARYING DX FROM 1 BY 1                      SHPMNT00
072600         UNTIL DX IS GREATER THAN DS-CNT.                         SHPMNT00
072700     IF HIT-IX = 0                                                SHPMNT00
072800         DISPLAY DECK-REPLY " HAS NO SHIPMENT AWAITING RECEIPT"   SHPMNT00
072900         MOVE SPACES TO DETAIL-LINE                               SHPMNT00
073000         MOVE DECK-REPLY TO DL-FILE                               SHPMNT00
073100         MOVE "NOT AWAITING RECEIPT" TO DL-NOTE                   SHPMNT00
073200         WRITE REPORT-REC FROM DETAIL-LINE                        SHPMNT00
073300         ADD 1 TO EXCEPT-CNT                                      SHPMNT00
073400         GO TO 510-ASK.                                           SHPMNT00
073500     MOVE HIT-IX TO DX.                                           SHPMNT00
073600     MOVE "R" TO DS-STATUS (DX).                                  SHPMNT00
073700     MOVE TODAYS-DATE TO DS-RECV (DX).                            SHPMNT00
073800     MOVE "Y" TO DS-CHANGED (DX).                                 SHPMNT00
073900     ADD 1 TO RECV-CNT.                                           SHPMNT00
074000     MOVE "SHIPRECV" TO AU-EVENT.                                 SHPMNT00
074100     PERFORM 800-LOG-DECK.                                        SHPMNT00
074200     MOVE "RECEIVED" TO DL-NOTE.                                  SHPMNT00
074300     PERFORM 850-DETAIL.                                          SHPMNT00
074400     GO TO 510-ASK.                                               SHPMNT00
074500 515-FIND.                                                        SHPMNT00
074600     IF DS-FILE (DX) = DECK-REPLY AND DS-STATUS (DX) = "S"        SHPMNT00
074700         MOVE DX TO HIT-IX.                                       SHPMNT00
074800 530-LEFT.                                                        SHPMNT00
074900     MOVE SPACES TO REPORT-REC.                                   SHPMNT00
075000     WRITE REPORT-REC.                                            SHPMNT00
075100     MOVE "DECKS CONFIRMED RECEIVED" TO CL-LABEL.                 SHPMNT00
075200     MOVE RECV-CNT TO CL-VALUE.                                   SHPMNT00
075300     WRITE REPORT-REC FROM COUNT-LINE.                            SHPMNT00
075400     MOVE "DECKS KEYED BUT NOT AWAITING RECEIPT" TO CL-LABEL.     SHPMNT00
075500     MOVE EXCEPT-CNT TO CL-VALUE.                                 SHPMNT00
075600     WRITE REPORT-REC FROM COUNT-LINE BEFORE ADVANCING 3 LINES.   SHPMNT00
075700     MOVE "STILL UNCONFIRMED" TO TL-WHAT.                         SHPMNT00
075800     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SHPMNT00
075900     MOVE "NOT CONFIRMED" TO DL-NOTE.                             SHPMNT00
076000     PERFORM 535-LEFT-LINE VARYING DX FROM 1 BY 1                 SHPMNT00
076100         UNTIL DX IS GREATER THAN DS-CNT.                         SHPMNT00
076200     IF OPEN-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.             SHPMNT00
076300 500X.   EXIT.                                                    SHPMNT00
076400 535-LEFT-LINE.                                                   SHPMNT00
076500     IF DS-STATUS (DX) = "S"                                      SHPMNT00
076600         PERFORM 850-DETAIL                                       SHPMNT00
076700         ADD 1 TO OPEN-CNT.                                       SHPMNT00
076800 550-LATE.                                                        SHPMNT00
076900     MOVE "SHIPMENTS NOT CONFIRMED IN TIME" TO TL-WHAT.           SHPMNT00
077000     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SHPMNT00
077100     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     SHPMNT00
077200     PERFORM 555-LATE-ONE THRU 555X VARYING DX FROM 1 BY 1        SHPMNT00
077300         UNTIL DX IS GREATER THAN DS-CNT.                         SHPMNT00
077400     IF LATE-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.             SHPMNT00
077500     MOVE SPACES TO REPORT-REC.                                   SHPMNT00
077600     WRITE REPORT-REC.                                            SHPMNT00
077700     MOVE "SHIPMENTS UNCONFIRMED PAST THE DAYS KEYED" TO CL-LABEL.SHPMNT00
077800     MOVE LATE-CNT TO CL-VALUE.                                   SHPMNT00
077900     WRITE REPORT-REC FROM COUNT-LINE.                            SHPMNT00
078000 550X.   EXIT.                                                    SHPMNT00
078100 555-LATE-ONE.                                                    SHPMNT00
078200     IF DS-STATUS (DX) NOT = "S" GO TO 555X.                      SHPMNT00
078300     COMPUTE SHIP-DAYNO = DS-DAYNO (DX) + LATE-DAYS.              SHPMNT00
078400     IF TODAY-DAYNO IS NOT GREATER THAN SHIP-DAYNO GO TO 555X.    SHPMNT00
078500     ADD 1 TO LATE-CNT.                                           SHPMNT00
078600     MOVE "UNCONFIRMED - CHASE" TO DL-NOTE.                       SHPMNT00
078700     PERFORM 850-DETAIL.                                          SHPMNT00
078800     DISPLAY "UNCONFIRMED " DS-FILE (DX) " SITE " DS-SITE (DX)    SHPMNT00
078900         " MANIFEST " DS-MANIFEST (DX).                           SHPMNT00
079000 555X.   EXIT.                                                    SHPMNT00
079100 600-APPEND.                                                      SHPMNT00
079200     NOTE  THE DECKS SHIPPED ARE ADDED TO THE END OF DECKSHIP -   SHPMNT00
079300         A MISSING DECKSHIP IS STARTED BY THIS RUN.               SHPMNT00
079400     MOVE 1 TO SAVED-SW.                                          SHPMNT00
079500     OPEN I-O SHIP-FILE.                                          SHPMNT00
079600     IF SHIP-STATUS NOT = "00"                                    SHPMNT00
079700         OPEN OUTPUT SHIP-FILE                                    SHPMNT00
079800         GO TO 605-APPEND-WRITE.                                  SHPMNT00
079900 602-APPEND-SKIP.                                                 SHPMNT00
080000     READ SHIP-FILE AT END GO TO 605-APPEND-WRITE.                SHPMNT00
080100     GO TO 602-APPEND-SKIP.                                       SHPMNT00
080200 605-APPEND-WRITE.                                                SHPMNT00
080300     PERFORM 620-APPEND-ONE VARYING DX FROM 1 BY 1                SHPMNT00
080400         UNTIL DX IS GREATER THAN DS-CNT.                         SHPMNT00
080500     CLOSE SHIP-FILE.                                             SHPMNT00
080600 600X.   EXIT.                                                    SHPMNT00
080700 610-HOLD-SHIPPED.                                                SHPMNT00
080800     NOTE  THE DECK AT CX JOINS THE IN-CORE TABLE AS SHIPPED AND  SHPMNT00
080900         FLAGGED N FOR THE APPEND.                                SHPMNT00
081000     IF DS-CNT = 1000                                             SHPMNT00
081100         DISPLAY CD-FILE (CX) " - DECKSHIP FULL, NOT RECORDED"    SHPMNT00
081200         MOVE 2 TO SAVED-SW                                       SHPMNT00
081300     ELSE                                                         SHPMNT00
081400         ADD 1 TO DS-CNT                                          SHPMNT00
081500         MOVE CD-FILE (CX) TO DS-FILE (DS-CNT)                    SHPMNT00
081600         MOVE CUR-SITE TO DS-SITE (DS-CNT)                        SHPMNT00
081700         MOVE CD-PUNCH (CX) TO DS-PUNCH (DS-CNT)                  SHPMNT00
081800         MOVE CD-CARDS (CX) TO DS-CARDS (DS-CNT)                  SHPMNT00
081900         MOVE CARRIER-REPLY TO DS-CARRIER (DS-CNT)                SHPMNT00
082000         MOVE TODAYS-DATE TO DS-SHIP (DS-CNT)                     SHPMNT00
082100         MOVE TODAY-DAYNO TO DS-DAYNO (DS-CNT)                    SHPMNT00
082200         MOVE LAST-MANIFEST TO DS-MANIFEST (DS-CNT)               SHPMNT00
082300         MOVE "S" TO DS-STATUS (DS-CNT)                           SHPMNT00
082400         MOVE 0 TO DS-RECV (DS-CNT)                               SHPMNT00
082500         MOVE "N" TO DS-CHANGED (DS-CNT)                          SHPMNT00
082600         MOVE DS-CNT TO DX                                        SHPMNT00
082700         MOVE "SHIPOUT " TO AU-EVENT                              SHPMNT00
082800         PERFORM 800-LOG-DECK.                                    SHPMNT00
082900 620-APPEND-ONE.                                                  SHPMNT00
083000     IF DS-CHANGED (DX) = "N"                                     SHPMNT00
083100         MOVE SPACES TO SH-REC                                    SHPMNT00
083200         MOVE DS-FILE (DX) TO SH-FILE-ID SH-TRAILER-ID            SHPMNT00
083300         MOVE DS-SITE (DX) TO SH-SITE                             SHPMNT00
083400         MOVE DS-PUNCH (DX) TO SH-PUNCH-DATE                      SHPMNT00
083500         MOVE DS-CARDS (DX) TO SH-CARDS                           SHPMNT00
083600         MOVE DS-CARRIER (DX) TO SH-CARRIER                       SHPMNT00
083700         MOVE DS-SHIP (DX) TO SH-SHIP-DATE                        SHPMNT00
083800         MOVE DS-MANIFEST (DX) TO SH-MANIFEST                     SHPMNT00
083900         MOVE DS-STATUS (DX) TO SH-STATUS                         SHPMNT00
084000         MOVE DS-RECV (DX) TO SH-RECV-DATE                        SHPMNT00
084100         MOVE OPERATOR-CODE TO SH-OPERATOR                        SHPMNT00
084200         WRITE SH-REC.                                            SHPMNT00
084300 700-REWRITE.                                                     SHPMNT00
084400     NOTE  DECKSHIP IS READ AGAIN IN THE SAME ORDER AND EACH      SHPMNT00
084500         SHIPMENT NOW RECEIVED IS REWRITTEN IN PLACE.             SHPMNT00
084600     MOVE 0 TO DX.                                                SHPMNT00
084700     MOVE 1 TO SAVED-SW.                                          SHPMNT00
084800     OPEN I-O SHIP-FILE.                                          SHPMNT00
084900     IF SHIP-STATUS NOT = "00"                                    SHPMNT00
085000         DISPLAY "DECKSHIP NOT OPEN - RECEIPTS NOT SAVED"         SHPMNT00
085100         MOVE 2 TO SAVED-SW                                       SHPMNT00
085200         GO TO 700X.                                              SHPMNT00
085300 710-REWRITE-READ.                                                SHPMNT00
085400     READ SHIP-FILE AT END GO TO 790-REWRITE-END.                 SHPMNT00
085500     ADD 1 TO DX.                                                 SHPMNT00
085600     IF DX IS GREATER THAN DS-CNT GO TO 790-REWRITE-END.          SHPMNT00
085700     IF DS-CHANGED (DX) NOT = "Y" GO TO 710-REWRITE-READ.         SHPMNT00
085800     MOVE DS-STATUS (DX) TO SH-STATUS.                            SHPMNT00
085900     MOVE DS-RECV (DX) TO SH-RECV-DATE.                           SHPMNT00
086000     REWRITE SH-REC.                                              SHPMNT00
086100     ADD 1 TO UPDATE-CNT.                                         SHPMNT00
086200     GO TO 710-REWRITE-READ.                                      SHPMNT00
086300 790-REWRITE-END.                                                 SHPMNT00
086400     CLOSE SHIP-FILE.                                             SHPMNT00
086500 700X.   EXIT.                                                    SHPMNT00
086600 800-LOG-DECK.                                                    SHPMNT00
086700     MOVE TODAYS-DATE TO AU-DATE.                                 SHPMNT00
086800     MOVE SPACES TO AU-RESULT.                                    SHPMNT00
086900     MOVE DS-FILE (DX) TO AU-RESULT.                              SHPMNT00
087000     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SHPMNT00
087100 850-DETAIL.                                                      SHPMNT00
087200     MOVE DS-FILE (DX) TO DL-FILE.                                SHPMNT00
087300     MOVE DS-SITE (DX) TO DL-SITE.                                SHPMNT00
087400     MOVE DS-PUNCH (DX) TO DL-PUNCH.                              SHPMNT00
087500     MOVE DS-CARDS (DX) TO DL-CARDS.                              SHPMNT00
087600     MOVE DS-CARRIER (DX) TO DL-CARRIER.                          SHPMNT00
087700     MOVE DS-SHIP (DX) TO DL-SHIP.                                SHPMNT00
087800     MOVE DS-MANIFEST (DX) TO DL-MANIFEST.                        SHPMNT00
087900     WRITE REPORT-REC FROM DETAIL-LINE.                           SHPMNT00
088000 950-AUDIT-START.                                                 SHPMNT00
088100     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     SHPMNT00
088200     MOVE TODAYS-DATE TO AU-DATE.                                 SHPMNT00
088300     MOVE "START   " TO AU-EVENT.                                 SHPMNT00
088400     MOVE SPACES TO AU-RESULT.                                    SHPMNT00
088500     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SHPMNT00
088600 955-AUDIT-END.                                                   SHPMNT00
088700     MOVE TODAYS-DATE TO AU-DATE.                                 SHPMNT00
088800     MOVE "END     " TO AU-EVENT.                                 SHPMNT00
088900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SHPMNT00
089000 970-AUDIT-WRITE.                                                 SHPMNT00
089100     COMPUTE AU-TIME-HOLD = DATA (1).                             SHPMNT00
089200     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     SHPMNT00
089300     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            SHPMNT00
089400     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       SHPMNT00
089500     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              SHPMNT00
089600     OPEN I-O AUDIT-TRAIL.                                        SHPMNT00
089700     MOVE AUDIT-REC TO AU-SAVE-REC.                               SHPMNT00
089800     MOVE 1 TO AU-KEY.                                            SHPMNT00
089900     READ AUDIT-TRAIL INVALID KEY                                 SHPMNT00
090000         MOVE 2 TO AC-NEXT-SLOT.                                  SHPMNT00
090100     IF AC-NEXT-SLOT NOT NUMERIC                                  SHPMNT00
090200         MOVE 2 TO AC-NEXT-SLOT.                                  SHPMNT00
090300     IF AC-NEXT-SLOT IS LESS THAN 2                               SHPMNT00
090400         MOVE 2 TO AC-NEXT-SLOT.                                  SHPMNT00
090500     MOVE AC-NEXT-SLOT TO AU-NEXT.                                SHPMNT00
090600 980-AUDIT-SKIP.                                                  SHPMNT00
090700     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          SHPMNT00
090800         TOOK IT SINCE THE CONTROL RECORD WAS READ -              SHPMNT00
090900         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          SHPMNT00
091000         OVERWRITING EACH OTHERS EVENTS.                          SHPMNT00
091100     MOVE AU-NEXT TO AU-KEY.                                      SHPMNT00
091200     READ AUDIT-TRAIL INVALID KEY                                 SHPMNT00
091300         GO TO 985-AUDIT-FREE.                                    SHPMNT00
091400     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  SHPMNT00
091500     ADD 1 TO AU-NEXT.                                            SHPMNT00
091600     GO TO 980-AUDIT-SKIP.                                        SHPMNT00
091700 985-AUDIT-FREE.                                                  SHPMNT00
091800     MOVE 1 TO AU-KEY.                                            SHPMNT00
091900     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       SHPMNT00
092000     MOVE 0 TO AU-HASH.                                           SHPMNT00
092100     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  SHPMNT00
092200     MOVE AU-NEXT TO AU-KEY.                                      SHPMNT00
092300     MOVE AU-SAVE-REC TO AUDIT-REC.                               SHPMNT00
092400     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                SHPMNT00
092500 990-AUDIT-PUT.                                                   SHPMNT00
092600     WRITE AUDIT-REC INVALID KEY                                  SHPMNT00
092700         DISPLAY "AUDIT TRAIL FULL".                              SHPMNT00
092800     ADD 1 TO AU-NEXT.                                            SHPMNT00
092900     MOVE 1 TO AU-KEY.                                            SHPMNT00
093000     MOVE SPACES TO AUDIT-REC.                                    SHPMNT00
093100     MOVE AU-NEXT TO AC-NEXT-SLOT.                                SHPMNT00
093200     MOVE AU-HASH TO AC-HASH.                                     SHPMNT00
093300     WRITE AUDIT-REC INVALID KEY                                  SHPMNT00
093400         DISPLAY "AUDIT CONTROL ERROR".                           SHPMNT00
093500     MOVE AU-SAVE-REC TO AUDIT-REC.                               SHPMNT00
093600     CLOSE AUDIT-TRAIL.                                           SHPMNT00
093700 991-AUDIT-HASH.                                                  SHPMNT00
093800     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        SHPMNT00
093900         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     SHPMNT00
094000         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     SHPMNT00
094100         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         SHPMNT00
094200         REMOVED AFTER IT WAS WRITTEN.                            SHPMNT00
094300     MOVE AUDIT-REC TO AU-HASH-REC.                               SHPMNT00
094400     MOVE 0 TO AU-REC-SUM.                                        SHPMNT00
094500     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        SHPMNT00
094600         UNTIL AU-CX IS GREATER THAN 44.                          SHPMNT00
094700     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       SHPMNT00
094800         MOD 999999937.                                           SHPMNT00
094900     GO TO 994-AUDIT-HASH-X.                                      SHPMNT00
095000 992-AUDIT-HASH-CHAR.                                             SHPMNT00
095100     MOVE 49 TO AU-CODE.                                          SHPMNT00
095200     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        SHPMNT00
095300         UNTIL AU-TX IS GREATER THAN 48.                          SHPMNT00
095400     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           SHPMNT00
095500 993-AUDIT-HASH-LOOK.                                             SHPMNT00
095600     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    SHPMNT00
095700 994-AUDIT-HASH-X.                                                SHPMNT00
095800     EXIT.                                                        SHPMNT00
095900 940-AUTH-CHECK.                                                  SHPMNT00
096000     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         SHPMNT00
096100         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           SHPMNT00
096200         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            SHPMNT00
096300         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          SHPMNT00
096400         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        SHPMNT00
096500         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            SHPMNT00
096600     MOVE 0 TO AUTH-OK-SW.                                        SHPMNT00
096700     OPEN INPUT AUTH-FILE.                                        SHPMNT00
096800     IF AUTH-FILE-STATUS NOT = "00"                               SHPMNT00
096900         MOVE 1 TO AUTH-OK-SW                                     SHPMNT00
097000         GO TO 945-AUTH-X.                                        SHPMNT00
097100 941-AUTH-READ.                                                   SHPMNT00
097200     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   SHPMNT00
097300     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         SHPMNT00
097400     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                SHPMNT00
097500     GO TO 941-AUTH-READ.                                         SHPMNT00
097600 943-AUTH-DONE.                                                   SHPMNT00
097700     CLOSE AUTH-FILE.                                             SHPMNT00
097800     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          SHPMNT00
097900     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               SHPMNT00
098000     MOVE TODAYS-DATE TO AU-DATE.                                 SHPMNT00
098100     MOVE "AUTHFAIL" TO AU-EVENT.                                 SHPMNT00
098200     MOVE "REFUSED " TO AU-RESULT.                                SHPMNT00
098300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SHPMNT00
098400     STOP RUN.                                                    SHPMNT00
098500 945-AUTH-X.                                                      SHPMNT00
098600     EXIT.                                                        SHPMNT00
098700 946-AUTH-GRANT.                                                  SHPMNT00
098800     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          SHPMNT00
098900         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         SHPMNT00
099000         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            SHPMNT00
099100         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                SHPMNT00
099200     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            SHPMNT00
099300     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            SHPMNT00
099400         + AUTH-DATE-IN DIV 100.                                  SHPMNT00
099500     IF RA-EXPIRES NUMERIC                                        SHPMNT00
099600         IF RA-EXPIRES NOT = 0                                    SHPMNT00
099700             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                SHPMNT00
099800                 GO TO 947-AUTH-GRANT-X.                          SHPMNT00
099900     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             SHPMNT00
100000     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             SHPMNT00
100100 947-AUTH-GRANT-X.                                                SHPMNT00
100200     EXIT.                                                        SHPMNT00
100300 930-OPER-SIGNON.                                                 SHPMNT00
100400     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      SHPMNT00
100500         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       SHPMNT00
100600         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          SHPMNT00
100700         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       SHPMNT00
100800         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           SHPMNT00
100900         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         SHPMNT00
101000         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                SHPMNT00
101100     MOVE 0 TO OPER-TRIES.                                        SHPMNT00
101200 931-OPER-ASK.                                                    SHPMNT00
101300     ADD 1 TO OPER-TRIES.                                         SHPMNT00
101400     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            SHPMNT00
101500     ACCEPT OPERATOR-CODE.                                        SHPMNT00
101600     MOVE OPERATOR-CODE TO AU-OPERATOR.                           SHPMNT00
101700     MOVE 0 TO OPER-OK-SW.                                        SHPMNT00
101800     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               SHPMNT00
101900     OPEN INPUT OPER-FILE.                                        SHPMNT00
102000     IF OPER-FILE-STATUS NOT = "00"                               SHPMNT00
102100         MOVE 1 TO OPER-OK-SW                                     SHPMNT00
102200         GO TO 933-OPER-DONE.                                     SHPMNT00
102300 932-OPER-READ.                                                   SHPMNT00
102400     READ OPER-FILE AT END                                        SHPMNT00
102500         CLOSE OPER-FILE                                          SHPMNT00
102600         GO TO 933-OPER-DONE.                                     SHPMNT00
102700     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          SHPMNT00
102800     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 SHPMNT00
102900     GO TO 932-OPER-READ.                                         SHPMNT00
103000 933-OPER-DONE.                                                   SHPMNT00
103100     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       SHPMNT00
103200     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           SHPMNT00
103300     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             SHPMNT00
103400     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             SHPMNT00
103500     MOVE TODAYS-DATE TO AU-DATE.                                 SHPMNT00
103600     MOVE "SIGNFAIL" TO AU-EVENT.                                 SHPMNT00
103700     MOVE "REFUSED " TO AU-RESULT.                                SHPMNT00
103800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SHPMNT00
103900     STOP RUN.                                                    SHPMNT00
104000 934-OPER-AUTH.                                                   SHPMNT00
104100     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      SHPMNT00
104200 935-OPER-X.                                                      SHPMNT00
104300     EXIT.                                                        SHPMNT00
104400 END-OF-JOB.                                                      SHPMNT00
