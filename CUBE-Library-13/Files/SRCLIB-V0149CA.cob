002100     I  CHECK-IN FROM A CARD DECK (FILE CARD),                          00
002200     T  CHECK-IN FROM A MOUNTED SOLT REEL (EITHER FORMAT),              00
002300     O  CHECK-OUT TO A SOLT-FORMAT TAPE THE COMPILER AND                00
002400        PUNCHSOLT ALREADY ACCEPT,                                       00
002500     L  PRINT THE MEMBER DIRECTORY,                                     00
002510     R  REORGANIZE THE LIBRARY (SEE BELOW).                             00
002520     W  PRINT THE WHERE-COPIED REPORT (SEE BELOW).                      00
002600  EVERY CHECK-IN AND CHECK-OUT IS LOGGED TO THE AUDIT TRAIL.            00
002700                                                                        00
002701  REORGANIZATION (MODE R) KEEPS ONLY THE NEWEST N GENERATIONS OF        00
002702  EACH MEMBER, N BEING ACCEPTED AT START-UP. A MEMBER UNDER AUDIT       00
002703  HOLD IS GIVEN ITS OWN KEEP COUNT ON AN OVERRIDE CARD (FILE CARD,      00
002704  MEMBER IN COLUMNS 1-20, KEEP COUNT IN 22-23, 00 MEANING KEEP          00
002705  EVERY GENERATION, DECK ENDED BY END-OF-JOB). EVERY GENERATION         00
002706  TO BE DROPPED MUST HAVE A SOLT BACKUP IN SOLTINDX DATED ON OR         00
002707  AFTER THE GENERATION - IF ANY HAS NOT, THE EXCEPTIONS ARE             00
002708  PRINTED AND THE RUN IS REFUSED WITH THE LIBRARY UNCHANGED.            00
002709  OTHERWISE THE DROPPED GENERATIONS ARE WRITTEN IN LIBRARY FORMAT       00
002710  TO A LABELLED REEL (SRCDROP, CATALOGUED IN VOLCAT), THE KEPT          00
002711  ONES TO THE WORK FILE SRCNEW, AND SRCNEW IS COPIED BACK AS A          00
002712  FRESH SRCLIB. THE REPORT SHOWS THE RECORDS RECLAIMED FOR EACH         00
002713  MEMBER AND IN TOTAL.                                                  00
002714                                                                        00
002715  THE DIRECTORY (MODE L) NUMBERS THE GENERATIONS OF EACH MEMBER         00
002716  FROM 1, OLDEST FIRST - THE NUMBER THE SOURCE UTILITIES (CARD-         00
002717  CROSREF, CBLFLOW, SRCCOMP, PUNCHSOLT AND MAKESOLT UPDATE) ASK         00
002718  FOR WHEN THEY READ A MEMBER STRAIGHT FROM THE LIBRARY.                00
002719                                                                        00
002720  EVERY MEMBER IS CHECKED IN AS ONE OF TWO CLASSES, ANSWERED            00
002721  AFTER THE IDENTIFIER - S, A SOURCE PROGRAM, OR C, A COPY              00
002722  MEMBER (LIBRARY TEXT BROUGHT INTO PROGRAMS BY A COPY                  00
002723  STATEMENT). THE CLASS IS CARRIED IN COLUMN 45 OF THE *MEMBER          00
002724  AND *ENDMBR RECORDS (BLANK ON MEMBERS CHECKED IN BEFORE               00
002725  CLASSES, WHICH ARE SOURCE) AND THE DIRECTORY MARKS COPY               00
002726  MEMBERS. CARDCROSREF AND CBLFLOW EXPAND A CARD WHOSE FIRST            00
002727  WORD IS COPY FROM THE LATEST GENERATION OF THE NAMED COPY             00
002728  MEMBER.                                                               00
002729                                                                        00
002730  THE WHERE-COPIED REPORT (MODE W) LISTS EACH COPY MEMBER WITH          00
002731  EVERY SOURCE MEMBER WHOSE LATEST GENERATION INCLUDES IT, THEN         00
002732  ANY COPY STATEMENTS NAMING NO COPY MEMBER IN THE LIBRARY.             00
002733                                                                        00
002734  EVERY CHECK-IN (MODES I AND T) MUST BE MADE UNDER A CHANGE            00
002735  REQUEST, ANSWERED AFTER THE CLASS - THE REQUEST NUMBER MUST BE        00
002736  ON THE CHANGE REQUEST FILE CHGREQ (KEPT BY CHGMNT) FOR THIS           00
002737  MEMBER AND APPROVED, OR ALREADY APPLIED BY AN EARLIER CHECK-IN.       00
002738  ANY OTHER NUMBER REFUSES THE CHECK-IN WITH A CHGREQ EVENT ON          00
002739  THE TRAIL AND THE LIBRARY UNCHANGED. THE NUMBER IS STAMPED IN         00
002740  COLUMNS 47-52 OF THE NEW *MEMBER HEADER AND LOGGED AS A CHGREQ        00
002741  EVENT, AND THE REQUEST IS MARKED APPLIED WITH TODAYS DATE.            00
002742                                                                        00
002743  WHERE THE STANDARDS GROUP HAS PUT A GATE CARD ON STDRULES,            00
002744  A CHECK-IN ALSO NEEDS A STDCHK CHECK OF THE MEMBER MADE TODAY -       00
002745  THE LAST ONE ON THE HISTORY FILE STDHIST. GATE F REFUSES A            00
002746  MEMBER WHOSE LAST CHECK FAILED OR WHICH HAS NOT BEEN CHECKED          00
002747  TODAY, GATE W ALSO ONE RATED WARN. A REFUSAL IS LOGGED AS A           00
002748  STDCHK EVENT AND LEAVES THE LIBRARY UNCHANGED.                        00
002749                                                                        00
002750  A CARD DECK (MODE I) MAY BE HEADED BY A $BATCH CONTROL CARD           00
002751  CARRYING THE BATCH NUMBER, THE NUMBER OF CARDS THAT FOLLOW IT         00
002752  (END-OF-JOB CARD INCLUDED), A HASH FIELD AND ITS EXPECTED TOTAL,      00
002753  AND THE SUBMITTER (COLUMNS ARE DESCRIBED AT BATCH-TAKE).  THE         00
002754  DECK IS READ TO THE WORK FILE SRCNEW AND PROVED BEFORE ANYTHING       00
002755  IS ADDED - A DECK OUT OF BALANCE IS PRINTED ON THE REPORT AND         00
002756  JOURNALLED IN OPSMSG, AND UNLESS THE OPERATOR REPLIES N TO            00
002757  ACCEPT IT THE CHECK-IN IS REFUSED WITH THE LIBRARY UNCHANGED.         00
002758  EVERY BATCH RECEIVED IS RECORDED IN THE BATCHREG REGISTER.            00
002800                                                                        00
002900 IDENTIFICATION DIVISION.                                         SRCLIB00
003000 PROGRAM-ID. DISK SOURCE LIBRARY "SRCLIB".                        SRCLIB00
003100 DATE-COMPILED.                                                   SRCLIB00
003200 REMARKS. MAINTAINS A CATALOGUED DISK LIBRARY OF CARD-IMAGE       SRCLIB00
003300     SOURCE MEMBERS WITH CHECK-IN FROM CARDS OR A SOLT REEL,      SRCLIB00
003400     CHECK-OUT TO A SOLT-FORMAT TAPE, A MEMBER DIRECTORY, AND     SRCLIB00
003410     REORGANIZATION PRUNING OLD GENERATIONS TO A BACKUP REEL,     SRCLIB00
003420     COPY MEMBER CLASSES AND A WHERE-COPIED REPORT, EACH          SRCLIB00
003430     CHECK-IN MADE UNDER AN APPROVED CHANGE REQUEST AND,          SRCLIB00
003440     WHERE REQUIRED, A PASSING STANDARDS CHECK.                   SRCLIB00
003500 ENVIRONMENT DIVISION.                                            SRCLIB00
003600 CONFIGURATION SECTION.                                           SRCLIB00
003700 SOURCE-COMPUTER. B-5500.                                         SRCLIB00
004500     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           SRCLIB00
004600     SELECT AUTH-FILE ASSIGN TO DISK                              SRCLIB00
004700         FILE STATUS IS AUTH-FILE-STATUS.                         SRCLIB00
004710     SELECT OPER-FILE ASSIGN TO DISK                              SRCLIB00
004720         FILE STATUS IS OPER-FILE-STATUS.                         SRCLIB00
004730     SELECT SRC-NEW     ASSIGN TO DISK.                           SRCLIB00
004740     SELECT DROP-TAPE   ASSIGN TO TAPE.                           SRCLIB00
004750     SELECT SOLT-INDEX  ASSIGN TO DISK                            SRCLIB00
004760         FILE STATUS IS SLT-FILE-STATUS.                          SRCLIB00
004770     SELECT VOL-CATALOG ASSIGN TO DISK.                           SRCLIB00
004780     SELECT CHG-FILE    ASSIGN TO DISK                            SRCLIB00
004790         FILE STATUS IS CHG-FILE-STATUS.                          SRCLIB00
004791     SELECT STD-RULES   ASSIGN TO DISK                            SRCLIB00
004792         FILE STATUS IS RULE-FILE-STATUS.                         SRCLIB00
004793     SELECT STD-HIST    ASSIGN TO DISK                            SRCLIB00
004794         FILE STATUS IS HIST-FILE-STATUS.                         SRCLIB00
004800     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SRCLIB00
004810     SELECT OPS-MSG     ASSIGN TO DISK.                           SRCLIB00
004820     SELECT BATCH-REG   ASSIGN TO DISK                            SRCLIB00
004830         FILE STATUS IS BREG-FILE-STATUS.                         SRCLIB00
004900 DATA DIVISION.                                                   SRCLIB00
005000 FILE SECTION.                                                    SRCLIB00
005100 MD  SRC-LIBRARY                                                  SRCLIB00
006400     05  LB-DATE         PC 9(6).                                 SRCLIB00
006500     05  FILLER          SZ 1.                                    SRCLIB00
006600     05  LB-COUNT        PC 9(6).                                 SRCLIB00
006610     05  FILLER          SZ 1.                                    SRCLIB00
006620     05  LB-CLASS        PC X.                                    SRCLIB00
006630     05  FILLER          SZ 1.                                    SRCLIB00
006640     05  LB-CHGREQ       PC X(6).                                 SRCLIB00
006650     05  FILLER          SZ 28.                                   SRCLIB00
006800 FD  CARDIN                                                       SRCLIB00
006900         LABEL RECORD STANDARD                                    SRCLIB00
007000         VALUE OF ID "CARD"                                       SRCLIB00
009100         SAVE-FACTOR 10                                           SRCLIB00
009200         DATA RECORD OUTREC.                                      SRCLIB00
009300 01  OUTREC          SZ 80.                                       SRCLIB00
009301 MD  SRC-NEW                                                      SRCLIB00
009302     FILE CONTAINS 60 | 1500 RECORDS                              SRCLIB00
009303     ACCESS MODE SEQUENTIAL                                       SRCLIB00
009304     BLOCK CONTAINS 15 RECORDS                                    SRCLIB00
009305     RECORD CONTAINS 80 CHARACTERS                                SRCLIB00
009306     LABEL RECORD IS STANDARD                                     SRCLIB00
009307     VALUE OF ID IS "SRCNEW"                                      SRCLIB00
009308     DATA RECORD IS NEW-REC.                                      SRCLIB00
009309 01  NEW-REC         SZ 80.                                       SRCLIB00
009310 FD  DROP-TAPE                                                    SRCLIB00
009311         LABEL RECORD STANDARD                                    SRCLIB00
009312         VALUE OF ID "SRCDROP"                                    SRCLIB00
009313         SAVE-FACTOR 365                                          SRCLIB00
009314         DATA RECORD DROP-REC.                                    SRCLIB00
009315 01  DROP-REC        SZ 80.                                       SRCLIB00
009316 FD  SOLT-INDEX                                                   SRCLIB00
009317         LABEL RECORD STANDARD                                    SRCLIB00
009318         VALUE OF ID "SOLTINDX"                                   SRCLIB00
009319         DATA RECORD SI-REC.                                      SRCLIB00
009320 01  SI-REC                  SZ 80.                               SRCLIB00
009321     05    SI-PROGRAM-ID          PC X(20).                       SRCLIB00
009322     05    FILLER                 SZ 1.                           SRCLIB00
009323     05    SI-DATE                PC 9(6).                        SRCLIB00
009324     05    FILLER                 SZ 11.                          SRCLIB00
009325     05    SI-REEL-SERIAL         PC X(6).                        SRCLIB00
009326     05    FILLER                 SZ 1.                           SRCLIB00
009327     05    SI-RACK-LOC            PC X(5).                        SRCLIB00
009328     05    FILLER                 SZ 30.                          SRCLIB00
009329 MD  VOL-CATALOG                                                  SRCLIB00
009330     ACCESS SEQUENTIAL                                            SRCLIB00
009331     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
009332     VALUE OF ID "VOLCAT"                                         SRCLIB00
009333     DATA RECORD VC-REC.                                          SRCLIB00
009334 01  VC-REC          SZ 80.                                       SRCLIB00
009335     05  VC-SERIAL       PC X(6).                                 SRCLIB00
009336     05  FILLER          SZ 1.                                    SRCLIB00
009337     05  VC-FILE-ID      PC X(8).                                 SRCLIB00
009338     05  FILLER          SZ 1.                                    SRCLIB00
009339     05  VC-PROGRAM      PC X(8).                                 SRCLIB00
009340     05  FILLER          SZ 1.                                    SRCLIB00
009341     05  VC-DATE         PC 9(6).                                 SRCLIB00
009342     05  FILLER          SZ 1.                                    SRCLIB00
009343     05  VC-SAVE         PC 9(3).                                 SRCLIB00
009344     05  FILLER          SZ 28.                                   SRCLIB00
009345     05  VC-POOL         PC X.                                    SRCLIB00
009346     05  FILLER          SZ 1.                                    SRCLIB00
009347     05  VC-RACK         PC X(5).                                 SRCLIB00
009348     05  FILLER          SZ 1.                                    SRCLIB00
009349     05  VC-LOC          PC X.                                    SRCLIB00
009350     05  FILLER          SZ 1.                                    SRCLIB00
009351     05  VC-CLASS        PC X.                                    SRCLIB00
009352     05  FILLER          SZ 6.                                    SRCLIB00
009353 MD  CHG-FILE                                                     SRCLIB00
009354     ACCESS SEQUENTIAL                                            SRCLIB00
009355     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
009356     VALUE OF ID "CHGREQ"                                         SRCLIB00
009357     DATA RECORD CR-REC.                                          SRCLIB00
009358 01  CR-REC          SZ 128.                                      SRCLIB00
009359     05  CR-NUMBER       PC 9(6).                                 SRCLIB00
009360     05  FILLER          SZ 1.                                    SRCLIB00
009361     05  CR-PROGRAM      PC X(20).                                SRCLIB00
009362     05  FILLER          SZ 1.                                    SRCLIB00
009363     05  CR-STATUS       PC X.                                    SRCLIB00
009364     05  FILLER          SZ 44.                                   SRCLIB00
009365     05  CR-APPLIED      PC 9(6).                                 SRCLIB00
009366     05  FILLER          SZ 1.                                    SRCLIB00
009367     05  CR-APPLY-CNT    PC 99.                                   SRCLIB00
009368     05  FILLER          SZ 46.                                   SRCLIB00
009369 MD  STD-RULES                                                    SRCLIB00
009370     ACCESS SEQUENTIAL                                            SRCLIB00
009371     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
009372     VALUE OF ID "STDRULES"                                       SRCLIB00
009373     DATA RECORD SR-REC.                                          SRCLIB00
009374 01  SR-REC          SZ 80.                                       SRCLIB00
009375     05  SR-CODE         PC X(4).                                 SRCLIB00
009376     05  FILLER          SZ 1.                                    SRCLIB00
009377     05  SR-SEV          PC X.                                    SRCLIB00
009378     05  FILLER          SZ 74.                                   SRCLIB00
009379 MD  STD-HIST                                                     SRCLIB00
009380     ACCESS SEQUENTIAL                                            SRCLIB00
009381     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
009382     VALUE OF ID "STDHIST"                                        SRCLIB00
009383     DATA RECORD HD-REC.                                          SRCLIB00
009384 01  HD-REC          SZ 80.                                       SRCLIB00
009385     05  HD-TYPE         PC X.                                    SRCLIB00
009386     05  FILLER          SZ 1.                                    SRCLIB00
009387     05  HD-MEMBER       PC X(20).                                SRCLIB00
009388     05  FILLER          SZ 1.                                    SRCLIB00
009389     05  HD-DATE         PC 9(6).                                 SRCLIB00
009390     05  FILLER          SZ 15.                                   SRCLIB00
009391     05  HD-RATING       PC X.                                    SRCLIB00
009392     05  FILLER          SZ 35.                                   SRCLIB00
009400 MD  AUTH-FILE                                                    SRCLIB00
009500     ACCESS SEQUENTIAL                                            SRCLIB00
009600     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
010000     05  RA-RUN-ID       PC X(7).                                 SRCLIB00
010100     05  FILLER          SZ 1.                                    SRCLIB00
010200     05  RA-PROGRAM      PC X(8).                                 SRCLIB00
010300     05  FILLER          SZ 1.                                    SRCLIB00
010310     05  RA-EXPIRES      PC 9(6).                                 SRCLIB00
010320     05  FILLER          SZ 57.                                   SRCLIB00
010321 MD  OPER-FILE                                                    SRCLIB00
010322     ACCESS SEQUENTIAL                                            SRCLIB00
010323     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
010324     VALUE OF ID "OPROSTER"                                       SRCLIB00
010325     DATA RECORD OPER-REC.                                        SRCLIB00
010326 01  OPER-REC        SZ 80.                                       SRCLIB00
010327     05  OR-CODE         PC X(3).                                 SRCLIB00
010328     05  FILLER          SZ 1.                                    SRCLIB00
010329     05  OR-NAME         PC X(20).                                SRCLIB00
010330     05  FILLER          SZ 1.                                    SRCLIB00
010331     05  OR-STATUS       PC X.                                    SRCLIB00
010332     05  FILLER          SZ 54.                                   SRCLIB00
010400 MD  AUDIT-TRAIL                                                  SRCLIB00
010500     ACCESS MODE IS RANDOM                                        SRCLIB00
010600     ACTUAL KEY IS AU-KEY                                         SRCLIB00
010700     RECORD CONTAINS 44 CHARACTERS                                SRCLIB00
010800     LABEL RECORD IS STANDARD                                     SRCLIB00
010900     VALUE OF ID IS "AUDITTRL"                                    SRCLIB00
011000     DATA RECORD IS AUDIT-REC.                                    SRCLIB00
011100 01  AUDIT-REC       SZ 44.                                       SRCLIB00
011200     05  AU-PROGRAM      PC X(8)  VA "SRCLIB  ".                  SRCLIB00
011300     05  AU-DATE         PC 9(6).                                 SRCLIB00
011400     05  AU-TIME         PC 9(4).                                 SRCLIB00
011500     05  AU-EVENT        PC X(8).                                 SRCLIB00
011600     05  AU-RESULT       PC X(8).                                 SRCLIB00
011700     05  AU-RUN-ID       PC X(7).                                 SRCLIB00
011710     05  AU-OPERATOR     PC X(3).                                 SRCLIB00
011800 01  AUDIT-CTL.                                                   SRCLIB00
011900     05  AC-NEXT-SLOT    PC 9(8).                                 SRCLIB00
011910     05  AC-HASH         PC 9(9).                                 SRCLIB00
012000     05  FILLER          SZ 27.                                   SRCLIB00
012100 FD  REPORT-FILE                                                  SRCLIB00
012200         VALUE OF ID "SRCLIB"                                     SRCLIB00
012300         DATA RECORD REPORT-REC.                                  SRCLIB00
012400 01  REPORT-REC      SZ 132.                                      SRCLIB00
012402 MD  OPS-MSG                                                      SRCLIB00
012404     ACCESS SEQUENTIAL                                            SRCLIB00
012406     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
012408     VALUE OF ID "OPSMSG"                                         SRCLIB00
012410     DATA RECORD MSG-REC.                                         SRCLIB00
012412 01  MSG-REC         SZ 80.                                       SRCLIB00
012414     05  MSG-PROGRAM     PC X(8).                                 SRCLIB00
012416     05  FILLER          SZ 1.                                    SRCLIB00
012418     05  MSG-DATE        PC 9(6).                                 SRCLIB00
012420     05  FILLER          SZ 1.                                    SRCLIB00
012422     05  MSG-TIME        PC 9(4).                                 SRCLIB00
012424     05  FILLER          SZ 1.                                    SRCLIB00
012426     05  MSG-TEXT        PC X(50).                                SRCLIB00
012428     05  FILLER          SZ 1.                                    SRCLIB00
012430     05  MSG-OPERATOR    PC X(3).                                 SRCLIB00
012432     05  FILLER          SZ 5.                                    SRCLIB00
012434 MD  BATCH-REG                                                    SRCLIB00
012436     ACCESS SEQUENTIAL                                            SRCLIB00
012438     BLOCK CONTAINS 1 RECORDS                                     SRCLIB00
012440     VALUE OF ID "BATCHREG"                                       SRCLIB00
012442     DATA RECORD BR-REC.                                          SRCLIB00
012444 01  BR-REC          SZ 80.                                       SRCLIB00
012446     05  BR-DATE         PC 9(6).                                 SRCLIB00
012448     05  FILLER          SZ 1.                                    SRCLIB00
012450     05  BR-TIME         PC 9(4).                                 SRCLIB00
012452     05  FILLER          SZ 1.                                    SRCLIB00
012454     05  BR-PROGRAM      PC X(8).                                 SRCLIB00
012456     05  FILLER          SZ 1.                                    SRCLIB00
012458     05  BR-BATCH        PC X(6).                                 SRCLIB00
012460     05  FILLER          SZ 1.                                    SRCLIB00
012462     05  BR-SUBMIT       PC X(20).                                SRCLIB00
012464     05  FILLER          SZ 1.                                    SRCLIB00
012466     05  BR-EXP-CNT      PC 9(6).                                 SRCLIB00
012468     05  FILLER          SZ 1.                                    SRCLIB00
012470     05  BR-ACT-CNT      PC 9(6).                                 SRCLIB00
012472     05  FILLER          SZ 1.                                    SRCLIB00
012474     05  BR-STATUS       PC X.                                    SRCLIB00
012476     05  FILLER          SZ 1.                                    SRCLIB00
012478     05  BR-DISP         PC X.                                    SRCLIB00
012480     05  FILLER          SZ 1.                                    SRCLIB00
012482     05  BR-OPERATOR     PC X(3).                                 SRCLIB00
012484     05  FILLER          SZ 1.                                    SRCLIB00
012486     05  BR-RUN-ID       PC X(7).                                 SRCLIB00
012488     05  FILLER          SZ 2.                                    SRCLIB00
012500 WORKING-STORAGE SECTION.                                         SRCLIB00
012600 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        SRCLIB00
012700 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     SRCLIB00
012701 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     SRCLIB00
012702 77  OPERATOR-CODE   VA SPACE        PC X(3).                     SRCLIB00
012703 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        SRCLIB00
012704 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        SRCLIB00
012710 77  AUTH-TODAY      CMP-1   PC 9(6).                             SRCLIB00
012720 77  AUTH-DATE-IN            PC 9(6).                             SRCLIB00
012800 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             SRCLIB00
012900 77  AU-HH           CMP-1   PC 99.                               SRCLIB00
013000 77  AU-MM           CMP-1   PC 99.                               SRCLIB00
013100 77  AU-KEY          CMP-1   PC 9(8).                             SRCLIB00
013200 77  AU-NEXT         CMP-1   PC 9(8).                             SRCLIB00
013300 01  AU-SAVE-REC             SZ 44.                               SRCLIB00
013301 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     SRCLIB00
013302 77  AU-REC-SUM              CMP-1   PC 9(6).                     SRCLIB00
013303 77  AU-CX                   CMP-1   PC 99.                       SRCLIB00
013304 77  AU-TX                   CMP-1   PC 99.                       SRCLIB00
013305 77  AU-CODE                 CMP-1   PC 99.                       SRCLIB00
013306 01  AU-HASH-REC.                                                 SRCLIB00
013307     05  AU-HC       OC 44   PC X.                                SRCLIB00
013308 01  AU-CHAR-SET.                                                 SRCLIB00
013309     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          SRCLIB00
013310     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          SRCLIB00
013311 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           SRCLIB00
013312     05  AU-CHAR     OC 48   PC X.                                SRCLIB00
013400 77  RUN-ID-ENTRY            PC X(7).                             SRCLIB00
013500 77  RUN-MODE                PC X.                                SRCLIB00
013600 77  MEMBER-ID               PC X(20).                            SRCLIB00
013700 77  CARD-COUNT      VA 0    CMP-1   PC 9(6).                     SRCLIB00
013701 77  BATCH-SW        VA 0    CMP-1   PC 9.                        SRCLIB00
013702 77  BATCH-FIRST     VA 1    CMP-1   PC 9.                        SRCLIB00
013703 77  BATCH-SKIP      VA 0    CMP-1   PC 9.                        SRCLIB00
013704 77  BATCH-COUNT     VA 0    CMP-1   PC 9(6).                     SRCLIB00
013705 77  BATCH-HASH      VA 0            PC 9(12).                    SRCLIB00
013706 77  BATCH-VALUE     VA 0    CMP-1   PC 9(8).                     SRCLIB00
013707 77  BATCH-DIGIT                     PC 9.                        SRCLIB00
013708 77  BATCH-CX                CMP-1   PC 999.                      SRCLIB00
013709 77  BATCH-TO                CMP-1   PC 999.                      SRCLIB00
013710 77  BATCH-STATUS    VA SPACE        PC X.                        SRCLIB00
013711 77  BATCH-DISP      VA "A"          PC X.                        SRCLIB00
013712 77  BATCH-REPLY     VA SPACE        PC X.                        SRCLIB00
013713 77  BREG-FILE-STATUS VA SPACE       PC X(2).                     SRCLIB00
013714 01  BATCH-HDR                SZ 80.                              SRCLIB00
013715     05  BH-TAG                  PC X(6).                         SRCLIB00
013716     05  FILLER                  SZ 1.                            SRCLIB00
013717     05  BH-BATCH                PC X(6).                         SRCLIB00
013718     05  FILLER                  SZ 1.                            SRCLIB00
013719     05  BH-COUNT                PC 9(6).                         SRCLIB00
013720     05  FILLER                  SZ 1.                            SRCLIB00
013721     05  BH-FROM                 PC 99.                           SRCLIB00
013722     05  FILLER                  SZ 1.                            SRCLIB00
013723     05  BH-LEN                  PC 9.                            SRCLIB00
013724     05  FILLER                  SZ 1.                            SRCLIB00
013725     05  BH-HASH                 PC 9(12).                        SRCLIB00
013726     05  FILLER                  SZ 1.                            SRCLIB00
013727     05  BH-SUBMIT               PC X(20).                        SRCLIB00
013728     05  FILLER                  SZ 21.                           SRCLIB00
013729 01  BATCH-CARD.                                                  SRCLIB00
013730     05  BATCH-CH      OC 80     PC X.                            SRCLIB00
013731 01  BATCH-STARS.                                                 SRCLIB00
013732     05  FILLER  VA " "          SZ 1.                            SRCLIB00
013733     05  FILLER  VA "**************************************"      SRCLIB00
013734            SZ 38.                                                SRCLIB00
013735     05  FILLER  VA "**************************************"      SRCLIB00
013736            SZ 38.                                                SRCLIB00
013737     05  FILLER  VA "***"        SZ 3.                            SRCLIB00
013738 01  BATCH-LINE-A             SZ 80.                              SRCLIB00
013739     05  FILLER  VA " "          SZ 1.                            SRCLIB00
013740     05  BL-FLAG                 PC X(4).                         SRCLIB00
013741     05  FILLER  VA "BATCH "     SZ 6.                            SRCLIB00
013742     05  BL-BATCH                PC X(6).                         SRCLIB00
013743     05  FILLER  VA " "          SZ 1.                            SRCLIB00
013744     05  BL-STATE                PC X(14).                        SRCLIB00
013745     05  BL-FLAG2                PC X(4).                         SRCLIB00
013746     05  FILLER  VA " SUBMITTED BY " SZ 14.                       SRCLIB00
013747     05  BL-SUBMIT               PC X(20).                        SRCLIB00
013748     05  FILLER  VA SPACES       SZ 10.                           SRCLIB00
013749 01  BATCH-LINE-B             SZ 80.                              SRCLIB00
013750     05  FILLER  VA " "          SZ 1.                            SRCLIB00
013751     05  FILLER  VA "    CARDS EXPECTED " SZ 19.                  SRCLIB00
013752     05  BL-EXP-CNT              PC ZZZZZ9.                       SRCLIB00
013753     05  FILLER  VA "   READ "   SZ 8.                            SRCLIB00
013754     05  BL-ACT-CNT              PC ZZZZZ9.                       SRCLIB00
013755     05  FILLER  VA "   HASH COLUMNS " SZ 16.                     SRCLIB00
013756     05  BL-FROM                 PC Z9.                           SRCLIB00
013757     05  FILLER  VA "-"          SZ 1.                            SRCLIB00
013758     05  BL-TO                   PC Z9.                           SRCLIB00
013759     05  FILLER  VA SPACES       SZ 19.                           SRCLIB00
013760 01  BATCH-LINE-C             SZ 80.                              SRCLIB00
013761     05  FILLER  VA " "          SZ 1.                            SRCLIB00
013762     05  FILLER  VA "    HASH EXPECTED  " SZ 19.                  SRCLIB00
013763     05  BL-EXP-HASH             PC Z(11)9.                       SRCLIB00
013764     05  FILLER  VA "   READ "   SZ 8.                            SRCLIB00
013765     05  BL-ACT-HASH             PC Z(11)9.                       SRCLIB00
013766     05  FILLER  VA SPACES       SZ 28.                           SRCLIB00
013767 01  BATCH-LINE-D             SZ 80.                              SRCLIB00
013768     05  FILLER  VA "     "     SZ 5.                             SRCLIB00
013769     05  BL-TEXT                 PC X(50).                        SRCLIB00
013770     05  FILLER  VA SPACES       SZ 25.                           SRCLIB00
013771 01  BATCH-MSG                SZ 50.                              SRCLIB00
013772     05  FILLER  VA "BATCH "     SZ 6.                            SRCLIB00
013773     05  BM-BATCH                PC X(6).                         SRCLIB00
013774     05  FILLER  VA " "          SZ 1.                            SRCLIB00
013775     05  BM-STATE                PC X(14).                        SRCLIB00
013776     05  FILLER  VA " - "        SZ 3.                            SRCLIB00
013777     05  BM-DISP                 PC X(8).                         SRCLIB00
013778     05  FILLER  VA SPACES       SZ 12.                           SRCLIB00
013779 01  MSG-TEXT-WORK           PC X(50).                            SRCLIB00
013800 77  GEN-COUNT       VA 0    CMP-1   PC 9(4).                     SRCLIB00
013900 77  WANT-GEN                CMP-1   PC 9(4).                     SRCLIB00
014000 77  SEEN-GEN        VA 0    CMP-1   PC 9(4).                     SRCLIB00
014300 77  IN-SUB          VA 9    CMP-1   PC 9.                        SRCLIB00
014400 77  IN-PRIMED       VA 0    CMP-1   PC 9.                        SRCLIB00
014500 77  IN-DONE         VA 0    CMP-1   PC 9.                        SRCLIB00
014501 77  SLT-FILE-STATUS VA SPACE        PC X(2).                     SRCLIB00
014502 77  KEEP-REPLY              PC 99.                               SRCLIB00
014503 77  KEEP-GENS       VA 0    CMP-1   PC 99.                       SRCLIB00
014504 77  OVR-REPLY               PC X.                                SRCLIB00
014505 77  MB-CNT          VA 0    CMP-1   PC 9(4).                     SRCLIB00
014506 77  MX                      CMP-1   PC 9(4).                     SRCLIB00
014507 77  HIT-IX                  CMP-1   PC 9(4).                     SRCLIB00
014508 77  GN-CNT          VA 0    CMP-1   PC 9(4).                     SRCLIB00
014509 77  GX                      CMP-1   PC 9(4).                     SRCLIB00
014510 77  CUR-GX          VA 0    CMP-1   PC 9(4).                     SRCLIB00
014511 77  OVER-SW         VA 0    CMP-1   PC 9.                        SRCLIB00
014512 77  DEST-SW         VA 0    CMP-1   PC 9.                        SRCLIB00
014513 77  NOBACK-CNT      VA 0    CMP-1   PC 9(4).                     SRCLIB00
014514 77  DROP-GENS       VA 0    CMP-1   PC 9(4).                     SRCLIB00
014515 77  DROP-UPTO               CMP-1   PC 9(4).                     SRCLIB00
014516 77  DROP-RECS       VA 0    CMP-1   PC 9(8).                     SRCLIB00
014517 77  KEEP-RECS       VA 0    CMP-1   PC 9(8).                     SRCLIB00
014518 77  LIB-RECS        VA 0    CMP-1   PC 9(8).                     SRCLIB00
014519 77  BACK-DAYNO              CMP-1   PC 9(8).                     SRCLIB00
014520 77  DATE-EDIT               PC 99/99/99.                         SRCLIB00
014521 77  VOL-SERIAL-IN           PC X(6).                             SRCLIB00
014522 77  VOL-FILE-ID  VA "SRCDROP " PC X(8).                          SRCLIB00
014523 77  VOL-PROGRAM  VA "SRCLIB  " PC X(8).                          SRCLIB00
014524 77  VOL-SAVE     VA 365        PC 9(3).                          SRCLIB00
014525 77  VOL-CLASS    VA "V"        PC X.                             SRCLIB00
014526 77  VOL-RACK     VA SPACES     PC X(5).                          SRCLIB00
014527 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             SRCLIB00
014528 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             SRCLIB00
014529 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             SRCLIB00
014530 77  VOL-HOLD-FILE              PC X(8).                          SRCLIB00
014531 77  VOL-HOLD-DATE              PC 9(6).                          SRCLIB00
014532 77  VOL-HOLD-SAVE              PC 9(3).                          SRCLIB00
014533 77  VOL-HOLD-POOL              PC X.                             SRCLIB00
014534 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          SRCLIB00
014535 77  VOL-EXP-NO         CMP-1   PC 9(8).                          SRCLIB00
014536 77  VOL-DOY            CMP-1   PC 9(4).                          SRCLIB00
014537 77  VOL-YY             CMP-1   PC 99.                            SRCLIB00
014538 77  VOL-MM             CMP-1   PC 99.                            SRCLIB00
014539 77  VOL-MX             CMP-1   PC 99.                            SRCLIB00
014540 77  VOL-EXPIRES                PC 9(6).                          SRCLIB00
014541 77  VOL-EXP-EDIT               PC 99/99/99.                      SRCLIB00
014542 01  VOL-DATE-WORK.                                               SRCLIB00
014543     05  VOL-DW-MM              PC 99.                            SRCLIB00
014544     05  VOL-DW-DD              PC 99.                            SRCLIB00
014545     05  VOL-DW-YY              PC 99.                            SRCLIB00
014546 01  VOL-CUM-SET.                                                 SRCLIB00
014547     05  FILLER  PC X(18) VA "000031059090120151".                SRCLIB00
014548     05  FILLER  PC X(18) VA "181212243273304334".                SRCLIB00
014549 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           SRCLIB00
014550     05  VOL-CUM-DAYS   OC 12   PC 999.                           SRCLIB00
014551 01  DATE-WORK.                                                   SRCLIB00
014552     05  DW-MM               PC 99.                               SRCLIB00
014553     05  DW-DD               PC 99.                               SRCLIB00
014554     05  DW-YY               PC 99.                               SRCLIB00
014555 01  MB-TABLE.                                                    SRCLIB00
014556     05  MB-ENT  OC 500.                                          SRCLIB00
014557         10  MB-MEMBER       PC X(20).                            SRCLIB00
014558         10  MB-GENS   CMP   PC 9(4).                             SRCLIB00
014559         10  MB-KEEP   CMP   PC 99.                               SRCLIB00
014560         10  MB-HOLD         PC X.                                SRCLIB00
014561         10  MB-RECS   CMP   PC 9(8).                             SRCLIB00
014562         10  MB-DROP-GENS CMP PC 9(4).                            SRCLIB00
014563         10  MB-DROP-RECS CMP PC 9(8).                            SRCLIB00
014564         10  MB-SOLT-DATE    PC 9(6).                             SRCLIB00
014565         10  MB-SOLT-DAYNO CMP PC 9(8).                           SRCLIB00
014566         10  MB-CLASS        PC X.                                SRCLIB00
014567 01  GN-TABLE.                                                    SRCLIB00
014568     05  GN-ENT  OC 2000.                                         SRCLIB00
014569         10  GN-MEMBER CMP   PC 9(4).                             SRCLIB00
014570         10  GN-ORD    CMP   PC 9(4).                             SRCLIB00
014571         10  GN-DATE         PC 9(6).                             SRCLIB00
014572         10  GN-DAYNO  CMP   PC 9(8).                             SRCLIB00
014573         10  GN-RECS   CMP   PC 9(6).                             SRCLIB00
014574         10  GN-DROP         PC X.                                SRCLIB00
014575 77  MEMBER-CLASS    VA "S"          PC X.                        SRCLIB00
014576 77  SCAN-SW         VA 0    CMP-1   PC 9.                        SRCLIB00
014577 77  SCAN-MEMBER             PC X(20).                            SRCLIB00
014578 77  WU-CNT          VA 0    CMP-1   PC 9(4).                     SRCLIB00
014579 77  WX                      CMP-1   PC 9(4).                     SRCLIB00
014580 77  WU-HIT                  CMP-1   PC 9(4).                     SRCLIB00
014581 77  WU-LINES                CMP-1   PC 9(4).                     SRCLIB00
014582 77  WU-OVER-SW      VA 0    CMP-1   PC 9.                        SRCLIB00
014583 77  CPX                     CMP-1   PC 99.                       SRCLIB00
014584 77  CPW                     CMP-1   PC 99.                       SRCLIB00
014585 77  CPY-NAME                PC X(20).                            SRCLIB00
014586 77  CHG-FILE-STATUS VA SPACE        PC X(2).                     SRCLIB00
014587 77  CHG-OK-SW       VA 0    CMP-1   PC 9.                        SRCLIB00
014588 77  CHG-REQ-NO      VA 0            PC 9(6).                     SRCLIB00
014589 77  RULE-FILE-STATUS VA SPACE       PC X(2).                     SRCLIB00
014590 77  HIST-FILE-STATUS VA SPACE       PC X(2).                     SRCLIB00
014591 77  GATE-SEV        VA "N"          PC X.                        SRCLIB00
014592 77  STD-RATING      VA SPACE        PC X.                        SRCLIB00
014593 01  CHG-RESULT.                                                  SRCLIB00
014594     05  FILLER      PC XX    VA "CR".                            SRCLIB00
014595     05  CRR-NUMBER  PC 9(6).                                     SRCLIB00
014596 01  CPY-CARD.                                                    SRCLIB00
014597     05  CPY-CH      OC 80   PC X.                                SRCLIB00
014598 01  CPY-WORD.                                                    SRCLIB00
014599     05  CPY-WCH     OC 20   PC X.                                SRCLIB00
014600 01  WU-TABLE.                                                    SRCLIB00
014601     05  WU-ENT  OC 2000.                                         SRCLIB00
014602         10  WU-COPY         PC X(20).                            SRCLIB00
014603         10  WU-PROG         PC X(20).                            SRCLIB00
014604         10  WU-DONE         PC X.                                SRCLIB00
014605 01  CARD-WORK       SZ 80.                                       SRCLIB00
014700 01  CARD-WORK-R REDEFINES CARD-WORK.                             SRCLIB00
014800     05  FILLER          SZ 7.                                    SRCLIB00
014900     05  CW-EOJ          SZ 10.                                   SRCLIB00
015000     05  FILLER          SZ 63.                                   SRCLIB00
015010 01  CARD-WORK-O REDEFINES CARD-WORK.                             SRCLIB00
015020     05  CO-MEMBER       PC X(20).                                SRCLIB00
015030     05  FILLER          SZ 1.                                    SRCLIB00
015040     05  CO-KEEP         PC 99.                                   SRCLIB00
015050     05  FILLER          SZ 57.                                   SRCLIB00
015100 01  HOLD-HDR        SZ 80.                                       SRCLIB00
015200 01  TITLE-LINE      SZ 132.                                      SRCLIB00
015300     05  FILLER  PC X(30) VA "SOURCE LIBRARY MEMBER DIRECTOR".    SRCLIB00
016200     05  DI-COUNT    PC ZZZZZ9.                                   SRCLIB00
016300     05  FILLER  PC X(6)  VA "  GEN ".                            SRCLIB00
016400     05  DI-GEN      PC ZZZ9.                                     SRCLIB00
016410     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016420     05  DI-CLASS    PC X(4).                                     SRCLIB00
016430     05  FILLER      SZ 76    VA SPACE.                           SRCLIB00
016501 01  REORG-TITLE     SZ 132.                                      SRCLIB00
016502     05  FILLER  PC X(30) VA "SOURCE LIBRARY REORGANIZATION ".    SRCLIB00
016503     05  FILLER  PC X(10) VA "- KEEPING ".                        SRCLIB00
016504     05  RT-KEEP     PC Z9.                                       SRCLIB00
016505     05  FILLER  PC X(18) VA " GENERATIONS, REEL".                SRCLIB00
016506     05  FILLER      SZ 1     VA SPACE.                           SRCLIB00
016507     05  RT-SERIAL   PC X(6).                                     SRCLIB00
016508     05  FILLER      SZ 65    VA SPACE.                           SRCLIB00
016509 01  REORG-HEAD      SZ 132.                                      SRCLIB00
016510     05  FILLER  PC X(24) VA "  MEMBER                ".          SRCLIB00
016511     05  FILLER  PC X(30) VA "GENS  KEPT  DROP  LIB RECORDS ".    SRCLIB00
016512     05  FILLER  PC X(20) VA " RECLAIMED  OVERRIDE".              SRCLIB00
016513     05  FILLER      SZ 58    VA SPACE.                           SRCLIB00
016514 01  REORG-LINE      SZ 132.                                      SRCLIB00
016515     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016516     05  RL-MEMBER   PC X(20).                                    SRCLIB00
016517     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016518     05  RL-GENS     PC ZZZ9.                                     SRCLIB00
016519     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016520     05  RL-KEPT     PC ZZZ9.                                     SRCLIB00
016521     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016522     05  RL-DROP     PC ZZZ9.                                     SRCLIB00
016523     05  FILLER      SZ 3     VA SPACE.                           SRCLIB00
016524     05  RL-RECS     PC ZZ,ZZZ,ZZ9.                               SRCLIB00
016525     05  FILLER      SZ 1     VA SPACE.                           SRCLIB00
016526     05  RL-FREED    PC ZZ,ZZZ,ZZ9.                               SRCLIB00
016527     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016528     05  RL-OVR      PC X(5).                                     SRCLIB00
016529     05  RL-OKEEP    PC ZZ.                                       SRCLIB00
016530     05  FILLER      SZ 59    VA SPACE.                           SRCLIB00
016531 01  REORG-TOTAL     SZ 132.                                      SRCLIB00
016532     05  FILLER  PC X(24) VA "  LIBRARY TOTAL         ".          SRCLIB00
016533     05  RX-GENS     PC ZZZ9.                                     SRCLIB00
016534     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016535     05  RX-KEPT     PC ZZZ9.                                     SRCLIB00
016536     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016537     05  RX-DROP     PC ZZZ9.                                     SRCLIB00
016538     05  FILLER      SZ 3     VA SPACE.                           SRCLIB00
016539     05  RX-RECS     PC ZZ,ZZZ,ZZ9.                               SRCLIB00
016540     05  FILLER      SZ 1     VA SPACE.                           SRCLIB00
016541     05  RX-FREED    PC ZZ,ZZZ,ZZ9.                               SRCLIB00
016542     05  FILLER      SZ 68    VA SPACE.                           SRCLIB00
016543 01  NOBACK-HEAD     SZ 132.                                      SRCLIB00
016544     05  FILLER  PC X(30) VA "DROPPED GENERATIONS WITH NO SO".    SRCLIB00
016545     05  FILLER  PC X(30) VA "LT BACKUP IN SOLTINDX - REFUSE".    SRCLIB00
016546     05  FILLER  PC X(2)  VA "D ".                                SRCLIB00
016547     05  FILLER      SZ 70    VA SPACE.                           SRCLIB00
016548 01  NOBACK-LINE     SZ 132.                                      SRCLIB00
016549     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016550     05  NB-MEMBER   PC X(20).                                    SRCLIB00
016551     05  FILLER  PC X(6)  VA "  GEN ".                            SRCLIB00
016552     05  NB-ORD      PC ZZZ9.                                     SRCLIB00
016553     05  FILLER  PC X(8)  VA "  DATED ".                          SRCLIB00
016554     05  NB-DATE     PC 99/99/99.                                 SRCLIB00
016555     05  FILLER  PC X(14) VA "  LAST SOLT   ".                    SRCLIB00
016556     05  NB-SOLT     PC X(8).                                     SRCLIB00
016557     05  FILLER      SZ 62    VA SPACE.                           SRCLIB00
016558 01  WHERE-TITLE     SZ 132.                                      SRCLIB00
016559     05  FILLER  PC X(30) VA "COPY MEMBERS AND THE PROGRAMS ".    SRCLIB00
016560     05  FILLER  PC X(30) VA "INCLUDING THEM (LATEST GENERAT".    SRCLIB00
016561     05  FILLER  PC X(6)  VA "IONS) ".                            SRCLIB00
016562     05  FILLER      SZ 66    VA SPACE.                           SRCLIB00
016563 01  WHERE-HEAD      SZ 132.                                      SRCLIB00
016564     05  FILLER  PC X(24) VA "  COPY MEMBER           ".          SRCLIB00
016565     05  FILLER  PC X(12) VA "COPIED BY   ".                      SRCLIB00
016566     05  FILLER      SZ 96    VA SPACE.                           SRCLIB00
016567 01  WHERE-UNRES     SZ 132.                                      SRCLIB00
016568     05  FILLER  PC X(30) VA "COPY STATEMENTS NAMING NO COPY".    SRCLIB00
016569     05  FILLER  PC X(22) VA " MEMBER IN THE LIBRARY".            SRCLIB00
016570     05  FILLER      SZ 80    VA SPACE.                           SRCLIB00
016571 01  WHERE-LINE      SZ 132.                                      SRCLIB00
016572     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016573     05  WL-COPY     PC X(20).                                    SRCLIB00
016574     05  FILLER      SZ 2     VA SPACE.                           SRCLIB00
016575     05  WL-PROG     PC X(30).                                    SRCLIB00
016576     05  FILLER      SZ 78    VA SPACE.                           SRCLIB00
016600 PROCEDURE DIVISION.                                              SRCLIB00
016700 100-BEGIN.                                                       SRCLIB00
016800     ACCEPT RUN-ID-ENTRY.                                         SRCLIB00
016900     PERFORM 950-AUDIT-START.                                     SRCLIB00
017000     DISPLAY "ENTER MODE - I (CARD IN), T (SOLT IN),".            SRCLIB00
017010     DISPLAY "O (CHECK OUT), L (LIST), R (REORGANIZE),".          SRCLIB00
017020     DISPLAY "W (WHERE-COPIED REPORT)".                           SRCLIB00
017200     ACCEPT RUN-MODE.                                             SRCLIB00
017300     IF RUN-MODE = "L" GO TO 600-LIST.                            SRCLIB00
017310     IF RUN-MODE = "R" GO TO 700-REORG.                           SRCLIB00
017320     IF RUN-MODE = "W" GO TO 800-WHERE-COPIED.                    SRCLIB00
017400     DISPLAY "ENTER MEMBER IDENTIFIER (20 CHARACTERS)".           SRCLIB00
017500     ACCEPT MEMBER-ID.                                            SRCLIB00
017510     IF RUN-MODE = "I" OR RUN-MODE = "T"                          SRCLIB00
017520         DISPLAY "MEMBER CLASS - S (SOURCE PROGRAM)"              SRCLIB00
017530         DISPLAY "OR C (COPY MEMBER)"                             SRCLIB00
017540         ACCEPT MEMBER-CLASS.                                     SRCLIB00
017550     IF MEMBER-CLASS NOT = "C" MOVE "S" TO MEMBER-CLASS.          SRCLIB00
017560     IF RUN-MODE = "I" OR RUN-MODE = "T"                          SRCLIB00
017570         PERFORM 570-CHGREQ-CHECK THRU 570X.                      SRCLIB00
017580     IF RUN-MODE = "I" OR RUN-MODE = "T"                          SRCLIB00
017590         PERFORM 590-STD-GATE THRU 590X.                          SRCLIB00
017600     IF RUN-MODE = "I" GO TO 200-CHECKIN-CARDS.                   SRCLIB00
017700     IF RUN-MODE = "T" GO TO 300-CHECKIN-SOLT.                    SRCLIB00
017800     IF RUN-MODE = "O" GO TO 400-CHECKOUT.                        SRCLIB00
017900     DISPLAY "INVALID MODE - MUST BE I, T, O, L, R OR W".         SRCLIB00
018000     MOVE "ABORT   " TO AU-RESULT.                                SRCLIB00
018100     PERFORM 955-AUDIT-END.                                       SRCLIB00
018200     STOP RUN.                                                    SRCLIB00
018210 200-CHECKIN-CARDS.                                               SRCLIB00
018220     NOTE  THE DECK IS STAGED ON SRCNEW AND ITS BATCH HEADER, IF  SRCLIB00
018230         ANY, PROVED BEFORE THE LIBRARY IS OPENED FOR APPEND.     SRCLIB00
018240     OPEN INPUT CARDIN.                                           SRCLIB00
018250     OPEN OUTPUT SRC-NEW.                                         SRCLIB00
018260 202-CARD-STAGE.                                                  SRCLIB00
018270     READ CARDIN AT END GO TO 204-STAGE-DONE.                     SRCLIB00
018280     MOVE CARDREC TO BATCH-CARD.                                  SRCLIB00
018290     PERFORM BATCH-TAKE THRU BATCH-TAKE-X.                        SRCLIB00
018300     IF BATCH-SKIP = 1 GO TO 202-CARD-STAGE.                      SRCLIB00
018310     WRITE NEW-REC FROM CARDREC.                                  SRCLIB00
018320     IF CD-EOJ NOT = "END-OF-JOB" GO TO 202-CARD-STAGE.           SRCLIB00
018330 204-STAGE-DONE.                                                  SRCLIB00
018340     CLOSE CARDIN.                                                SRCLIB00
018350     CLOSE SRC-NEW.                                               SRCLIB00
018360     PERFORM BATCH-CHECK THRU BATCH-CHECK-X.                      SRCLIB00
018370     IF BATCH-SW NOT = 0 CLOSE REPORT-FILE.                       SRCLIB00
018380     IF BATCH-DISP = "R" GO TO 225-BATCH-REFUSE.                  SRCLIB00
018390     OPEN INPUT SRC-NEW.                                          SRCLIB00
018400     PERFORM 500-OPEN-APPEND THRU 500X.                           SRCLIB00
018410     PERFORM 510-PUT-HEADER THRU 510X.                            SRCLIB00
018420 210-CARD-READ.                                                   SRCLIB00
018430     READ SRC-NEW INTO CARD-WORK AT END GO TO 220-CARDS-DONE.     SRCLIB00
018440     IF CW-EOJ = "END-OF-JOB" GO TO 220-CARDS-DONE.               SRCLIB00
018450     PERFORM 520-PUT-CARD THRU 520X.                              SRCLIB00
018460     GO TO 210-CARD-READ.                                         SRCLIB00
018470 220-CARDS-DONE.                                                  SRCLIB00
018480     CLOSE SRC-NEW.                                               SRCLIB00
019500     PERFORM 530-PUT-TRAILER THRU 530X.                           SRCLIB00
019600     PERFORM 540-FIX-HEADER THRU 540X.                            SRCLIB00
019700     DISPLAY "MEMBER CHECKED IN - CARDS " CARD-COUNT.             SRCLIB00
019900     MOVE "CHECKIN " TO AU-EVENT.                                 SRCLIB00
020000     MOVE MEMBER-ID TO AU-RESULT.                                 SRCLIB00
020100     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
020110     PERFORM 580-CHGREQ-APPLIED THRU 580X.                        SRCLIB00
020200     MOVE "OK      " TO AU-RESULT.                                SRCLIB00
020300     PERFORM 955-AUDIT-END.                                       SRCLIB00
020400     STOP RUN.                                                    SRCLIB00
020410 225-BATCH-REFUSE.                                                SRCLIB00
020420     DISPLAY "CHECK-IN REFUSED - LIBRARY UNCHANGED".              SRCLIB00
020430     MOVE "ABORT   " TO AU-RESULT.                                SRCLIB00
020440     PERFORM 955-AUDIT-END.                                       SRCLIB00
020450     STOP RUN.                                                    SRCLIB00
020500 300-CHECKIN-SOLT.                                                SRCLIB00
020600     OPEN INPUT SOLT-IN.                                          SRCLIB00
020700     PERFORM 500-OPEN-APPEND THRU 500X.                           SRCLIB00
021900     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
022000     MOVE "CHECKIN " TO AU-EVENT.                                 SRCLIB00
022100     MOVE MEMBER-ID TO AU-RESULT.                                 SRCLIB00
022110     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
022200     PERFORM 580-CHGREQ-APPLIED THRU 580X.                        SRCLIB00
022300     MOVE "OK      " TO AU-RESULT.                                SRCLIB00
022400     PERFORM 955-AUDIT-END.                                       SRCLIB00
022500     STOP RUN.                                                    SRCLIB00
029200     MOVE MEMBER-ID TO LB-MEMBER.                                 SRCLIB00
029300     MOVE TODAYS-DATE TO LB-DATE.                                 SRCLIB00
029400     MOVE 0 TO LB-COUNT.                                          SRCLIB00
029410     MOVE MEMBER-CLASS TO LB-CLASS.                               SRCLIB00
029420     MOVE CHG-REQ-NO TO LB-CHGREQ.                                SRCLIB00
029500     WRITE LIB-REC.                                               SRCLIB00
029600     MOVE 0 TO CARD-COUNT.                                        SRCLIB00
029700 510X.   EXIT.                                                    SRCLIB00
030600     MOVE MEMBER-ID TO LB-MEMBER.                                 SRCLIB00
030700     MOVE TODAYS-DATE TO LB-DATE.                                 SRCLIB00
030800     MOVE CARD-COUNT TO LB-COUNT.                                 SRCLIB00
030810     MOVE MEMBER-CLASS TO LB-CLASS.                               SRCLIB00
030900     WRITE LIB-REC.                                               SRCLIB00
031000     CLOSE SRC-LIBRARY.                                           SRCLIB00
031100 530X.   EXIT.                                                    SRCLIB00
035200 568-CHECK.                                                       SRCLIB00
035300     IF CW-EOJ = "END-OF-JOB" MOVE 1 TO IN-DONE.                  SRCLIB00
035400 560X.   EXIT.                                                    SRCLIB00
035401 570-CHGREQ-CHECK.                                                SRCLIB00
035402     NOTE  THE CHANGE REQUEST MUST BE ON CHGREQ FOR THIS MEMBER   SRCLIB00
035403         AND APPROVED (A) OR ALREADY APPLIED (P) - A MISSING      SRCLIB00
035404         CHGREQ FILE REFUSES EVERY CHECK-IN.                      SRCLIB00
035405     DISPLAY "ENTER APPROVED CHANGE REQUEST NUMBER (6 DIGITS)".   SRCLIB00
035406     MOVE 0 TO CHG-REQ-NO.                                        SRCLIB00
035407     ACCEPT CHG-REQ-NO.                                           SRCLIB00
035408     IF CHG-REQ-NO NOT NUMERIC MOVE 0 TO CHG-REQ-NO.              SRCLIB00
035409     MOVE 0 TO CHG-OK-SW.                                         SRCLIB00
035410     OPEN INPUT CHG-FILE.                                         SRCLIB00
035411     IF CHG-FILE-STATUS NOT = "00" GO TO 576-CHGREQ-REFUSE.       SRCLIB00
035412 572-CHGREQ-READ.                                                 SRCLIB00
035413     READ CHG-FILE AT END GO TO 574-CHGREQ-DONE.                  SRCLIB00
035414     IF CR-NUMBER NOT = CHG-REQ-NO GO TO 572-CHGREQ-READ.         SRCLIB00
035415     MOVE 1 TO CHG-OK-SW.                                         SRCLIB00
035416     IF CR-PROGRAM = MEMBER-ID                                    SRCLIB00
035417         IF CR-STATUS = "A" OR CR-STATUS = "P"                    SRCLIB00
035418             MOVE 2 TO CHG-OK-SW.                                 SRCLIB00
035419 574-CHGREQ-DONE.                                                 SRCLIB00
035420     CLOSE CHG-FILE.                                              SRCLIB00
035421     IF CHG-OK-SW = 2 GO TO 570X.                                 SRCLIB00
035422 576-CHGREQ-REFUSE.                                               SRCLIB00
035423     IF CHG-OK-SW = 0                                             SRCLIB00
035424         DISPLAY "CHANGE REQUEST " CHG-REQ-NO " NOT ON CHGREQ".   SRCLIB00
035425     IF CHG-OK-SW = 1                                             SRCLIB00
035426         DISPLAY "CHANGE REQUEST " CHG-REQ-NO " NOT APPROVED FOR "SRCLIB00
035427             MEMBER-ID.                                           SRCLIB00
035428     DISPLAY "CHECK-IN REFUSED - LIBRARY UNCHANGED".              SRCLIB00
035429     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
035430     MOVE "CHGREQ  " TO AU-EVENT.                                 SRCLIB00
035431     MOVE "REFUSED " TO AU-RESULT.                                SRCLIB00
035432     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
035433     MOVE "ABORT   " TO AU-RESULT.                                SRCLIB00
035434     PERFORM 955-AUDIT-END.                                       SRCLIB00
035435     STOP RUN.                                                    SRCLIB00
035436 570X.   EXIT.                                                    SRCLIB00
035437 580-CHGREQ-APPLIED.                                              SRCLIB00
035438     NOTE  THE CHECK-IN IS LOGGED UNDER ITS CHANGE REQUEST AND    SRCLIB00
035439         THE REQUEST REWRITTEN AS APPLIED TODAY.                  SRCLIB00
035440     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
035441     MOVE "CHGREQ  " TO AU-EVENT.                                 SRCLIB00
035442     MOVE CHG-REQ-NO TO CRR-NUMBER.                               SRCLIB00
035443     MOVE CHG-RESULT TO AU-RESULT.                                SRCLIB00
035444     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
035445     OPEN I-O CHG-FILE.                                           SRCLIB00
035446 582-APPLIED-READ.                                                SRCLIB00
035447     READ CHG-FILE AT END GO TO 584-APPLIED-DONE.                 SRCLIB00
035448     IF CR-NUMBER NOT = CHG-REQ-NO GO TO 582-APPLIED-READ.        SRCLIB00
035449     MOVE "P" TO CR-STATUS.                                       SRCLIB00
035450     MOVE TODAYS-DATE TO CR-APPLIED.                              SRCLIB00
035451     IF CR-APPLY-CNT NOT NUMERIC MOVE 0 TO CR-APPLY-CNT.          SRCLIB00
035452     IF CR-APPLY-CNT IS LESS THAN 99 ADD 1 TO CR-APPLY-CNT.       SRCLIB00
035453     REWRITE CR-REC.                                              SRCLIB00
035454 584-APPLIED-DONE.                                                SRCLIB00
035455     CLOSE CHG-FILE.                                              SRCLIB00
035456 580X.   EXIT.                                                    SRCLIB00
035457 590-STD-GATE.                                                    SRCLIB00
035458     NOTE  STDRULES SAYS WHETHER CHECK-IN IS GATED - THE LAST     SRCLIB00
035459         STDCHK RESULT FOR THE MEMBER ON STDHIST MUST BE TODAYS   SRCLIB00
035460         AND RATED WELL ENOUGH.                                   SRCLIB00
035461     MOVE "N" TO GATE-SEV.                                        SRCLIB00
035462     OPEN INPUT STD-RULES.                                        SRCLIB00
035463     IF RULE-FILE-STATUS NOT = "00" GO TO 590X.                   SRCLIB00
035464 591-RULE-READ.                                                   SRCLIB00
035465     READ STD-RULES AT END GO TO 592-RULES-DONE.                  SRCLIB00
035466     IF SR-CODE = "GATE" MOVE SR-SEV TO GATE-SEV.                 SRCLIB00
035467     GO TO 591-RULE-READ.                                         SRCLIB00
035468 592-RULES-DONE.                                                  SRCLIB00
035469     CLOSE STD-RULES.                                             SRCLIB00
035470     IF GATE-SEV NOT = "F" AND GATE-SEV NOT = "W" GO TO 590X.     SRCLIB00
035471     MOVE SPACE TO STD-RATING.                                    SRCLIB00
035472     OPEN INPUT STD-HIST.                                         SRCLIB00
035473     IF HIST-FILE-STATUS NOT = "00" GO TO 596-STD-REFUSE.         SRCLIB00
035474 593-HIST-READ.                                                   SRCLIB00
035475     READ STD-HIST AT END GO TO 594-HIST-DONE.                    SRCLIB00
035476     IF HD-TYPE NOT = "D" GO TO 593-HIST-READ.                    SRCLIB00
035477     IF HD-MEMBER NOT = MEMBER-ID GO TO 593-HIST-READ.            SRCLIB00
035478     MOVE SPACE TO STD-RATING.                                    SRCLIB00
035479     IF HD-DATE = TODAYS-DATE MOVE HD-RATING TO STD-RATING.       SRCLIB00
035480     GO TO 593-HIST-READ.                                         SRCLIB00
035481 594-HIST-DONE.                                                   SRCLIB00
035482     CLOSE STD-HIST.                                              SRCLIB00
035483     IF STD-RATING = "P" GO TO 590X.                              SRCLIB00
035484     IF STD-RATING = "W" AND GATE-SEV = "F" GO TO 590X.           SRCLIB00
035485 596-STD-REFUSE.                                                  SRCLIB00
035486     IF STD-RATING = SPACE                                        SRCLIB00
035487         DISPLAY "NO STDCHK CHECK OF " MEMBER-ID " TODAY"         SRCLIB00
035488     ELSE                                                         SRCLIB00
035489         DISPLAY "STDCHK RATED " MEMBER-ID " " STD-RATING.        SRCLIB00
035490     DISPLAY "CHECK-IN REFUSED - LIBRARY UNCHANGED".              SRCLIB00
035491     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
035492     MOVE "STDCHK  " TO AU-EVENT.                                 SRCLIB00
035493     MOVE "REFUSED " TO AU-RESULT.                                SRCLIB00
035494     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
035495     MOVE "ABORT   " TO AU-RESULT.                                SRCLIB00
035496     PERFORM 955-AUDIT-END.                                       SRCLIB00
035497     STOP RUN.                                                    SRCLIB00
035498 590X.   EXIT.                                                    SRCLIB00
035500 600-LIST.                                                        SRCLIB00
035600     OPEN INPUT SRC-LIBRARY.                                      SRCLIB00
035700     OPEN OUTPUT REPORT-FILE.                                     SRCLIB00
035800     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SRCLIB00
035900     MOVE 0 TO SEEN-GEN.                                          SRCLIB00
035910     MOVE 0 TO MB-CNT.                                            SRCLIB00
036000 610-LIST-READ.                                                   SRCLIB00
036100     READ SRC-LIBRARY AT END GO TO 620-LIST-DONE.                 SRCLIB00
036200     IF LB-TAG NOT = "*ENDMBR " GO TO 610-LIST-READ.              SRCLIB00
036300     ADD 1 TO SEEN-GEN.                                           SRCLIB00
036310     MOVE LB-MEMBER TO MEMBER-ID.                                 SRCLIB00
036400     MOVE LB-MEMBER TO DI-MEMBER.                                 SRCLIB00
036500     MOVE LB-DATE TO DI-DATE.                                     SRCLIB00
036600     MOVE LB-COUNT TO DI-COUNT.                                   SRCLIB00
036610     IF LB-CLASS = "C" MOVE "COPY" TO DI-CLASS                    SRCLIB00
036620     ELSE MOVE SPACES TO DI-CLASS.                                SRCLIB00
036700     PERFORM 615-LIST-GEN THRU 615X.                              SRCLIB00
036800     WRITE REPORT-REC FROM DIR-LINE.                              SRCLIB00
036900     GO TO 610-LIST-READ.                                         SRCLIB00
036901 615-LIST-GEN.                                                    SRCLIB00
036902     MOVE 0 TO HIT-IX.                                            SRCLIB00
036903     PERFORM 716-FIND-MEMBER VARYING MX FROM 1 BY 1               SRCLIB00
036904         UNTIL MX IS GREATER THAN MB-CNT OR HIT-IX NOT = 0.       SRCLIB00
036905     IF HIT-IX NOT = 0 GO TO 617-LIST-ADD.                        SRCLIB00
036906     IF MB-CNT NOT LESS THAN 500 MOVE 0 TO DI-GEN GO TO 615X.     SRCLIB00
036907     ADD 1 TO MB-CNT.                                             SRCLIB00
036908     MOVE MB-CNT TO HIT-IX.                                       SRCLIB00
036909     MOVE LB-MEMBER TO MB-MEMBER (HIT-IX).                        SRCLIB00
036910     MOVE 0 TO MB-GENS (HIT-IX).                                  SRCLIB00
036911 617-LIST-ADD.                                                    SRCLIB00
036912     ADD 1 TO MB-GENS (HIT-IX).                                   SRCLIB00
036913     MOVE MB-GENS (HIT-IX) TO DI-GEN.                             SRCLIB00
036914 615X.   EXIT.                                                    SRCLIB00
037000 620-LIST-DONE.                                                   SRCLIB00
037100     CLOSE SRC-LIBRARY.                                           SRCLIB00
037200     CLOSE REPORT-FILE.                                           SRCLIB00
037400     MOVE "OK      " TO AU-RESULT.                                SRCLIB00
037500     PERFORM 955-AUDIT-END.                                       SRCLIB00
037600     STOP RUN.                                                    SRCLIB00
037601 700-REORG.                                                       SRCLIB00
037602     NOTE  THE LIBRARY IS READ ONCE TO TABLE EVERY GENERATION,    SRCLIB00
037603         THE DROPS ARE DECIDED AND PROVED AGAINST SOLTINDX, AND   SRCLIB00
037604         ONLY THEN IS IT READ AGAIN AND SPLIT BETWEEN THE DROP    SRCLIB00
037605         REEL AND THE WORK FILE SRCNEW, WHICH IS COPIED BACK AS   SRCLIB00
037606         THE NEW LIBRARY.                                         SRCLIB00
037607     DISPLAY "ENTER GENERATIONS TO KEEP PER MEMBER (01-99)".      SRCLIB00
037608     ACCEPT KEEP-REPLY.                                           SRCLIB00
037609     IF KEEP-REPLY NOT NUMERIC GO TO 700-REORG.                   SRCLIB00
037610     IF KEEP-REPLY = 0 GO TO 700-REORG.                           SRCLIB00
037611     MOVE KEEP-REPLY TO KEEP-GENS.                                SRCLIB00
037612     PERFORM 710-LIB-SCAN THRU 710X.                              SRCLIB00
037613     IF OVER-SW = 1                                               SRCLIB00
037614         DISPLAY "LIBRARY TOO LARGE TO REORGANIZE - LIMITS ARE"   SRCLIB00
037615         DISPLAY "500 MEMBERS AND 2000 GENERATIONS"               SRCLIB00
037616         MOVE "ABORT   " TO AU-RESULT                             SRCLIB00
037617         PERFORM 955-AUDIT-END                                    SRCLIB00
037618         STOP RUN.                                                SRCLIB00
037619     DISPLAY "AUDIT HOLD OVERRIDE CARDS IN READER (Y OR N)".      SRCLIB00
037620     ACCEPT OVR-REPLY.                                            SRCLIB00
037621     IF OVR-REPLY = "Y" PERFORM 720-OVERRIDES THRU 720X.          SRCLIB00
037622     PERFORM 730-MARK-DROP THRU 730X                              SRCLIB00
037623         VARYING GX FROM 1 BY 1 UNTIL GX IS GREATER THAN GN-CNT.  SRCLIB00
037624     IF DROP-GENS = 0                                             SRCLIB00
037625         DISPLAY "NO GENERATIONS TO DROP - LIBRARY NOT CHANGED"   SRCLIB00
037626         MOVE "OK      " TO AU-RESULT                             SRCLIB00
037627         PERFORM 955-AUDIT-END                                    SRCLIB00
037628         STOP RUN.                                                SRCLIB00
037629     PERFORM 740-BACKUP-CHECK THRU 740X.                          SRCLIB00
037630     IF NOBACK-CNT IS GREATER THAN 0                              SRCLIB00
037631         DISPLAY "REORGANIZATION REFUSED - NO SOLT BACKUP FOR "   SRCLIB00
037632             NOBACK-CNT " GENERATIONS"                            SRCLIB00
037633         MOVE TODAYS-DATE TO AU-DATE                              SRCLIB00
037634         MOVE "REORG   " TO AU-EVENT                              SRCLIB00
037635         MOVE "NOBACKUP" TO AU-RESULT                             SRCLIB00
037636         PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT               SRCLIB00
037637         MOVE "REFUSED " TO AU-RESULT                             SRCLIB00
037638         PERFORM 955-AUDIT-END                                    SRCLIB00
037639         STOP RUN.                                                SRCLIB00
037640     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  SRCLIB00
037641     PERFORM 750-SPLIT THRU 750X.                                 SRCLIB00
037642     IF VOL-SERIAL-IN NOT = SPACES                                SRCLIB00
037643         PERFORM VOLCAT-PUT THRU VOLCAT-X.                        SRCLIB00
037644     PERFORM 760-COPY-BACK THRU 760X.                             SRCLIB00
037645     PERFORM 770-REORG-REPORT THRU 770X.                          SRCLIB00
037646     DISPLAY "GENERATIONS DROPPED " DROP-GENS.                    SRCLIB00
037647     DISPLAY "RECORDS RECLAIMED " DROP-RECS.                      SRCLIB00
037648     DISPLAY "RECORDS REMAINING " KEEP-RECS.                      SRCLIB00
037649     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
037650     MOVE "REORG   " TO AU-EVENT.                                 SRCLIB00
037651     MOVE VOL-SERIAL-IN TO AU-RESULT.                             SRCLIB00
037652     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
037653     MOVE "OK      " TO AU-RESULT.                                SRCLIB00
037654     PERFORM 955-AUDIT-END.                                       SRCLIB00
037655     STOP RUN.                                                    SRCLIB00
037656 710-LIB-SCAN.                                                    SRCLIB00
037657     OPEN INPUT SRC-LIBRARY.                                      SRCLIB00
037658 712-SCAN-READ.                                                   SRCLIB00
037659     READ SRC-LIBRARY AT END GO TO 718-SCAN-DONE.                 SRCLIB00
037660     ADD 1 TO LIB-RECS.                                           SRCLIB00
037661     IF LB-TAG = "*MEMBER " PERFORM 715-NEW-GEN THRU 715X.        SRCLIB00
037662     IF OVER-SW = 1 GO TO 718-SCAN-DONE.                          SRCLIB00
037663     IF CUR-GX = 0 GO TO 712-SCAN-READ.                           SRCLIB00
037664     ADD 1 TO GN-RECS (CUR-GX).                                   SRCLIB00
037665     MOVE GN-MEMBER (CUR-GX) TO MX.                               SRCLIB00
037666     ADD 1 TO MB-RECS (MX).                                       SRCLIB00
037667     IF LB-TAG = "*ENDMBR " MOVE 0 TO CUR-GX.                     SRCLIB00
037668     GO TO 712-SCAN-READ.                                         SRCLIB00
037669 718-SCAN-DONE.                                                   SRCLIB00
037670     CLOSE SRC-LIBRARY.                                           SRCLIB00
037671 710X.   EXIT.                                                    SRCLIB00
037672 715-NEW-GEN.                                                     SRCLIB00
037673     MOVE LB-MEMBER TO MEMBER-ID.                                 SRCLIB00
037674     MOVE 0 TO HIT-IX.                                            SRCLIB00
037675     PERFORM 716-FIND-MEMBER VARYING MX FROM 1 BY 1               SRCLIB00
037676         UNTIL MX IS GREATER THAN MB-CNT OR HIT-IX NOT = 0.       SRCLIB00
037677     IF HIT-IX NOT = 0 GO TO 717-ADD-GEN.                         SRCLIB00
037678     IF MB-CNT NOT LESS THAN 500 MOVE 1 TO OVER-SW GO TO 715X.    SRCLIB00
037679     ADD 1 TO MB-CNT.                                             SRCLIB00
037680     MOVE MB-CNT TO HIT-IX.                                       SRCLIB00
037681     MOVE LB-MEMBER TO MB-MEMBER (HIT-IX).                        SRCLIB00
037682     MOVE KEEP-GENS TO MB-KEEP (HIT-IX).                          SRCLIB00
037683     MOVE SPACE TO MB-HOLD (HIT-IX).                              SRCLIB00
037684     MOVE 0 TO MB-GENS (HIT-IX) MB-RECS (HIT-IX)                  SRCLIB00
037685         MB-DROP-GENS (HIT-IX) MB-DROP-RECS (HIT-IX)              SRCLIB00
037686         MB-SOLT-DATE (HIT-IX) MB-SOLT-DAYNO (HIT-IX).            SRCLIB00
037687 717-ADD-GEN.                                                     SRCLIB00
037688     IF GN-CNT NOT LESS THAN 2000 MOVE 1 TO OVER-SW GO TO 715X.   SRCLIB00
037689     ADD 1 TO GN-CNT.                                             SRCLIB00
037690     MOVE GN-CNT TO CUR-GX.                                       SRCLIB00
037691     ADD 1 TO MB-GENS (HIT-IX).                                   SRCLIB00
037692     MOVE HIT-IX TO GN-MEMBER (CUR-GX).                           SRCLIB00
037693     MOVE MB-GENS (HIT-IX) TO GN-ORD (CUR-GX).                    SRCLIB00
037694     MOVE 0 TO GN-RECS (CUR-GX) GN-DATE (CUR-GX)                  SRCLIB00
037695         GN-DAYNO (CUR-GX).                                       SRCLIB00
037696     MOVE "K" TO GN-DROP (CUR-GX).                                SRCLIB00
037697     MOVE LB-CLASS TO MB-CLASS (HIT-IX).                          SRCLIB00
037698     IF LB-DATE NUMERIC                                           SRCLIB00
037699         MOVE LB-DATE TO GN-DATE (CUR-GX) DATE-WORK               SRCLIB00
037700         COMPUTE GN-DAYNO (CUR-GX) = DW-YY * 372 + DW-MM * 31     SRCLIB00
037701             + DW-DD.                                             SRCLIB00
037702 715X.   EXIT.                                                    SRCLIB00
037703 716-FIND-MEMBER.                                                 SRCLIB00
037704     IF MB-MEMBER (MX) = MEMBER-ID MOVE MX TO HIT-IX.             SRCLIB00
037705 720-OVERRIDES.                                                   SRCLIB00
037706     NOTE  ONE CARD PER MEMBER UNDER AUDIT HOLD - A KEEP COUNT    SRCLIB00
037707         OF 00, OR ONE THAT IS NOT NUMERIC, KEEPS EVERY           SRCLIB00
037708         GENERATION OF THE MEMBER.                                SRCLIB00
037709     OPEN INPUT CARDIN.                                           SRCLIB00
037710 722-OVR-READ.                                                    SRCLIB00
037711     READ CARDIN AT END GO TO 728-OVR-DONE.                       SRCLIB00
037712     IF CD-EOJ = "END-OF-JOB" GO TO 728-OVR-DONE.                 SRCLIB00
037713     MOVE CARDREC TO CARD-WORK.                                   SRCLIB00
037714     MOVE CO-MEMBER TO MEMBER-ID.                                 SRCLIB00
037715     MOVE 0 TO HIT-IX.                                            SRCLIB00
037716     PERFORM 716-FIND-MEMBER VARYING MX FROM 1 BY 1               SRCLIB00
037717         UNTIL MX IS GREATER THAN MB-CNT OR HIT-IX NOT = 0.       SRCLIB00
037718     IF HIT-IX = 0                                                SRCLIB00
037719         DISPLAY "OVERRIDE MEMBER NOT IN LIBRARY - " CO-MEMBER    SRCLIB00
037720         GO TO 722-OVR-READ.                                      SRCLIB00
037721     MOVE "H" TO MB-HOLD (HIT-IX).                                SRCLIB00
037722     IF CO-KEEP NUMERIC MOVE CO-KEEP TO MB-KEEP (HIT-IX)          SRCLIB00
037723     ELSE MOVE 0 TO MB-KEEP (HIT-IX)                              SRCLIB00
037724         DISPLAY "OVERRIDE COUNT NOT NUMERIC - ALL KEPT FOR "     SRCLIB00
037725             CO-MEMBER.                                           SRCLIB00
037726     GO TO 722-OVR-READ.                                          SRCLIB00
037727 728-OVR-DONE.                                                    SRCLIB00
037728     CLOSE CARDIN.                                                SRCLIB00
037729 720X.   EXIT.                                                    SRCLIB00
037730 730-MARK-DROP.                                                   SRCLIB00
037731     MOVE GN-MEMBER (GX) TO MX.                                   SRCLIB00
037732     IF MB-KEEP (MX) = 0 GO TO 730X.                              SRCLIB00
037733     IF MB-GENS (MX) IS NOT GREATER THAN MB-KEEP (MX) GO TO 730X. SRCLIB00
037734     COMPUTE DROP-UPTO = MB-GENS (MX) - MB-KEEP (MX).             SRCLIB00
037735     IF GN-ORD (GX) IS GREATER THAN DROP-UPTO GO TO 730X.         SRCLIB00
037736     MOVE "D" TO GN-DROP (GX).                                    SRCLIB00
037737     ADD 1 TO DROP-GENS.                                          SRCLIB00
037738     ADD 1 TO MB-DROP-GENS (MX).                                  SRCLIB00
037739     ADD GN-RECS (GX) TO DROP-RECS.                               SRCLIB00
037740     ADD GN-RECS (GX) TO MB-DROP-RECS (MX).                       SRCLIB00
037741 730X.   EXIT.                                                    SRCLIB00
037742 740-BACKUP-CHECK.                                                SRCLIB00
037743     NOTE  THE LATEST SOLTINDX DATE IS TAKEN FOR EACH MEMBER - A  SRCLIB00
037744         DROPPED GENERATION IS BACKED UP WHEN THAT DATE IS ON OR  SRCLIB00
037745         AFTER THE DATE OF THE GENERATION.                        SRCLIB00
037746     OPEN INPUT SOLT-INDEX.                                       SRCLIB00
037747     IF SLT-FILE-STATUS NOT = "00" GO TO 745-CHECK.               SRCLIB00
037748 742-INDEX-READ.                                                  SRCLIB00
037749     READ SOLT-INDEX AT END GO TO 744-INDEX-DONE.                 SRCLIB00
037750     IF SI-PROGRAM-ID = SPACES GO TO 742-INDEX-READ.              SRCLIB00
037751     IF SI-DATE NOT NUMERIC GO TO 742-INDEX-READ.                 SRCLIB00
037752     MOVE SI-DATE TO DATE-WORK.                                   SRCLIB00
037753     COMPUTE BACK-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.       SRCLIB00
037754     MOVE SI-PROGRAM-ID TO MEMBER-ID.                             SRCLIB00
037755     MOVE 0 TO HIT-IX.                                            SRCLIB00
037756     PERFORM 716-FIND-MEMBER VARYING MX FROM 1 BY 1               SRCLIB00
037757         UNTIL MX IS GREATER THAN MB-CNT OR HIT-IX NOT = 0.       SRCLIB00
037758     IF HIT-IX = 0 GO TO 742-INDEX-READ.                          SRCLIB00
037759     IF BACK-DAYNO IS GREATER THAN MB-SOLT-DAYNO (HIT-IX)         SRCLIB00
037760         MOVE BACK-DAYNO TO MB-SOLT-DAYNO (HIT-IX)                SRCLIB00
037761         MOVE SI-DATE TO MB-SOLT-DATE (HIT-IX).                   SRCLIB00
037762     GO TO 742-INDEX-READ.                                        SRCLIB00
037763 744-INDEX-DONE.                                                  SRCLIB00
037764     CLOSE SOLT-INDEX.                                            SRCLIB00
037765 745-CHECK.                                                       SRCLIB00
037766     PERFORM 746-CHECK-GEN THRU 746X                              SRCLIB00
037767         VARYING GX FROM 1 BY 1 UNTIL GX IS GREATER THAN GN-CNT.  SRCLIB00
037768     IF NOBACK-CNT IS GREATER THAN 0 CLOSE REPORT-FILE.           SRCLIB00
037769 740X.   EXIT.                                                    SRCLIB00
037770 746-CHECK-GEN.                                                   SRCLIB00
037771     IF GN-DROP (GX) NOT = "D" GO TO 746X.                        SRCLIB00
037772     MOVE GN-MEMBER (GX) TO MX.                                   SRCLIB00
037773     IF MB-SOLT-DATE (MX) NOT = 0                                 SRCLIB00
037774         IF MB-SOLT-DAYNO (MX) NOT LESS THAN GN-DAYNO (GX)        SRCLIB00
037775             GO TO 746X.                                          SRCLIB00
037776     ADD 1 TO NOBACK-CNT.                                         SRCLIB00
037777     IF NOBACK-CNT = 1                                            SRCLIB00
037778         OPEN OUTPUT REPORT-FILE                                  SRCLIB00
037779         WRITE REPORT-REC FROM NOBACK-HEAD                        SRCLIB00
037780             BEFORE ADVANCING 2 LINES.                            SRCLIB00
037781     MOVE MB-MEMBER (MX) TO NB-MEMBER.                            SRCLIB00
037782     MOVE GN-ORD (GX) TO NB-ORD.                                  SRCLIB00
037783     MOVE GN-DATE (GX) TO NB-DATE.                                SRCLIB00
037784     MOVE "NONE    " TO NB-SOLT.                                  SRCLIB00
037785     IF MB-SOLT-DATE (MX) NOT = 0                                 SRCLIB00
037786         MOVE MB-SOLT-DATE (MX) TO DATE-EDIT                      SRCLIB00
037787         MOVE DATE-EDIT TO NB-SOLT.                               SRCLIB00
037788     WRITE REPORT-REC FROM NOBACK-LINE.                           SRCLIB00
037789 746X.   EXIT.                                                    SRCLIB00
037790 750-SPLIT.                                                       SRCLIB00
037791     OPEN INPUT SRC-LIBRARY.                                      SRCLIB00
037792     OPEN OUTPUT SRC-NEW.                                         SRCLIB00
037793     OPEN OUTPUT DROP-TAPE.                                       SRCLIB00
037794     MOVE 0 TO GX DEST-SW.                                        SRCLIB00
037795 752-SPLIT-READ.                                                  SRCLIB00
037796     READ SRC-LIBRARY AT END GO TO 758-SPLIT-DONE.                SRCLIB00
037797     IF LB-TAG = "*MEMBER "                                       SRCLIB00
037798         ADD 1 TO GX                                              SRCLIB00
037799         MOVE 0 TO DEST-SW                                        SRCLIB00
037800         IF GX IS NOT GREATER THAN GN-CNT                         SRCLIB00
037801             IF GN-DROP (GX) = "D" MOVE 1 TO DEST-SW.             SRCLIB00
037802     IF DEST-SW = 1 WRITE DROP-REC FROM LIB-REC                   SRCLIB00
037803     ELSE WRITE NEW-REC FROM LIB-REC                              SRCLIB00
037804         ADD 1 TO KEEP-RECS.                                      SRCLIB00
037805     IF LB-TAG = "*ENDMBR " MOVE 0 TO DEST-SW.                    SRCLIB00
037806     GO TO 752-SPLIT-READ.                                        SRCLIB00
037807 758-SPLIT-DONE.                                                  SRCLIB00
037808     CLOSE DROP-TAPE LOCK.                                        SRCLIB00
037809     CLOSE SRC-NEW.                                               SRCLIB00
037810     CLOSE SRC-LIBRARY.                                           SRCLIB00
037811 750X.   EXIT.                                                    SRCLIB00
037812 760-COPY-BACK.                                                   SRCLIB00
037813     NOTE  SRCLIB IS WRITTEN AFRESH UNDER ITS OWN ID FROM THE     SRCLIB00
037814         WORK FILE, LEAVING ONLY THE KEPT GENERATIONS ON DISK.    SRCLIB00
037815     OPEN INPUT SRC-NEW.                                          SRCLIB00
037816     OPEN OUTPUT SRC-LIBRARY.                                     SRCLIB00
037817 762-BACK-READ.                                                   SRCLIB00
037818     READ SRC-NEW AT END GO TO 768-BACK-DONE.                     SRCLIB00
037819     WRITE LIB-REC FROM NEW-REC.                                  SRCLIB00
037820     GO TO 762-BACK-READ.                                         SRCLIB00
037821 768-BACK-DONE.                                                   SRCLIB00
037822     CLOSE SRC-LIBRARY.                                           SRCLIB00
037823     CLOSE SRC-NEW.                                               SRCLIB00
037824 760X.   EXIT.                                                    SRCLIB00
037825 770-REORG-REPORT.                                                SRCLIB00
037826     OPEN OUTPUT REPORT-FILE.                                     SRCLIB00
037827     MOVE KEEP-GENS TO RT-KEEP.                                   SRCLIB00
037828     MOVE VOL-SERIAL-IN TO RT-SERIAL.                             SRCLIB00
037829     WRITE REPORT-REC FROM REORG-TITLE BEFORE ADVANCING 2 LINES.  SRCLIB00
037830     WRITE REPORT-REC FROM REORG-HEAD BEFORE ADVANCING 2 LINES.   SRCLIB00
037831     PERFORM 775-MEMBER-LINE THRU 775X                            SRCLIB00
037832         VARYING MX FROM 1 BY 1 UNTIL MX IS GREATER THAN MB-CNT.  SRCLIB00
037833     MOVE GN-CNT TO RX-GENS.                                      SRCLIB00
037834     COMPUTE DROP-UPTO = GN-CNT - DROP-GENS.                      SRCLIB00
037835     MOVE DROP-UPTO TO RX-KEPT.                                   SRCLIB00
037836     MOVE DROP-GENS TO RX-DROP.                                   SRCLIB00
037837     MOVE LIB-RECS TO RX-RECS.                                    SRCLIB00
037838     MOVE DROP-RECS TO RX-FREED.                                  SRCLIB00
037839     WRITE REPORT-REC FROM REORG-TOTAL.                           SRCLIB00
037840     CLOSE REPORT-FILE.                                           SRCLIB00
037841 770X.   EXIT.                                                    SRCLIB00
037842 775-MEMBER-LINE.                                                 SRCLIB00
037843     MOVE MB-MEMBER (MX) TO RL-MEMBER.                            SRCLIB00
037844     MOVE MB-GENS (MX) TO RL-GENS.                                SRCLIB00
037845     COMPUTE DROP-UPTO = MB-GENS (MX) - MB-DROP-GENS (MX).        SRCLIB00
037846     MOVE DROP-UPTO TO RL-KEPT.                                   SRCLIB00
037847     MOVE MB-DROP-GENS (MX) TO RL-DROP.                           SRCLIB00
037848     MOVE MB-RECS (MX) TO RL-RECS.                                SRCLIB00
037849     MOVE MB-DROP-RECS (MX) TO RL-FREED.                          SRCLIB00
037850     MOVE SPACES TO RL-OVR.                                       SRCLIB00
037851     MOVE 0 TO RL-OKEEP.                                          SRCLIB00
037852     IF MB-HOLD (MX) = "H"                                        SRCLIB00
037853         MOVE "KEEP " TO RL-OVR                                   SRCLIB00
037854         MOVE MB-KEEP (MX) TO RL-OKEEP.                           SRCLIB00
037855     IF MB-HOLD (MX) = "H"                                        SRCLIB00
037856         IF MB-KEEP (MX) = 0 MOVE "ALL  " TO RL-OVR.              SRCLIB00
037857     WRITE REPORT-REC FROM REORG-LINE.                            SRCLIB00
037858 775X.   EXIT.                                                    SRCLIB00
037859 800-WHERE-COPIED.                                                SRCLIB00
037860     NOTE  THE REORGANIZATION SCAN TABLES EVERY GENERATION IN     SRCLIB00
037861         LIBRARY ORDER, SO ON THE SECOND PASS THE NTH *MEMBER     SRCLIB00
037862         RECORD IS GENERATION ENTRY N AND IS THE LATEST WHEN ITS  SRCLIB00
037863         ORDINAL EQUALS THE GENERATIONS OF ITS MEMBER.            SRCLIB00
037864     MOVE 0 TO KEEP-GENS.                                         SRCLIB00
037865     PERFORM 710-LIB-SCAN THRU 710X.                              SRCLIB00
037866     IF OVER-SW = 1                                               SRCLIB00
037867         DISPLAY "LIBRARY TOO LARGE TO REPORT - LIMITS ARE"       SRCLIB00
037868         DISPLAY "500 MEMBERS AND 2000 GENERATIONS"               SRCLIB00
037869         MOVE "ABORT   " TO AU-RESULT                             SRCLIB00
037870         PERFORM 955-AUDIT-END                                    SRCLIB00
037871         STOP RUN.                                                SRCLIB00
037872     MOVE 0 TO GX.                                                SRCLIB00
037873     MOVE 0 TO SCAN-SW.                                           SRCLIB00
037874     OPEN INPUT SRC-LIBRARY.                                      SRCLIB00
037875 810-WHERE-READ.                                                  SRCLIB00
037876     READ SRC-LIBRARY AT END GO TO 818-WHERE-DONE.                SRCLIB00
037877     IF LB-TAG = "*MEMBER " PERFORM 812-WHERE-GEN THRU 812X       SRCLIB00
037878         GO TO 810-WHERE-READ.                                    SRCLIB00
037879     IF LB-TAG = "*ENDMBR " MOVE 0 TO SCAN-SW                     SRCLIB00
037880         GO TO 810-WHERE-READ.                                    SRCLIB00
037881     IF SCAN-SW = 0 GO TO 810-WHERE-READ.                         SRCLIB00
037882     MOVE LIB-REC TO CPY-CARD.                                    SRCLIB00
037883     PERFORM 880-COPY-LOOK THRU 880X.                             SRCLIB00
037884     IF CPY-NAME = SPACES GO TO 810-WHERE-READ.                   SRCLIB00
037885     PERFORM 820-WHERE-ADD THRU 820X.                             SRCLIB00
037886     GO TO 810-WHERE-READ.                                        SRCLIB00
037887 812-WHERE-GEN.                                                   SRCLIB00
037888     ADD 1 TO GX.                                                 SRCLIB00
037889     MOVE 0 TO SCAN-SW.                                           SRCLIB00
037890     MOVE GN-MEMBER (GX) TO MX.                                   SRCLIB00
037891     IF GN-ORD (GX) NOT = MB-GENS (MX) GO TO 812X.                SRCLIB00
037892     IF MB-CLASS (MX) = "C" GO TO 812X.                           SRCLIB00
037893     MOVE 1 TO SCAN-SW.                                           SRCLIB00
037894     MOVE LB-MEMBER TO SCAN-MEMBER.                               SRCLIB00
037895 812X.   EXIT.                                                    SRCLIB00
037896 818-WHERE-DONE.                                                  SRCLIB00
037897     CLOSE SRC-LIBRARY.                                           SRCLIB00
037898     IF WU-OVER-SW = 1                                            SRCLIB00
037899         DISPLAY "MORE THAN 2000 COPY STATEMENTS - "              SRCLIB00
037900             "REPORT INCOMPLETE".                                 SRCLIB00
037901     OPEN OUTPUT REPORT-FILE.                                     SRCLIB00
037902     WRITE REPORT-REC FROM WHERE-TITLE BEFORE ADVANCING 2 LINES.  SRCLIB00
037903     WRITE REPORT-REC FROM WHERE-HEAD BEFORE ADVANCING 2 LINES.   SRCLIB00
037904     PERFORM 830-WHERE-MEMBER THRU 830X                           SRCLIB00
037905         VARYING MX FROM 1 BY 1 UNTIL MX IS GREATER THAN MB-CNT.  SRCLIB00
037906     MOVE 0 TO WU-LINES.                                          SRCLIB00
037907     PERFORM 840-WHERE-UNRES THRU 840X                            SRCLIB00
037908         VARYING WX FROM 1 BY 1 UNTIL WX IS GREATER THAN WU-CNT.  SRCLIB00
037909     CLOSE REPORT-FILE.                                           SRCLIB00
037910     DISPLAY "COPY STATEMENTS FOUND " WU-CNT.                     SRCLIB00
037911     MOVE "OK      " TO AU-RESULT.                                SRCLIB00
037912     PERFORM 955-AUDIT-END.                                       SRCLIB00
037913     STOP RUN.                                                    SRCLIB00
037914 820-WHERE-ADD.                                                   SRCLIB00
037915     NOTE  A PROGRAM COPYING THE SAME MEMBER TWICE IS LISTED ONCE.SRCLIB00
037916     MOVE 0 TO WU-HIT.                                            SRCLIB00
037917     PERFORM 822-WHERE-FIND VARYING WX FROM 1 BY 1                SRCLIB00
037918         UNTIL WX IS GREATER THAN WU-CNT OR WU-HIT NOT = 0.       SRCLIB00
037919     IF WU-HIT NOT = 0 GO TO 820X.                                SRCLIB00
037920     IF WU-CNT NOT LESS THAN 2000 MOVE 1 TO WU-OVER-SW GO TO 820X.SRCLIB00
037921     ADD 1 TO WU-CNT.                                             SRCLIB00
037922     MOVE CPY-NAME TO WU-COPY (WU-CNT).                           SRCLIB00
037923     MOVE SCAN-MEMBER TO WU-PROG (WU-CNT).                        SRCLIB00
037924     MOVE SPACE TO WU-DONE (WU-CNT).                              SRCLIB00
037925 820X.   EXIT.                                                    SRCLIB00
037926 822-WHERE-FIND.                                                  SRCLIB00
037927     IF WU-COPY (WX) = CPY-NAME                                   SRCLIB00
037928         IF WU-PROG (WX) = SCAN-MEMBER MOVE WX TO WU-HIT.         SRCLIB00
037929 830-WHERE-MEMBER.                                                SRCLIB00
037930     IF MB-CLASS (MX) NOT = "C" GO TO 830X.                       SRCLIB00
037931     MOVE MB-MEMBER (MX) TO WL-COPY.                              SRCLIB00
037932     MOVE 0 TO WU-LINES.                                          SRCLIB00
037933     PERFORM 835-WHERE-PROG THRU 835X                             SRCLIB00
037934         VARYING WX FROM 1 BY 1 UNTIL WX IS GREATER THAN WU-CNT.  SRCLIB00
037935     IF WU-LINES = 0                                              SRCLIB00
037936         MOVE "NOT COPIED BY ANY PROGRAM" TO WL-PROG              SRCLIB00
037937         WRITE REPORT-REC FROM WHERE-LINE.                        SRCLIB00
037938     MOVE SPACES TO REPORT-REC.                                   SRCLIB00
037939     WRITE REPORT-REC.                                            SRCLIB00
037940 830X.   EXIT.                                                    SRCLIB00
037941 835-WHERE-PROG.                                                  SRCLIB00
037942     IF WU-COPY (WX) NOT = MB-MEMBER (MX) GO TO 835X.             SRCLIB00
037943     MOVE WU-PROG (WX) TO WL-PROG.                                SRCLIB00
037944     WRITE REPORT-REC FROM WHERE-LINE.                            SRCLIB00
037945     MOVE SPACES TO WL-COPY.                                      SRCLIB00
037946     MOVE "Y" TO WU-DONE (WX).                                    SRCLIB00
037947     ADD 1 TO WU-LINES.                                           SRCLIB00
037948 835X.   EXIT.                                                    SRCLIB00
037949 840-WHERE-UNRES.                                                 SRCLIB00
037950     IF WU-DONE (WX) = "Y" GO TO 840X.                            SRCLIB00
037951     IF WU-LINES = 0                                              SRCLIB00
037952         WRITE REPORT-REC FROM WHERE-UNRES                        SRCLIB00
037953             BEFORE ADVANCING 2 LINES.                            SRCLIB00
037954     ADD 1 TO WU-LINES.                                           SRCLIB00
037955     MOVE WU-COPY (WX) TO WL-COPY.                                SRCLIB00
037956     MOVE WU-PROG (WX) TO WL-PROG.                                SRCLIB00
037957     WRITE REPORT-REC FROM WHERE-LINE.                            SRCLIB00
037958 840X.   EXIT.                                                    SRCLIB00
037959 880-COPY-LOOK.                                                   SRCLIB00
037960     NOTE  A COPY STATEMENT IS A CARD WHOSE FIRST WORD IS COPY -  SRCLIB00
037961         THE NEXT WORD, LESS ANY PERIOD, IS THE MEMBER NAMED.     SRCLIB00
037962     MOVE SPACES TO CPY-NAME.                                     SRCLIB00
037963     IF CPY-CH (7) NOT = SPACE GO TO 880X.                        SRCLIB00
037964     MOVE 7 TO CPX.                                               SRCLIB00
037965     PERFORM 884-TAKE-WORD THRU 884X.                             SRCLIB00
037966     IF CPY-WORD NOT = "COPY" GO TO 880X.                         SRCLIB00
037967     PERFORM 884-TAKE-WORD THRU 884X.                             SRCLIB00
037968     MOVE CPY-WORD TO CPY-NAME.                                   SRCLIB00
037969 880X.   EXIT.                                                    SRCLIB00
037970 884-TAKE-WORD.                                                   SRCLIB00
037971     MOVE SPACES TO CPY-WORD.                                     SRCLIB00
037972     MOVE 0 TO CPW.                                               SRCLIB00
037973 885-SKIP.                                                        SRCLIB00
037974     ADD 1 TO CPX.                                                SRCLIB00
037975     IF CPX IS GREATER THAN 72 GO TO 884X.                        SRCLIB00
037976     IF CPY-CH (CPX) = SPACE GO TO 885-SKIP.                      SRCLIB00
037977 886-COLLECT.                                                     SRCLIB00
037978     IF CPY-CH (CPX) = "." GO TO 884X.                            SRCLIB00
037979     IF CPW LESS THAN 20 ADD 1 TO CPW                             SRCLIB00
037980         MOVE CPY-CH (CPX) TO CPY-WCH (CPW).                      SRCLIB00
037981     ADD 1 TO CPX.                                                SRCLIB00
037982     IF CPX IS GREATER THAN 72 GO TO 884X.                        SRCLIB00
037983     IF CPY-CH (CPX) NOT = SPACE GO TO 886-COLLECT.               SRCLIB00
037984 884X.   EXIT.                                                    SRCLIB00
037985 950-AUDIT-START.                                                 SRCLIB00
037986     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     SRCLIB00
037987     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
038000     MOVE "START   " TO AU-EVENT.                                 SRCLIB00
038100     MOVE SPACES TO AU-RESULT.                                    SRCLIB00
038200     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
041200     ADD 1 TO AU-NEXT.                                            SRCLIB00
041300     GO TO 980-AUDIT-SKIP.                                        SRCLIB00
041400 985-AUDIT-FREE.                                                  SRCLIB00
041410     MOVE 1 TO AU-KEY.                                            SRCLIB00
041420     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       SRCLIB00
041430     MOVE 0 TO AU-HASH.                                           SRCLIB00
041440     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  SRCLIB00
041500     MOVE AU-NEXT TO AU-KEY.                                      SRCLIB00
041600     MOVE AU-SAVE-REC TO AUDIT-REC.                               SRCLIB00
041610     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                SRCLIB00
041700 990-AUDIT-PUT.                                                   SRCLIB00
041800     WRITE AUDIT-REC INVALID KEY                                  SRCLIB00
041900         DISPLAY "AUDIT TRAIL FULL".                              SRCLIB00
042100     MOVE 1 TO AU-KEY.                                            SRCLIB00
042200     MOVE SPACES TO AUDIT-REC.                                    SRCLIB00
042300     MOVE AU-NEXT TO AC-NEXT-SLOT.                                SRCLIB00
042310     MOVE AU-HASH TO AC-HASH.                                     SRCLIB00
042400     WRITE AUDIT-REC INVALID KEY                                  SRCLIB00
042500         DISPLAY "AUDIT CONTROL ERROR".                           SRCLIB00
042600     MOVE AU-SAVE-REC TO AUDIT-REC.                               SRCLIB00
042700     CLOSE AUDIT-TRAIL.                                           SRCLIB00
042701 991-AUDIT-HASH.                                                  SRCLIB00
042702     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        SRCLIB00
042703         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     SRCLIB00
042704         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     SRCLIB00
042705         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         SRCLIB00
042706         REMOVED AFTER IT WAS WRITTEN.                            SRCLIB00
042707     MOVE AUDIT-REC TO AU-HASH-REC.                               SRCLIB00
042708     MOVE 0 TO AU-REC-SUM.                                        SRCLIB00
042709     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        SRCLIB00
042710         UNTIL AU-CX IS GREATER THAN 44.                          SRCLIB00
042711     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       SRCLIB00
042712         MOD 999999937.                                           SRCLIB00
042713     GO TO 994-AUDIT-HASH-X.                                      SRCLIB00
042714 992-AUDIT-HASH-CHAR.                                             SRCLIB00
042715     MOVE 49 TO AU-CODE.                                          SRCLIB00
042716     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        SRCLIB00
042717         UNTIL AU-TX IS GREATER THAN 48.                          SRCLIB00
042718     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           SRCLIB00
042719 993-AUDIT-HASH-LOOK.                                             SRCLIB00
042720     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    SRCLIB00
042721 994-AUDIT-HASH-X.                                                SRCLIB00
042722     EXIT.                                                        SRCLIB00
042800 940-AUTH-CHECK.                                                  SRCLIB00
042900     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         SRCLIB00
043000         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           SRCLIB00
044000 941-AUTH-READ.                                                   SRCLIB00
044100     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   SRCLIB00
044200     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         SRCLIB00
044300     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                SRCLIB00
044500     GO TO 941-AUTH-READ.                                         SRCLIB00
044600 943-AUTH-DONE.                                                   SRCLIB00
044700     CLOSE AUTH-FILE.                                             SRCLIB00
045400     STOP RUN.                                                    SRCLIB00
045500 945-AUTH-X.                                                      SRCLIB00
045600     EXIT.                                                        SRCLIB00
045601 946-AUTH-GRANT.                                                  SRCLIB00
045602     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          SRCLIB00
045603         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         SRCLIB00
045604         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            SRCLIB00
045605         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                SRCLIB00
045606     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            SRCLIB00
045607     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            SRCLIB00
045608         + AUTH-DATE-IN DIV 100.                                  SRCLIB00
045609     IF RA-EXPIRES NUMERIC                                        SRCLIB00
045610         IF RA-EXPIRES NOT = 0                                    SRCLIB00
045611             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                SRCLIB00
045612                 GO TO 947-AUTH-GRANT-X.                          SRCLIB00
045613     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             SRCLIB00
045614     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             SRCLIB00
045615 947-AUTH-GRANT-X.                                                SRCLIB00
045616     EXIT.                                                        SRCLIB00
045617 930-OPER-SIGNON.                                                 SRCLIB00
045618     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      SRCLIB00
045619         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       SRCLIB00
045620         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          SRCLIB00
045621         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       SRCLIB00
045622         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           SRCLIB00
045623         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         SRCLIB00
045624         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                SRCLIB00
045625     MOVE 0 TO OPER-TRIES.                                        SRCLIB00
045626 931-OPER-ASK.                                                    SRCLIB00
045627     ADD 1 TO OPER-TRIES.                                         SRCLIB00
045628     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            SRCLIB00
045629     ACCEPT OPERATOR-CODE.                                        SRCLIB00
045630     MOVE OPERATOR-CODE TO AU-OPERATOR.                           SRCLIB00
045631     MOVE 0 TO OPER-OK-SW.                                        SRCLIB00
045632     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               SRCLIB00
045633     OPEN INPUT OPER-FILE.                                        SRCLIB00
045634     IF OPER-FILE-STATUS NOT = "00"                               SRCLIB00
045635         MOVE 1 TO OPER-OK-SW                                     SRCLIB00
045636         GO TO 933-OPER-DONE.                                     SRCLIB00
045637 932-OPER-READ.                                                   SRCLIB00
045638     READ OPER-FILE AT END                                        SRCLIB00
045639         CLOSE OPER-FILE                                          SRCLIB00
045640         GO TO 933-OPER-DONE.                                     SRCLIB00
045641     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          SRCLIB00
045642     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 SRCLIB00
045643     GO TO 932-OPER-READ.                                         SRCLIB00
045644 933-OPER-DONE.                                                   SRCLIB00
045645     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       SRCLIB00
045646     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           SRCLIB00
045647     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             SRCLIB00
045648     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             SRCLIB00
045649     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
045650     MOVE "SIGNFAIL" TO AU-EVENT.                                 SRCLIB00
045651     MOVE "REFUSED " TO AU-RESULT.                                SRCLIB00
045652     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
045653     STOP RUN.                                                    SRCLIB00
045654 934-OPER-AUTH.                                                   SRCLIB00
045655     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      SRCLIB00
045656 935-OPER-X.                                                      SRCLIB00
045657     EXIT.                                                        SRCLIB00
045658 VOLCAT-PUT.                                                      SRCLIB00
045659     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         SRCLIB00
045660         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         SRCLIB00
045661         PROGRAM, DATE, SAVE FACTOR, VAULT CLASS) - AN EARLIER    SRCLIB00
045662         ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOL AND    SRCLIB00
045663         HANDS ON ITS RACK LOCATION.                              SRCLIB00
045664     OPEN I-O VOL-CATALOG.                                        SRCLIB00
045665 VOLCAT-SKIP.                                                     SRCLIB00
045666     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  SRCLIB00
045667     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          SRCLIB00
045668     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               SRCLIB00
045669     IF VC-POOL = "P"                                             SRCLIB00
045670         MOVE SPACE TO VC-POOL                                    SRCLIB00
045671         REWRITE VC-REC.                                          SRCLIB00
045672     GO TO VOLCAT-SKIP.                                           SRCLIB00
045673 VOLCAT-WRITE.                                                    SRCLIB00
045674     MOVE SPACES TO VC-REC.                                       SRCLIB00
045675     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             SRCLIB00
045676     MOVE VOL-FILE-ID TO VC-FILE-ID.                              SRCLIB00
045677     MOVE VOL-PROGRAM TO VC-PROGRAM.                              SRCLIB00
045678     MOVE TODAYS-DATE TO VC-DATE.                                 SRCLIB00
045679     MOVE VOL-SAVE TO VC-SAVE.                                    SRCLIB00
045680     MOVE VOL-RACK TO VC-RACK.                                    SRCLIB00
045681     MOVE "R" TO VC-LOC.                                          SRCLIB00
045682     MOVE VOL-CLASS TO VC-CLASS.                                  SRCLIB00
045683     WRITE VC-REC.                                                SRCLIB00
045684     CLOSE VOL-CATALOG.                                           SRCLIB00
045685 VOLCAT-X.                                                        SRCLIB00
045686     EXIT.                                                        SRCLIB00
045687 VOLCAT-SERIAL.                                                   SRCLIB00
045688     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -SRCLIB00
045689         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     SRCLIB00
045690         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          SRCLIB00
045691     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      SRCLIB00
045692     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    SRCLIB00
045693     DISPLAY "SCRATCH POOL EMPTY".                                SRCLIB00
045694 VOLCAT-SERIAL-ASK.                                               SRCLIB00
045695     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           SRCLIB00
045696     " CATALOGED)".                                               SRCLIB00
045697     ACCEPT VOL-SERIAL-IN.                                        SRCLIB00
045698     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    SRCLIB00
045699     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                SRCLIB00
045700 VOLCAT-SERIAL-X.                                                 SRCLIB00
045701     EXIT.                                                        SRCLIB00
045702 VOLCAT-DRAW.                                                     SRCLIB00
045703     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATSRCLIB00
045704         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       SRCLIB00
045705         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   SRCLIB00
045706     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       SRCLIB00
045707     MOVE 0 TO VOL-POOL-SW.                                       SRCLIB00
045708     OPEN I-O VOL-CATALOG.                                        SRCLIB00
045709 VOLCAT-DRAW-READ.                                                SRCLIB00
045710     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               SRCLIB00
045711     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 SRCLIB00
045712     MOVE SPACE TO VC-POOL.                                       SRCLIB00
045713     REWRITE VC-REC.                                              SRCLIB00
045714     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             SRCLIB00
045715     MOVE VC-RACK TO VOL-RACK.                                    SRCLIB00
045716     MOVE 1 TO VOL-POOL-SW.                                       SRCLIB00
045717     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    SRCLIB00
045718         VOL-RACK.                                                SRCLIB00
045719 VOLCAT-DRAW-END.                                                 SRCLIB00
045720     CLOSE VOL-CATALOG.                                           SRCLIB00
045721 VOLCAT-DRAW-X.                                                   SRCLIB00
045722     EXIT.                                                        SRCLIB00
045723 VOLCAT-CHECK.                                                    SRCLIB00
045724     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      SRCLIB00
045725         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  SRCLIB00
045726         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       SRCLIB00
045727     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         SRCLIB00
045728     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              SRCLIB00
045729     OPEN INPUT VOL-CATALOG.                                      SRCLIB00
045730 VOLCAT-CHECK-READ.                                               SRCLIB00
045731     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              SRCLIB00
045732     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    SRCLIB00
045733     MOVE 1 TO VOL-HOLD-SW.                                       SRCLIB00
045734     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            SRCLIB00
045735     MOVE VC-DATE TO VOL-HOLD-DATE.                               SRCLIB00
045736     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               SRCLIB00
045737     MOVE VC-POOL TO VOL-HOLD-POOL.                               SRCLIB00
045738     GO TO VOLCAT-CHECK-READ.                                     SRCLIB00
045739 VOLCAT-CHECK-END.                                                SRCLIB00
045740     CLOSE VOL-CATALOG.                                           SRCLIB00
045741     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    SRCLIB00
045742         GO TO VOLCAT-CHECK-X.                                    SRCLIB00
045743     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           SRCLIB00
045744     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      SRCLIB00
045745         + VOL-DW-DD.                                             SRCLIB00
045746     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         SRCLIB00
045747     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        SRCLIB00
045748         + VOL-DW-DD + VOL-HOLD-SAVE.                             SRCLIB00
045749     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   SRCLIB00
045750         GO TO VOLCAT-CHECK-X.                                    SRCLIB00
045751     PERFORM VOLCAT-EXPIRY.                                       SRCLIB00
045752     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        SRCLIB00
045753         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     SRCLIB00
045754     MOVE 1 TO VOL-REFUSE-SW.                                     SRCLIB00
045755 VOLCAT-CHECK-X.                                                  SRCLIB00
045756     EXIT.                                                        SRCLIB00
045757 VOLCAT-EXPIRY.                                                   SRCLIB00
045758     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     SRCLIB00
045759         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   SRCLIB00
045760     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       SRCLIB00
045761         + VOL-HOLD-SAVE.                                         SRCLIB00
045762     MOVE VOL-DW-YY TO VOL-YY.                                    SRCLIB00
045763     PERFORM VOLCAT-EXP-YEAR                                      SRCLIB00
045764         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   SRCLIB00
045765     MOVE 1 TO VOL-MM.                                            SRCLIB00
045766     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          SRCLIB00
045767         UNTIL VOL-MX IS GREATER THAN 12.                         SRCLIB00
045768     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         SRCLIB00
045769         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      SRCLIB00
045770     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            SRCLIB00
045771 VOLCAT-EXP-YEAR.                                                 SRCLIB00
045772     SUBTRACT 365 FROM VOL-DOY.                                   SRCLIB00
045773     ADD 1 TO VOL-YY.                                             SRCLIB00
045774 VOLCAT-EXP-MONTH.                                                SRCLIB00
045775     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             SRCLIB00
045776         MOVE VOL-MX TO VOL-MM.                                   SRCLIB00
045786 BATCH-TAKE.                                                      SRCLIB00
045796     NOTE  A DECK MAY BE HEADED BY A $BATCH CONTROL CARD - COLS   SRCLIB00
045806         1-6 $BATCH, 8-13 BATCH NUMBER, 15-20 NUMBER OF CARDS     SRCLIB00
045816         THAT FOLLOW IT (END-OF-JOB CARD INCLUDED), 22-23 FIRST   SRCLIB00
045826         HASH COLUMN, 25 HASH LENGTH 1 TO 8, 27-38 EXPECTED HASH  SRCLIB00
045836         TOTAL, 40-59 SUBMITTER.  EVERY CARD AFTER THE HEADER IS  SRCLIB00
045846         COUNTED AND THE VALUE OF ITS HASH FIELD ADDED IN (A      SRCLIB00
045856         NON-DIGIT COUNTS AS ZERO).  BATCH-SKIP TELLS THE CALLER  SRCLIB00
045866         TO READ PAST THE HEADER.                                 SRCLIB00
045876     MOVE 0 TO BATCH-SKIP.                                        SRCLIB00
045886     IF BATCH-FIRST = 0 GO TO BATCH-ADD.                          SRCLIB00
045896     MOVE 0 TO BATCH-FIRST.                                       SRCLIB00
045906     MOVE BATCH-CARD TO BATCH-HDR.                                SRCLIB00
045916     IF BH-TAG NOT = "$BATCH" GO TO BATCH-TAKE-X.                 SRCLIB00
045926     MOVE 1 TO BATCH-SW BATCH-SKIP.                               SRCLIB00
045936     IF BH-COUNT NOT NUMERIC OR BH-FROM NOT NUMERIC               SRCLIB00
045946         OR BH-LEN NOT NUMERIC OR BH-HASH NOT NUMERIC             SRCLIB00
045956         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                  SRCLIB00
045966     IF BH-FROM = 0 OR BH-LEN = 0 OR BH-LEN IS GREATER THAN 8     SRCLIB00
045976         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                  SRCLIB00
045986     COMPUTE BATCH-TO = BH-FROM + BH-LEN - 1.                     SRCLIB00
045996     IF BATCH-TO IS GREATER THAN 80 MOVE 2 TO BATCH-SW.           SRCLIB00
046006     GO TO BATCH-TAKE-X.                                          SRCLIB00
046016 BATCH-ADD.                                                       SRCLIB00
046026     IF BATCH-SW = 0 GO TO BATCH-TAKE-X.                          SRCLIB00
046036     ADD 1 TO BATCH-COUNT.                                        SRCLIB00
046046     IF BATCH-SW NOT = 1 GO TO BATCH-TAKE-X.                      SRCLIB00
046056     MOVE 0 TO BATCH-VALUE.                                       SRCLIB00
046066     PERFORM BATCH-DIGIT-ADD VARYING BATCH-CX FROM BH-FROM BY 1   SRCLIB00
046076         UNTIL BATCH-CX IS GREATER THAN BATCH-TO.                 SRCLIB00
046086     ADD BATCH-VALUE TO BATCH-HASH.                               SRCLIB00
046096     GO TO BATCH-TAKE-X.                                          SRCLIB00
046106 BATCH-DIGIT-ADD.                                                 SRCLIB00
046116     MOVE 0 TO BATCH-DIGIT.                                       SRCLIB00
046126     IF BATCH-CH (BATCH-CX) IS NUMERIC                            SRCLIB00
046136         MOVE BATCH-CH (BATCH-CX) TO BATCH-DIGIT.                 SRCLIB00
046146     COMPUTE BATCH-VALUE = BATCH-VALUE * 10 + BATCH-DIGIT.        SRCLIB00
046156 BATCH-TAKE-X.                                                    SRCLIB00
046166     EXIT.                                                        SRCLIB00
046176 BATCH-CHECK.                                                     SRCLIB00
046186     NOTE  RUN ONCE THE WHOLE DECK HAS BEEN READ.  A DECK WITH NO SRCLIB00
046196         HEADER IS TAKEN AS BEFORE.  A BALANCED BATCH IS NOTED ON SRCLIB00
046206         THE LISTING; ONE OUT OF BALANCE, OR WITH AN INVALID      SRCLIB00
046216         HEADER, IS FLAGGED AND THE OPERATOR DECIDES WHETHER TO   SRCLIB00
046226         REFUSE IT - BATCH-DISP COMES BACK R IF IT IS REFUSED.    SRCLIB00
046236         EITHER WAY THE BATCH IS RECORDED IN BATCHREG.            SRCLIB00
046246     MOVE "A" TO BATCH-DISP.                                      SRCLIB00
046256     IF BATCH-SW = 0 GO TO BATCH-CHECK-X.                         SRCLIB00
046266     OPEN OUTPUT REPORT-FILE.                                     SRCLIB00
046276     MOVE BH-BATCH TO BL-BATCH BM-BATCH.                          SRCLIB00
046286     MOVE BH-SUBMIT TO BL-SUBMIT.                                 SRCLIB00
046296     MOVE 0 TO BL-EXP-CNT BL-FROM BL-TO BL-EXP-HASH.              SRCLIB00
046306     MOVE BATCH-COUNT TO BL-ACT-CNT.                              SRCLIB00
046316     MOVE BATCH-HASH TO BL-ACT-HASH.                              SRCLIB00
046326     MOVE SPACES TO BL-FLAG BL-FLAG2.                             SRCLIB00
046336     IF BATCH-SW = 2                                              SRCLIB00
046346         MOVE "I" TO BATCH-STATUS                                 SRCLIB00
046356         MOVE "HEADER INVALID" TO BL-STATE                        SRCLIB00
046366         GO TO BATCH-OUT.                                         SRCLIB00
046376     MOVE BH-COUNT TO BL-EXP-CNT.                                 SRCLIB00
046386     MOVE BH-FROM TO BL-FROM.                                     SRCLIB00
046396     MOVE BATCH-TO TO BL-TO.                                      SRCLIB00
046406     MOVE BH-HASH TO BL-EXP-HASH.                                 SRCLIB00
046416     MOVE "B" TO BATCH-STATUS.                                    SRCLIB00
046426     IF BATCH-COUNT NOT = BH-COUNT MOVE "C" TO BATCH-STATUS.      SRCLIB00
046436     IF BATCH-HASH NOT = BH-HASH                                  SRCLIB00
046446         IF BATCH-STATUS = "C" MOVE "X" TO BATCH-STATUS           SRCLIB00
046456         ELSE MOVE "H" TO BATCH-STATUS.                           SRCLIB00
046466     IF BATCH-STATUS NOT = "B"                                    SRCLIB00
046476         MOVE "OUT OF BALANCE" TO BL-STATE  GO TO BATCH-OUT.      SRCLIB00
046486     MOVE "IN BALANCE" TO BL-STATE.                               SRCLIB00
046496     WRITE REPORT-REC FROM BATCH-LINE-A.                          SRCLIB00
046506     WRITE REPORT-REC FROM BATCH-LINE-B.                          SRCLIB00
046516     WRITE REPORT-REC FROM BATCH-LINE-C.                          SRCLIB00
046526     MOVE "BALANCED" TO AU-RESULT.                                SRCLIB00
046536     GO TO BATCH-REGISTER.                                        SRCLIB00
046546 BATCH-OUT.                                                       SRCLIB00
046556     MOVE "*** " TO BL-FLAG.  MOVE " ***" TO BL-FLAG2.            SRCLIB00
046566     MOVE BL-STATE TO BM-STATE.                                   SRCLIB00
046576     DISPLAY "BATCH " BH-BATCH " " BL-STATE.                      SRCLIB00
046586     DISPLAY "CARDS EXPECTED " BL-EXP-CNT " READ " BL-ACT-CNT.    SRCLIB00
046596     DISPLAY "HASH EXPECTED " BL-EXP-HASH " READ " BL-ACT-HASH.   SRCLIB00
046606     MOVE "R" TO BATCH-DISP.                                      SRCLIB00
046616     DISPLAY "REPLY Y TO REFUSE THE DECK, N TO ACCEPT IT".        SRCLIB00
046626     ACCEPT BATCH-REPLY.                                          SRCLIB00
046636     MOVE "DECK REFUSED BY OPERATOR - LIBRARY UNCHANGED"          SRCLIB00
046646         TO BL-TEXT.                                              SRCLIB00
046656     IF BATCH-REPLY = "N"                                         SRCLIB00
046666         MOVE "A" TO BATCH-DISP                                   SRCLIB00
046676         MOVE "DECK ACCEPTED BY THE OPERATOR" TO BL-TEXT.         SRCLIB00
046686 BATCH-OUT-PRINT.                                                 SRCLIB00
046696     WRITE REPORT-REC FROM BATCH-STARS.                           SRCLIB00
046706     WRITE REPORT-REC FROM BATCH-LINE-A.                          SRCLIB00
046716     WRITE REPORT-REC FROM BATCH-LINE-B.                          SRCLIB00
046726     WRITE REPORT-REC FROM BATCH-LINE-C.                          SRCLIB00
046736     WRITE REPORT-REC FROM BATCH-LINE-D.                          SRCLIB00
046746     WRITE REPORT-REC FROM BATCH-STARS.                           SRCLIB00
046756     MOVE "REFUSED " TO BM-DISP AU-RESULT.                        SRCLIB00
046766     IF BATCH-DISP = "A" MOVE "ACCEPTED" TO BM-DISP AU-RESULT.    SRCLIB00
046776     MOVE BATCH-MSG TO MSG-TEXT-WORK.                             SRCLIB00
046786 BATCH-JOURNAL.                                                   SRCLIB00
046796     OPEN I-O OPS-MSG.                                            SRCLIB00
046806 BATCH-JOURNAL-SKIP.                                              SRCLIB00
046816     READ OPS-MSG AT END GO TO BATCH-JOURNAL-PUT.                 SRCLIB00
046826     GO TO BATCH-JOURNAL-SKIP.                                    SRCLIB00
046836 BATCH-JOURNAL-PUT.                                               SRCLIB00
046846     MOVE SPACES TO MSG-REC.                                      SRCLIB00
046856     MOVE AU-PROGRAM TO MSG-PROGRAM.                              SRCLIB00
046866     MOVE TODAYS-DATE TO MSG-DATE.                                SRCLIB00
046876     COMPUTE AU-TIME-HOLD = DATA (1).                             SRCLIB00
046886     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     SRCLIB00
046896     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            SRCLIB00
046906     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                      SRCLIB00
046916     MOVE MSG-TEXT-WORK TO MSG-TEXT.                              SRCLIB00
046926     MOVE OPERATOR-CODE TO MSG-OPERATOR.                          SRCLIB00
046936     WRITE MSG-REC.                                               SRCLIB00
046946     CLOSE OPS-MSG.                                               SRCLIB00
046956 BATCH-REGISTER.                                                  SRCLIB00
046966     NOTE  BATCHREG HOLDS ONE CARD PER BATCH RECEIVED - COLS 1-6  SRCLIB00
046976         DATE, 8-11 TIME, 13-20 PROGRAM, 22-27 BATCH, 29-48       SRCLIB00
046986         SUBMITTER, 50-55 CARDS EXPECTED, 57-62 CARDS READ, 64    SRCLIB00
046996         STATUS (B BALANCED, C COUNT OUT, H HASH OUT, X BOTH, I   SRCLIB00
047006         HEADER INVALID), 66 A ACCEPTED OR R REFUSED, 68-70       SRCLIB00
047016         OPERATOR, 72-78 RUN ID.  IT IS CREATED ON FIRST USE.     SRCLIB00
047026     OPEN I-O BATCH-REG.                                          SRCLIB00
047036     IF BREG-FILE-STATUS NOT = "00"                               SRCLIB00
047046         OPEN OUTPUT BATCH-REG  GO TO BATCH-REG-PUT.              SRCLIB00
047056 BATCH-REG-SKIP.                                                  SRCLIB00
047066     READ BATCH-REG AT END GO TO BATCH-REG-PUT.                   SRCLIB00
047076     GO TO BATCH-REG-SKIP.                                        SRCLIB00
047086 BATCH-REG-PUT.                                                   SRCLIB00
047096     MOVE SPACES TO BR-REC.                                       SRCLIB00
047106     MOVE TODAYS-DATE TO BR-DATE.                                 SRCLIB00
047116     COMPUTE AU-TIME-HOLD = DATA (1).                             SRCLIB00
047126     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     SRCLIB00
047136     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            SRCLIB00
047146     COMPUTE BR-TIME = AU-HH * 100 + AU-MM.                       SRCLIB00
047156     MOVE AU-PROGRAM TO BR-PROGRAM.                               SRCLIB00
047166     MOVE BH-BATCH TO BR-BATCH.                                   SRCLIB00
047176     MOVE BH-SUBMIT TO BR-SUBMIT.                                 SRCLIB00
047186     MOVE 0 TO BR-EXP-CNT.                                        SRCLIB00
047196     IF BATCH-SW = 1 MOVE BH-COUNT TO BR-EXP-CNT.                 SRCLIB00
047206     MOVE BATCH-COUNT TO BR-ACT-CNT.                              SRCLIB00
047216     MOVE BATCH-STATUS TO BR-STATUS.                              SRCLIB00
047226     MOVE BATCH-DISP TO BR-DISP.                                  SRCLIB00
047236     MOVE OPERATOR-CODE TO BR-OPERATOR.                           SRCLIB00
047246     MOVE RUN-ID-ENTRY TO BR-RUN-ID.                              SRCLIB00
047256     WRITE BR-REC.                                                SRCLIB00
047266     CLOSE BATCH-REG.                                             SRCLIB00
047276     MOVE TODAYS-DATE TO AU-DATE.                                 SRCLIB00
047286     MOVE "BATCH   " TO AU-EVENT.                                 SRCLIB00
047296     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SRCLIB00
047306 BATCH-CHECK-X.                                                   SRCLIB00
047316     EXIT.                                                        SRCLIB00
047326 END-OF-JOB.                                                      SRCLIB00
