002550   AND *I CONTROL CARDS KEYED TO SOLT-A SEQUENCE NUMBERS WITH THE       00
002560   SOLT-B TEXT CARDS BEHIND THEM - SO MAKE TAPE A MATCH TAPE B IS       00
002570   ONE SRCCOMP RUN FOLLOWED BY ONE U-MODE MAKESOLT RUN.                 00
002571                                                                        00
002572   EITHER SIDE MAY INSTEAD BE TAKEN STRAIGHT FROM THE DISK              00
002573   SOURCE LIBRARY SRCLIB - REPLY S TO THAT SIDES SOURCE QUESTION        00
002574   AND GIVE THE MEMBER NAME AND A GENERATION NUMBER (ZERO FOR           00
002575   THE LATEST). THE CARD IMAGES BETWEEN THAT                            00
002576   GENERATIONS *MEMBER AND *ENDMBR RECORDS ARE COMPARED WITH            00
002577   NO TAPE MOUNTED, SO TWO GENERATIONS OF ONE MEMBER CAN BE             00
002578   COMPARED DIRECTLY. THE MEMBER AND GENERATION USED ARE                00
002579   PRINTED ABOVE EACH PAGE HEADING AND LOGGED IN THE AUDIT              00
002580   TRAIL AS SRCMBR-A/SRCGEN-A (OR -B) EVENTS.                           00
002581                                                                        00
002582   A CHANGE REPORT MODE (REPLY Y TO THE FIRST QUESTION, BEFORE THE      00
002583   CORRECTION DECK ONE) TAKES A PERIOD AS TWO MMDDYY DATES AND          00
002584   LISTS EVERY CHGREQ CHANGE REQUEST ENTERED, APPROVED OR APPLIED       00
002585   IN IT. UNDER EACH REQUEST COME THE SRCLIB GENERATIONS WHOSE          00
002586   *MEMBER HEADER CARRIES ITS NUMBER, EACH COMPARED WITH THE            00
002587   GENERATION BEFORE IT EXACTLY AS TWO S REPLIES WOULD, AND THE         00
002588   SOLTINDX TAPES MAKESOLT STAMPED WITH IT. THE REPORT ENDS WITH        00
002589   EVERY REQUEST STILL APPROVED BUT NEVER APPLIED.                      00
002590                                                                        00
002591   A MERGE MODE (REPLY Y TO THE SECOND QUESTION) TAKES A COMMON         00
002592   BASE AS SOLT-A AND TWO VERSIONS CHANGED FROM IT IN PARALLEL -        00
002593   VERSION B AS SOLT-B AND VERSION C AS SOLT-C, A THIRD TAPE            00
002594   LABEL-EQUATED LIKE THE OTHER TWO - EACH FROM TAPE OR AS AN           00
002595   SRCLIB GENERATION. BOTH VERSIONS ARE COMPARED WITH THE BASE          00
002596   AND THE TWO SETS OF DIFFERENCES APPLIED TOGETHER. A BASE CARD        00
002597   CHANGED OR DELETED DIFFERENTLY ON THE TWO SIDES, OR DIFFERENT        00
002598   CARDS INSERTED AT ONE PLACE, IS A NUMBERED CONFLICT PRINTED          00
002599   WITH ITS BASE, VERSION B AND VERSION C TEXTS. A CONFLICT IS          00
002600   SETTLED BY A RESOLUTION CARD IN THE READER (FILE CARD) - THE         00
002601   CONFLICT NUMBER IN COLUMNS 1-4 AND IN COLUMNS 6-7 B OR C TO          00
002602   TAKE THAT VERSION, BC OR CB TO TAKE BOTH IN THAT ORDER, O TO         00
002603   KEEP THE BASE CARD OR D TO DROP IT, THE DECK ENDED BY AN             00
002604   END-OF-JOB CARD. WHILE ANY CONFLICT IS UNRESOLVED NOTHING IS         00
002605   WRITTEN - THE LISTING IS THE WORKSHEET FOR THE RESOLUTION            00
002606   DECK. ONCE ALL ARE RESOLVED THE MERGED SOURCE GOES TO THE            00
002607   CARD-IMAGE DISK FILE MERGED (ENDED BY END-OF-JOB) AND A U-MODE       00
002608   CORRECTION DECK AGAINST THE BASE TO CORRDECK. REPLY L AT THE         00
002609   OUTPUT QUESTION TO ALSO CHECK THE MERGED SOURCE INTO SRCLIB AS       00
002610   A NEW GENERATION - UNDER AN APPROVED CHANGE REQUEST AND THE          00
002611   STANDARDS GATE, TESTED BEFORE ANY COMPARING EXACTLY AS SRCLIB        00
002612   TESTS A CHECK-IN.                                                    00
002613                                                                        00
002700                                                                        00
002800 IDENTIFICATION DIVISION.                                         SRCCMP00
002900 PROGRAM-ID. SOLT SOURCE COMPARE "SRCCOMP".                       SRCCMP00
003000 DATE-COMPILED.                                                   SRCCMP00
003100 REMARKS. COMPARES TWO SOLT-FORMAT CARD-IMAGE INPUTS IGNORING     SRCCMP00
003200     THE SEQUENCE NUMBER COLUMNS AND PRINTS INSERTED, DELETED     SRCCMP00
003210     AND CHANGED LINES WITH BOTH SEQUENCE NUMBERS. EITHER SIDE    SRCCMP00
003220     MAY BE A GENERATION OF A MEMBER IN THE SRCLIB LIBRARY.       SRCCMP00
003230     A CHANGE REPORT MODE LISTS THE CHANGE REQUESTS OF A PERIOD   SRCCMP00
003240     WITH THE GENERATION DIFFERENCES EACH ONE APPLIED.            SRCCMP00
003250     A MERGE MODE APPLIES TWO PARALLEL SETS OF CHANGES TO A       SRCCMP00
003260     COMMON BASE, CONFLICTS BEING SETTLED BY RESOLUTION CARDS.    SRCCMP00
003400 ENVIRONMENT DIVISION.                                            SRCCMP00
003500 CONFIGURATION SECTION.                                           SRCCMP00
003600 SOURCE-COMPUTER. B-5500.                                         SRCCMP00
003900 FILE-CONTROL.                                                    SRCCMP00
004000     SELECT SOLT-A      ASSIGN TO TAPE.                           SRCCMP00
004100     SELECT SOLT-B      ASSIGN TO TAPE.                           SRCCMP00
004110     SELECT LIB-A       ASSIGN TO DISK.                           SRCCMP00
004120     SELECT LIB-B       ASSIGN TO DISK.                           SRCCMP00
004200     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SRCCMP00
004300     SELECT CORR-DECK   ASSIGN TO DISK.                           SRCCMP00
004301     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           SRCCMP00
004302     SELECT AUTH-FILE ASSIGN TO DISK                              SRCCMP00
004303         FILE STATUS IS AUTH-FILE-STATUS.                         SRCCMP00
004313     SELECT OPER-FILE ASSIGN TO DISK                              SRCCMP00
004323         FILE STATUS IS OPER-FILE-STATUS.                         SRCCMP00
004333     SELECT CHG-FILE ASSIGN TO DISK                               SRCCMP00
004343         FILE STATUS IS CHG-FILE-STATUS.                          SRCCMP00
004353     SELECT SOLT-INDEX ASSIGN TO DISK                             SRCCMP00
004363         FILE STATUS IS SI-FILE-STATUS.                           SRCCMP00
004364     SELECT SOLT-C      ASSIGN TO TAPE.                           SRCCMP00
004365     SELECT MERGE-FILE  ASSIGN TO DISK.                           SRCCMP00
004366     SELECT RESOLVE-CARDS ASSIGN TO CARD-READER.                  SRCCMP00
004367     SELECT STD-RULES   ASSIGN TO DISK                            SRCCMP00
004368         FILE STATUS IS RULE-FILE-STATUS.                         SRCCMP00
004369     SELECT STD-HIST    ASSIGN TO DISK                            SRCCMP00
004370         FILE STATUS IS HIST-FILE-STATUS.                         SRCCMP00
004400 DATA DIVISION.                                                   SRCCMP00
004500 FILE SECTION.                                                    SRCCMP00
004501 MD  OPER-FILE                                                    SRCCMP00
004502     ACCESS SEQUENTIAL                                            SRCCMP00
004503     BLOCK CONTAINS 1 RECORDS                                     SRCCMP00
004504     VALUE OF ID "OPROSTER"                                       SRCCMP00
004505     DATA RECORD OPER-REC.                                        SRCCMP00
004506 01  OPER-REC        SZ 80.                                       SRCCMP00
004507     05  OR-CODE         PC X(3).                                 SRCCMP00
004508     05  FILLER          SZ 1.                                    SRCCMP00
004509     05  OR-NAME         PC X(20).                                SRCCMP00
004510     05  FILLER          SZ 1.                                    SRCCMP00
004511     05  OR-STATUS       PC X.                                    SRCCMP00
004512     05  FILLER          SZ 54.                                   SRCCMP00
004513 MD  CHG-FILE                                                     SRCCMP00
004514     ACCESS SEQUENTIAL                                            SRCCMP00
004515     BLOCK CONTAINS 1 RECORDS                                     SRCCMP00
004516     VALUE OF ID "CHGREQ"                                         SRCCMP00
004517     DATA RECORD CQ-REC.                                          SRCCMP00
004518 01  CQ-REC          SZ 128.                                      SRCCMP00
004519     05  CQ-NUMBER       PC 9(6).                                 SRCCMP00
004520     05  FILLER          SZ 1.                                    SRCCMP00
004521     05  CQ-PROGRAM      PC X(20).                                SRCCMP00
004522     05  FILLER          SZ 1.                                    SRCCMP00
004523     05  CQ-STATUS       PC X.                                    SRCCMP00
004524     05  FILLER          SZ 1.                                    SRCCMP00
004525     05  CQ-REQUESTER    PC X(20).                                SRCCMP00
004526     05  FILLER          SZ 1.                                    SRCCMP00
004527     05  CQ-ENTERED-BY   PC X(3).                                 SRCCMP00
004528     05  FILLER          SZ 1.                                    SRCCMP00
004529     05  CQ-ENTERED      PC 9(6).                                 SRCCMP00
004530     05  FILLER          SZ 1.                                    SRCCMP00
004531     05  CQ-APPROVER     PC X(3).                                 SRCCMP00
004532     05  FILLER          SZ 1.                                    SRCCMP00
004533     05  CQ-APPROVED     PC 9(6).                                 SRCCMP00
004534     05  FILLER          SZ 1.                                    SRCCMP00
004535     05  CQ-APPLIED      PC 9(6).                                 SRCCMP00
004536     05  FILLER          SZ 1.                                    SRCCMP00
004537     05  CQ-APPLY-CNT    PC 99.                                   SRCCMP00
004538     05  FILLER          SZ 1.                                    SRCCMP00
004539     05  CQ-DESC         PC X(40).                                SRCCMP00
004540     05  FILLER          SZ 5.                                    SRCCMP00
004541 MD  SOLT-INDEX                                                   SRCCMP00
004542     ACCESS SEQUENTIAL                                            SRCCMP00
004543     BLOCK CONTAINS 1 RECORDS                                     SRCCMP00
004544     VALUE OF ID "SOLTINDX"                                       SRCCMP00
004545     DATA RECORD SI-REC.                                          SRCCMP00
004546 01  SI-REC          SZ 80.                                       SRCCMP00
004547     05  SI-PROGRAM-ID   PC X(20).                                SRCCMP00
004548     05  FILLER          SZ 1.                                    SRCCMP00
004549     05  SI-DATE         PC 9(6).                                 SRCCMP00
004550     05  FILLER          SZ 1.                                    SRCCMP00
004551     05  SI-INCREMENT    PC 99.                                   SRCCMP00
004552     05  FILLER          SZ 8.                                    SRCCMP00
004553     05  SI-REEL-SERIAL  PC X(6).                                 SRCCMP00
004554     05  FILLER          SZ 1.                                    SRCCMP00
004555     05  SI-RACK-LOC     PC X(5).                                 SRCCMP00
004556     05  FILLER          SZ 13.                                   SRCCMP00
004557     05  SI-CHG-REQ      PC X(6).                                 SRCCMP00
004558     05  FILLER          SZ 11.                                   SRCCMP00
004600 FD  SOLT-A                                                       SRCCMP00
004700         LABEL RECORD STANDARD                                    SRCCMP00
004800         VALUE OF ID "SOLTA"                                      SRCCMP00
006700 01  BREC2                           SZ 456.                      SRCCMP00
006800     05   BCARD80                                SZ 80.           SRCCMP00
006900     05   FILLER                                 SZ 376.          SRCCMP00
006901 FD  SOLT-C                                                       SRCCMP00
006902         LABEL RECORD STANDARD                                    SRCCMP00
006903         VALUE OF ID "SOLTC"                                      SRCCMP00
006904         DATA RECORD CREC1 AND CREC2.                             SRCCMP00
006905 01  CREC1.                                                       SRCCMP00
006906     05   CRECA              OC 5   SZ 88.                        SRCCMP00
006907         10   C-FILLER                           SZ 8.            SRCCMP00
006908         10   C-IMAGE                            PC X(80).        SRCCMP00
006909     05   CRECB                                  SZ 8.            SRCCMP00
006910 01  CREC2                           SZ 456.                      SRCCMP00
006911     05   CCARD80                                SZ 80.           SRCCMP00
006912     05   FILLER                                 SZ 376.          SRCCMP00
007000 FD  REPORT-FILE                                                  SRCCMP00
007100         VALUE OF ID "SRCCOMP"                                    SRCCMP00
007200         DATA RECORD REPORT-REC.                                  SRCCMP00
007300 01  REPORT-REC      SZ 132.                                      SRCCMP00
007301 MD  LIB-A                                                        SRCCMP00
007302     FILE CONTAINS 60 | 1500 RECORDS                              SRCCMP00
007303     ACCESS MODE SEQUENTIAL                                       SRCCMP00
007304     BLOCK CONTAINS 15 RECORDS                                    SRCCMP00
007305     RECORD CONTAINS 80 CHARACTERS                                SRCCMP00
007306     LABEL RECORD IS STANDARD                                     SRCCMP00
007307     VALUE OF ID IS "SRCLIB"                                      SRCCMP00
007308     DATA RECORD IS LA-REC.                                       SRCCMP00
007309 01  LA-REC          SZ 80.                                       SRCCMP00
007310     05  LA-TAG          PC X(8).                                 SRCCMP00
007311     05  FILLER          SZ 1.                                    SRCCMP00
007312     05  LA-MEMBER       PC X(20).                                SRCCMP00
007313     05  FILLER          SZ 1.                                    SRCCMP00
007314     05  LA-DATE         PC 9(6).                                 SRCCMP00
007315     05  FILLER          SZ 10.                                   SRCCMP00
007316     05  LA-CHGREQ       PC X(6).                                 SRCCMP00
007317     05  FILLER          SZ 28.                                   SRCCMP00
007318 MD  LIB-B                                                        SRCCMP00
007319     FILE CONTAINS 60 | 1500 RECORDS                              SRCCMP00
007320     ACCESS MODE SEQUENTIAL                                       SRCCMP00
007321     BLOCK CONTAINS 15 RECORDS                                    SRCCMP00
007322     RECORD CONTAINS 80 CHARACTERS                                SRCCMP00
007323     LABEL RECORD IS STANDARD                                     SRCCMP00
007324     VALUE OF ID IS "SRCLIB"                                      SRCCMP00
007325     DATA RECORD IS LB-REC.                                       SRCCMP00
007326 01  LB-REC          SZ 80.                                       SRCCMP00
007327     05  LB-TAG          PC X(8).                                 SRCCMP00
007328     05  FILLER          SZ 1.                                    SRCCMP00
007329     05  LB-MEMBER       PC X(20).                                SRCCMP00
007330     05  FILLER          SZ 1.                                    SRCCMP00
007331     05  LB-DATE         PC 9(6).                                 SRCCMP00
007332     05  FILLER          SZ 1.                                    SRCCMP00
007333     05  LB-COUNT        PC 9(6).                                 SRCCMP00
007334     05  FILLER          SZ 1.                                    SRCCMP00
007335     05  LB-CLASS        PC X.                                    SRCCMP00
007336     05  FILLER          SZ 1.                                    SRCCMP00
007337     05  LB-CHGREQ       PC X(6).                                 SRCCMP00
007338     05  FILLER          SZ 28.                                   SRCCMP00
007400 MD  CORR-DECK                                                    SRCCMP00
007401         LABEL RECORD STANDARD                                    SRCCMP00
007402         VALUE OF ID "CORRDECK"                                   SRCCMP00
007406         BLOCK CONTAINS 15 RECORDS                                SRCCMP00
007407         DATA RECORD CORRREC.                                     SRCCMP00
007408 01  CORRREC         SZ 80.                                       SRCCMP00
007409 MD  MERGE-FILE                                                   SRCCMP00
007410         LABEL RECORD STANDARD                                    SRCCMP00
007411         VALUE OF ID "MERGED"                                     SRCCMP00
007412         SAVE-FACTOR 10                                           SRCCMP00
007413         FILE CONTAINS 6 | 1500 RECORDS                           SRCCMP00
007414         ACCESS MODE SEQUENTIAL                                   SRCCMP00
007415         BLOCK CONTAINS 15 RECORDS                                SRCCMP00
007416         DATA RECORD MRGREC.                                      SRCCMP00
007417 01  MRGREC          SZ 80.                                       SRCCMP00
007418     05  FILLER          SZ 7.                                    SRCCMP00
007419     05  MF-EOJ          SZ 10.                                   SRCCMP00
007420     05  FILLER          SZ 63.                                   SRCCMP00
007421 FD  RESOLVE-CARDS                                                SRCCMP00
007422         LABEL RECORD STANDARD                                    SRCCMP00
007423         VALUE OF ID "CARD"                                       SRCCMP00
007424         DATA RECORD RESOLVE-REC.                                 SRCCMP00
007425 01  RESOLVE-REC     SZ 80.                                       SRCCMP00
007426     05  RV-CONFLICT     PC X(4).                                 SRCCMP00
007427     05  FILLER          SZ 1.                                    SRCCMP00
007428     05  RV-CHOICE       PC X(2).                                 SRCCMP00
007429     05  RV-EOJ          SZ 10.                                   SRCCMP00
007430     05  FILLER          SZ 63.                                   SRCCMP00
007431 MD  STD-RULES                                                    SRCCMP00
007432     ACCESS SEQUENTIAL                                            SRCCMP00
007433     BLOCK CONTAINS 1 RECORDS                                     SRCCMP00
007434     VALUE OF ID "STDRULES"                                       SRCCMP00
007435     DATA RECORD SR-REC.                                          SRCCMP00
007436 01  SR-REC          SZ 80.                                       SRCCMP00
007437     05  SR-CODE         PC X(4).                                 SRCCMP00
007438     05  FILLER          SZ 1.                                    SRCCMP00
007439     05  SR-SEV          PC X.                                    SRCCMP00
007440     05  FILLER          SZ 74.                                   SRCCMP00
007441 MD  STD-HIST                                                     SRCCMP00
007442     ACCESS SEQUENTIAL                                            SRCCMP00
007443     BLOCK CONTAINS 1 RECORDS                                     SRCCMP00
007444     VALUE OF ID "STDHIST"                                        SRCCMP00
007445     DATA RECORD HD-REC.                                          SRCCMP00
007446 01  HD-REC          SZ 80.                                       SRCCMP00
007447     05  HD-TYPE         PC X.                                    SRCCMP00
007448     05  FILLER          SZ 1.                                    SRCCMP00
007449     05  HD-MEMBER       PC X(20).                                SRCCMP00
007450     05  FILLER          SZ 1.                                    SRCCMP00
007451     05  HD-DATE         PC 9(6).                                 SRCCMP00
007452     05  FILLER          SZ 15.                                   SRCCMP00
007453     05  HD-RATING       PC X.                                    SRCCMP00
007454     05  FILLER          SZ 35.                                   SRCCMP00
007455 MD  AUTH-FILE                                                    SRCCMP00
007456     ACCESS SEQUENTIAL                                            SRCCMP00
007457     BLOCK CONTAINS 1 RECORDS                                     SRCCMP00
007458     VALUE OF ID "RUNAUTH"                                        SRCCMP00
007459     DATA RECORD AUTH-REC.                                        SRCCMP00
007460 01  AUTH-REC        SZ 80.                                       SRCCMP00
007461     05  RA-RUN-ID       PC X(7).                                 SRCCMP00
007462     05  FILLER          SZ 1.                                    SRCCMP00
007463     05  RA-PROGRAM      PC X(8).                                 SRCCMP00
007464     05  FILLER          SZ 1.                                    SRCCMP00
007465     05  RA-EXPIRES      PC 9(6).                                 SRCCMP00
007466     05  FILLER          SZ 57.                                   SRCCMP00
007467 MD  AUDIT-TRAIL                                                  SRCCMP00
007500         ACCESS RANDOM                                            SRCCMP00
007600         ACTUAL KEY IS AU-KEY                                     SRCCMP00
007700         BLOCK CONTAINS 1 RECORDS                                 SRCCMP00
007800         VALUE OF ID "AUDITTRL"                                   SRCCMP00
007900         DATA RECORD AUDIT-REC.                                   SRCCMP00
008000 01  AUDIT-REC       SZ 44.                                       SRCCMP00
008100     05  AU-PROGRAM              PC X(8) VA "SRCCOMP ".           SRCCMP00
008200     05  AU-DATE                 PC 9(6).                         SRCCMP00
008300     05  AU-TIME                 PC 9(4).                         SRCCMP00
008400     05  AU-EVENT                PC X(8).                         SRCCMP00
008500     05  AU-RESULT               PC X(8).                         SRCCMP00
008600     05  AU-RUN-ID               PC X(7).                         SRCCMP00
008610     05  AU-OPERATOR             PC X(3).                         SRCCMP00
008700 01  AUDIT-CTL.                                                   SRCCMP00
008800     05  AC-NEXT-SLOT        PC 9(8).                             SRCCMP00
008810     05  AC-HASH             PC 9(9).                             SRCCMP00
008900     05  FILLER              SZ 27.                               SRCCMP00
009000 WORKING-STORAGE SECTION.                                         SRCCMP00
009001 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        SRCCMP00
009002 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     SRCCMP00
009003 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     SRCCMP00
009004 77  OPERATOR-CODE   VA SPACE        PC X(3).                     SRCCMP00
009005 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        SRCCMP00
009006 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        SRCCMP00
009012 77  AUTH-TODAY      CMP-1   PC 9(6).                             SRCCMP00
009022 77  AUTH-DATE-IN            PC 9(6).                             SRCCMP00
009100 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             SRCCMP00
009200 77  AU-HH           CMP-1   PC 99.                               SRCCMP00
009300 77  AU-MM           CMP-1   PC 99.                               SRCCMP00
009400 77  AU-KEY          CMP-1   PC 9(8).                             SRCCMP00
009500 77  AU-NEXT         CMP-1   PC 9(8).                             SRCCMP00
009600 01  AU-SAVE-REC             SZ 44.                               SRCCMP00
009601 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     SRCCMP00
009602 77  AU-REC-SUM              CMP-1   PC 9(6).                     SRCCMP00
009603 77  AU-CX                   CMP-1   PC 99.                       SRCCMP00
009604 77  AU-TX                   CMP-1   PC 99.                       SRCCMP00
009605 77  AU-CODE                 CMP-1   PC 99.                       SRCCMP00
009606 01  AU-HASH-REC.                                                 SRCCMP00
009607     05  AU-HC       OC 44   PC X.                                SRCCMP00
009608 01  AU-CHAR-SET.                                                 SRCCMP00
009609     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          SRCCMP00
009610     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          SRCCMP00
009611 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           SRCCMP00
009612     05  AU-CHAR     OC 48   PC X.                                SRCCMP00
009700 77  RUN-ID-ENTRY            PC X(7).                             SRCCMP00
009800 77  A-FMT           VA 0    CMP-1   PC 9.                        SRCCMP00
009900 77  B-FMT           VA 0    CMP-1   PC 9.                        SRCCMP00
011100 77  LINE-COUNT      VA 0    CMP-1   PC 99.                       SRCCMP00
011101 77  DECK-FLAG       VA "N"          PC X.                        SRCCMP00
011102 77  LAST-A-SEQ      VA "000000"     PC X(6).                     SRCCMP00
011103 77  A-SRC           VA "T"          PC X.                        SRCCMP00
011104 77  B-SRC           VA "T"          PC X.                        SRCCMP00
011105 77  A-MEMBER        VA SPACE        PC X(20).                    SRCCMP00
011106 77  B-MEMBER        VA SPACE        PC X(20).                    SRCCMP00
011107 77  A-GEN           VA 0    CMP-1   PC 9(4).                     SRCCMP00
011108 77  B-GEN           VA 0    CMP-1   PC 9(4).                     SRCCMP00
011109 77  A-SEEN          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011110 77  B-SEEN          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011111 77  A-COPY-SW       VA 0    CMP-1   PC 9.                        SRCCMP00
011112 77  B-COPY-SW       VA 0    CMP-1   PC 9.                        SRCCMP00
011113 77  GEN-CNT         VA 0    CMP-1   PC 9(4).                     SRCCMP00
011114 77  GEN-IN          VA 0            PC 9(4).                     SRCCMP00
011115 77  CHK-MEMBER      VA SPACE        PC X(20).                    SRCCMP00
011116 01  GEN-RESULT.                                                  SRCCMP00
011117     05  FILLER              PC X(4) VA "GEN ".                   SRCCMP00
011118     05  GR-GEN              PC 9(4).                             SRCCMP00
011119 01  CR-CARD.                                                     SRCCMP00
011120     05  CR-COL1             PC X.                                SRCCMP00
011121     05  CR-ACTION           PC X.                                SRCCMP00
011122     05  FILLER              SZ 1    VA SPACE.                    SRCCMP00
011123     05  CR-SEQ1             PC X(6).                             SRCCMP00
011124     05  FILLER              SZ 1    VA SPACE.                    SRCCMP00
011125     05  CR-SEQ2             PC X(6).                             SRCCMP00
011126     05  FILLER              SZ 64   VA SPACES.                   SRCCMP00
011127 77  CHG-FILE-STATUS VA SPACE       PC X(2).                      SRCCMP00
011128 77  SI-FILE-STATUS  VA SPACE       PC X(2).                      SRCCMP00
011129 77  CHG-MODE        VA 0    CMP-1   PC 9.                        SRCCMP00
011130 77  CHG-FLAG        VA "N"          PC X.                        SRCCMP00
011131 77  FROM-DATE       VA 0            PC 9(6).                     SRCCMP00
011132 77  TO-DATE         VA 0            PC 9(6).                     SRCCMP00
011133 77  PER-FROM-DAY    VA 0    CMP-1   PC 9(6).                     SRCCMP00
011134 77  PER-TO-DAY      VA 0    CMP-1   PC 9(6).                     SRCCMP00
011135 77  DAY-NO          VA 0    CMP-1   PC 9(6).                     SRCCMP00
011136 77  DATE-IN         VA 0            PC 9(6).                     SRCCMP00
011137 77  IN-PERIOD       VA 0    CMP-1   PC 9.                        SRCCMP00
011138 77  MG-CNT          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011139 77  MG-X            VA 0    CMP-1   PC 9(4).                     SRCCMP00
011140 77  ST-CNT          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011141 77  ST-X            VA 0    CMP-1   PC 9(4).                     SRCCMP00
011142 77  RL-CNT          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011143 77  RL-X            VA 0    CMP-1   PC 9(4).                     SRCCMP00
011144 77  HIT-CNT         VA 0    CMP-1   PC 9(4).                     SRCCMP00
011145 77  REQ-COUNT       VA 0    CMP-1   PC 9(4).                     SRCCMP00
011146 77  PAIR-COUNT      VA 0    CMP-1   PC 9(4).                     SRCCMP00
011147 77  OPEN-COUNT      VA 0    CMP-1   PC 9(4).                     SRCCMP00
011148 77  CHG-REQ-X       VA SPACE        PC X(6).                     SRCCMP00
011149 01  DATE-RESULT.                                                 SRCCMP00
011150     05  FILLER              PC X(2) VA "DT".                     SRCCMP00
011151     05  DR-DATE             PC 9(6).                             SRCCMP00
011152 01  MG-TABLE.                                                    SRCCMP00
011153     05  MG-ENTRY            OC 500.                              SRCCMP00
011154         10  MG-NAME         PC X(20).                            SRCCMP00
011155         10  MG-GENS         PC 9(4).                             SRCCMP00
011156 01  ST-TABLE.                                                    SRCCMP00
011157     05  ST-ENTRY            OC 500.                              SRCCMP00
011158         10  ST-REQ          PC X(6).                             SRCCMP00
011159         10  ST-MEMBER       PC X(20).                            SRCCMP00
011160         10  ST-GEN          PC 9(4).                             SRCCMP00
011161         10  ST-DATE         PC 9(6).                             SRCCMP00
011162 01  RL-TABLE.                                                    SRCCMP00
011163     05  RL-ENTRY            OC 300.                              SRCCMP00
011164         10  RL-REQ          PC X(6).                             SRCCMP00
011165         10  RL-PROGRAM      PC X(20).                            SRCCMP00
011166         10  RL-DATE         PC 9(6).                             SRCCMP00
011167         10  RL-INC          PC 99.                               SRCCMP00
011168         10  RL-REEL         PC X(6).                             SRCCMP00
011169         10  RL-RACK         PC X(5).                             SRCCMP00
011170 77  MRG-FLAG        VA "N"          PC X.                        SRCCMP00
011171 77  MRG-MODE        VA 0    CMP-1   PC 9.                        SRCCMP00
011172 77  MRG-PASS        VA 0    CMP-1   PC 9.                        SRCCMP00
011173 77  MRG-OUT         VA "F"          PC X.                        SRCCMP00
011174 77  RES-FLAG        VA "N"          PC X.                        SRCCMP00
011175 77  C-SRC           VA "T"          PC X.                        SRCCMP00
011176 77  C-MEMBER        VA SPACE        PC X(20).                    SRCCMP00
011177 77  C-GEN           VA 0    CMP-1   PC 9(4).                     SRCCMP00
011178 77  B-ON-C          VA 0    CMP-1   PC 9.                        SRCCMP00
011179 77  A-ORD           VA 0    CMP-1   PC 9(5).                     SRCCMP00
011180 77  ED-ORD          VA 0    CMP-1   PC 9(5).                     SRCCMP00
011181 77  ED-ACT          VA SPACE        PC X.                        SRCCMP00
011182 77  MRG-ANCHOR      VA 0    CMP-1   PC 9(5).                     SRCCMP00
011183 77  MRG-CARDS       VA 0    CMP-1   PC 9(6).                     SRCCMP00
011184 77  CONF-NO         VA 0    CMP-1   PC 9(4).                     SRCCMP00
011185 77  UNRES-COUNT     VA 0    CMP-1   PC 9(4).                     SRCCMP00
011186 77  EB-CNT          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011187 77  EB-X            VA 0    CMP-1   PC 9(4).                     SRCCMP00
011188 77  EC-CNT          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011189 77  EC-X            VA 0    CMP-1   PC 9(4).                     SRCCMP00
011190 77  RUN-B-FROM      VA 0    CMP-1   PC 9(4).                     SRCCMP00
011191 77  RUN-B-LEN       VA 0    CMP-1   PC 9(4).                     SRCCMP00
011192 77  RUN-C-FROM      VA 0    CMP-1   PC 9(4).                     SRCCMP00
011193 77  RUN-C-LEN       VA 0    CMP-1   PC 9(4).                     SRCCMP00
011194 77  RUN-BX          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011195 77  RUN-CX          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011196 77  RUN-SAME        VA 0    CMP-1   PC 9.                        SRCCMP00
011197 77  ACT-B           VA SPACE        PC X.                        SRCCMP00
011198 77  ACT-C           VA SPACE        PC X.                        SRCCMP00
011199 77  EMIT-FIRST      VA 0    CMP-1   PC 9.                        SRCCMP00
011200 77  RS-CNT          VA 0    CMP-1   PC 9(4).                     SRCCMP00
011201 77  RS-X            VA 0    CMP-1   PC 9(4).                     SRCCMP00
011202 77  RES-CHOICE      VA SPACE        PC X(2).                     SRCCMP00
011203 77  RES-OK          VA 0    CMP-1   PC 9.                        SRCCMP00
011204 77  NEW-MEMBER      VA SPACE        PC X(20).                    SRCCMP00
011205 77  MEMBER-CLASS    VA "S"          PC X.                        SRCCMP00
011206 77  CHG-REQ-NO      VA 0            PC 9(6).                     SRCCMP00
011207 77  CHG-OK-SW       VA 0    CMP-1   PC 9.                        SRCCMP00
011208 77  RULE-FILE-STATUS VA SPACE       PC X(2).                     SRCCMP00
011209 77  HIST-FILE-STATUS VA SPACE       PC X(2).                     SRCCMP00
011210 77  GATE-SEV        VA "N"          PC X.                        SRCCMP00
011211 77  STD-RATING      VA SPACE        PC X.                        SRCCMP00
011212 01  CHG-RESULT.                                                  SRCCMP00
011213     05  FILLER      PC XX    VA "CR".                            SRCCMP00
011214     05  CRR-NUMBER  PC 9(6).                                     SRCCMP00
011215 01  MRG-RESULT.                                                  SRCCMP00
011216     05  FILLER      PC XX    VA "CF".                            SRCCMP00
011217     05  MRR-COUNT   PC 9(6).                                     SRCCMP00
011218 01  TEXT-B.                                                      SRCCMP00
011219     05  TB-SEQ              PC X(6).                             SRCCMP00
011220     05  TB-TEXT             PC X(74).                            SRCCMP00
011221 01  TEXT-C.                                                      SRCCMP00
011222     05  TC-SEQ              PC X(6).                             SRCCMP00
011223     05  TC-TEXT             PC X(74).                            SRCCMP00
011224 01  PREV-A.                                                      SRCCMP00
011225     05  PA-SEQ              PC X(6).                             SRCCMP00
011226     05  PA-TEXT             PC X(74).                            SRCCMP00
011227 01  EMIT-CARD       SZ 80.                                       SRCCMP00
011228 01  EB-TABLE.                                                    SRCCMP00
011229     05  EB-ENTRY            OC 300.                              SRCCMP00
011230         10  EB-ORD          PC 9(5).                             SRCCMP00
011231         10  EB-ACT          PC X.                                SRCCMP00
011232         10  EB-CARD.                                             SRCCMP00
011233             15  EB-SEQ      PC X(6).                             SRCCMP00
011234             15  EB-TEXT     PC X(74).                            SRCCMP00
011235 01  EC-TABLE.                                                    SRCCMP00
011236     05  EC-ENTRY            OC 300.                              SRCCMP00
011237         10  EC-ORD          PC 9(5).                             SRCCMP00
011238         10  EC-ACT          PC X.                                SRCCMP00
011239         10  EC-CARD.                                             SRCCMP00
011240             15  EC-SEQ      PC X(6).                             SRCCMP00
011241             15  EC-TEXT     PC X(74).                            SRCCMP00
011242 01  RS-TABLE.                                                    SRCCMP00
011243     05  RS-ENTRY            OC 200.                              SRCCMP00
011244         10  RS-NO           PC 9(4).                             SRCCMP00
011245         10  RS-CHOICE       PC X(2).                             SRCCMP00
011246 01  CUR-A.                                                       SRCCMP00
011300     05  CA-SEQ              PC X(6).                             SRCCMP00
011400     05  CA-TEXT             PC X(74).                            SRCCMP00
011500 01  CUR-B.                                                       SRCCMP00
014100     05  FILLER  PC X(26) VA "SOLT SOURCE COMPARE       ".        SRCCMP00
014200     05  FILLER  PC X(26) VA "ACTION   SEQ-A  SEQ-B     ".        SRCCMP00
014300     05  FILLER      SZ 80   VA SPACE.                            SRCCMP00
014301 01  SRC-LINE-A      SZ 132.                                      SRCCMP00
014302     05  FILLER  PC X(15) VA "SOLT-A  MEMBER ".                   SRCCMP00
014303     05  SA-MEMBER           PC X(20).                            SRCCMP00
014304     05  FILLER  PC X(12) VA " GENERATION ".                      SRCCMP00
014305     05  SA-GEN              PC ZZZ9.                             SRCCMP00
014306     05  FILLER      SZ 81   VA SPACE.                            SRCCMP00
014307 01  SRC-LINE-B      SZ 132.                                      SRCCMP00
014308     05  FILLER  PC X(15) VA "SOLT-B  MEMBER ".                   SRCCMP00
014309     05  SB-MEMBER           PC X(20).                            SRCCMP00
014310     05  FILLER  PC X(12) VA " GENERATION ".                      SRCCMP00
014311     05  SB-GEN              PC ZZZ9.                             SRCCMP00
014312     05  FILLER      SZ 81   VA SPACE.                            SRCCMP00
014400 01  SAME-LINE       SZ 132.                                      SRCCMP00
014500     05  FILLER  PC X(19) VA "FILES ARE IDENTICAL".               SRCCMP00
014600     05  FILLER      SZ 113  VA SPACE.                            SRCCMP00
014800     05  FILLER  PC X(12) VA "DIFFERENCES ".                      SRCCMP00
014900     05  TL-COUNT    PC ZZZZZ9.                                   SRCCMP00
015000     05  FILLER      SZ 114  VA SPACE.                            SRCCMP00
015001 01  CHG-HEAD        SZ 132.                                      SRCCMP00
015002     05  FILLER  PC X(30) VA "CHANGE REQUEST REPORT  PERIOD ".    SRCCMP00
015003     05  CH-FROM             PC 9(6).                             SRCCMP00
015004     05  FILLER  PC X(4) VA " TO ".                               SRCCMP00
015005     05  CH-TO               PC 9(6).                             SRCCMP00
015006     05  FILLER      SZ 86   VA SPACE.                            SRCCMP00
015007 01  CQ-LINE-1       SZ 132.                                      SRCCMP00
015008     05  FILLER  PC X(8) VA "REQUEST ".                           SRCCMP00
015009     05  C1-NUMBER           PC 9(6).                             SRCCMP00
015010     05  FILLER  PC X(9) VA " PROGRAM ".                          SRCCMP00
015011     05  C1-PROGRAM          PC X(20).                            SRCCMP00
015012     05  FILLER  PC X(8) VA " STATUS ".                           SRCCMP00
015013     05  C1-STATUS           PC X.                                SRCCMP00
015014     05  FILLER  PC X(14) VA " REQUESTED BY ".                    SRCCMP00
015015     05  C1-REQUESTER        PC X(20).                            SRCCMP00
015016     05  FILLER      SZ 46   VA SPACE.                            SRCCMP00
015017 01  CQ-LINE-2       SZ 132.                                      SRCCMP00
015018     05  FILLER  PC X(11) VA "   ENTERED ".                       SRCCMP00
015019     05  C2-ENTERED          PC 9(6).                             SRCCMP00
015020     05  FILLER  PC X(4) VA " BY ".                               SRCCMP00
015021     05  C2-ENTERED-BY       PC X(3).                             SRCCMP00
015022     05  FILLER  PC X(11) VA "  APPROVED ".                       SRCCMP00
015023     05  C2-APPROVED         PC 9(6).                             SRCCMP00
015024     05  FILLER  PC X(4) VA " BY ".                               SRCCMP00
015025     05  C2-APPROVER         PC X(3).                             SRCCMP00
015026     05  FILLER  PC X(10) VA "  APPLIED ".                        SRCCMP00
015027     05  C2-APPLIED          PC 9(6).                             SRCCMP00
015028     05  FILLER  PC X(7) VA " TIMES ".                            SRCCMP00
015029     05  C2-APPLY-CNT        PC Z9.                               SRCCMP00
015030     05  FILLER      SZ 59   VA SPACE.                            SRCCMP00
015031 01  CQ-LINE-3       SZ 132.                                      SRCCMP00
015032     05  FILLER  PC X(3) VA SPACE.                                SRCCMP00
015033     05  C3-DESC             PC X(40).                            SRCCMP00
015034     05  FILLER      SZ 89   VA SPACE.                            SRCCMP00
015035 01  STAMP-LINE      SZ 132.                                      SRCCMP00
015036     05  FILLER  PC X(17) VA "   SRCLIB MEMBER ".                 SRCCMP00
015037     05  SL-MEMBER           PC X(20).                            SRCCMP00
015038     05  FILLER  PC X(12) VA " GENERATION ".                      SRCCMP00
015039     05  SL-GEN              PC ZZZ9.                             SRCCMP00
015040     05  FILLER  PC X(12) VA " CHECKED IN ".                      SRCCMP00
015041     05  SL-DATE             PC 9(6).                             SRCCMP00
015042     05  FILLER      SZ 61   VA SPACE.                            SRCCMP00
015043 01  REEL-LINE       SZ 132.                                      SRCCMP00
015044     05  FILLER  PC X(13) VA "   SOLT TAPE ".                     SRCCMP00
015045     05  RT-PROGRAM          PC X(20).                            SRCCMP00
015046     05  FILLER  PC X(7) VA " DATED ".                            SRCCMP00
015047     05  RT-DATE             PC 9(6).                             SRCCMP00
015048     05  FILLER  PC X(11) VA " INCREMENT ".                       SRCCMP00
015049     05  RT-INC              PC 99.                               SRCCMP00
015050     05  FILLER  PC X(6) VA " REEL ".                             SRCCMP00
015051     05  RT-REEL             PC X(6).                             SRCCMP00
015052     05  FILLER  PC X(6) VA " RACK ".                             SRCCMP00
015053     05  RT-RACK             PC X(5).                             SRCCMP00
015054     05  FILLER      SZ 50   VA SPACE.                            SRCCMP00
015055 01  NOTE-LINE       SZ 132.                                      SRCCMP00
015056     05  FILLER  PC X(3) VA SPACE.                                SRCCMP00
015057     05  NL-TEXT             PC X(50).                            SRCCMP00
015058     05  FILLER      SZ 79   VA SPACE.                            SRCCMP00
015059 01  OPEN-HEAD       SZ 132.                                      SRCCMP00
015060     05  FILLER  PC X(28) VA "APPROVED BUT NEVER APPLIED  ".      SRCCMP00
015061     05  FILLER      SZ 104  VA SPACE.                            SRCCMP00
015062 01  CHG-TOTAL       SZ 132.                                      SRCCMP00
015063     05  FILLER  PC X(20) VA "REQUESTS IN PERIOD  ".              SRCCMP00
015064     05  CT-REQS             PC ZZZ9.                             SRCCMP00
015065     05  FILLER  PC X(24) VA "   GENERATIONS COMPARED ".          SRCCMP00
015066     05  CT-PAIRS            PC ZZZ9.                             SRCCMP00
015067     05  FILLER  PC X(25) VA "   APPROVED, NOT APPLIED ".         SRCCMP00
015068     05  CT-OPEN             PC ZZZ9.                             SRCCMP00
015069     05  FILLER      SZ 51   VA SPACE.                            SRCCMP00
015070 01  PRINT-HOLD      SZ 132.                                      SRCCMP00
015071 01  MRG-HEAD        SZ 132.                                      SRCCMP00
015072     05  FILLER  PC X(30) VA "SOLT THREE-WAY MERGE CONFLICTS".    SRCCMP00
015073     05  FILLER      SZ 102  VA SPACE.                            SRCCMP00
015074 01  MRG-LINE        SZ 132.                                      SRCCMP00
015075     05  ML-CONFLICT         PC X(14).                            SRCCMP00
015076     05  ML-SIDE             PC X(7).                             SRCCMP00
015077     05  ML-SEQ              PC X(6).                             SRCCMP00
015078     05  FILLER              SZ 1.                                SRCCMP00
015079     05  ML-TEXT             PC X(74).                            SRCCMP00
015080     05  FILLER              SZ 30.                               SRCCMP00
015081 01  CONF-LABEL.                                                  SRCCMP00
015082     05  FILLER  PC X(9) VA "CONFLICT ".                          SRCCMP00
015083     05  CL-NO               PC 9(4).                             SRCCMP00
015084     05  FILLER  PC X VA SPACE.                                   SRCCMP00
015085 01  RES-LINE        SZ 132.                                      SRCCMP00
015086     05  FILLER      SZ 14   VA SPACE.                            SRCCMP00
015087     05  RN-WORDS            PC X(30).                            SRCCMP00
015088     05  RN-CHOICE           PC X(2).                             SRCCMP00
015089     05  FILLER      SZ 86   VA SPACE.                            SRCCMP00
015090 01  MRG-TOTAL       SZ 132.                                      SRCCMP00
015091     05  FILLER  PC X(10) VA "CONFLICTS ".                        SRCCMP00
015092     05  MT-CONF             PC ZZZ9.                             SRCCMP00
015093     05  FILLER  PC X(14) VA "   UNRESOLVED ".                    SRCCMP00
015094     05  MT-UNRES            PC ZZZ9.                             SRCCMP00
015095     05  FILLER  PC X(16) VA "   MERGED CARDS ".                  SRCCMP00
015096     05  MT-CARDS            PC ZZZZZ9.                           SRCCMP00
015097     05  FILLER      SZ 78   VA SPACE.                            SRCCMP00
015100 PROCEDURE DIVISION.                                              SRCCMP00
015200 100-BEGIN.                                                       SRCCMP00
015500     OPEN OUTPUT REPORT-FILE.                                     SRCCMP00
015600     ACCEPT RUN-ID-ENTRY.                                         SRCCMP00
015700     PERFORM AUDIT-START.                                         SRCCMP00
015701     DISPLAY "CHANGE REPORT FOR A PERIOD (Y/N)".                  SRCCMP00
015702     ACCEPT CHG-FLAG.                                             SRCCMP00
015703     IF CHG-FLAG = "Y" GO TO 500-CHANGE-REPORT.                   SRCCMP00
015704     DISPLAY "THREE-WAY MERGE OF TWO CHANGED VERSIONS (Y/N)".     SRCCMP00
015705     ACCEPT MRG-FLAG.                                             SRCCMP00
015706     IF MRG-FLAG = "Y" GO TO 600-MERGE.                           SRCCMP00
015707     DISPLAY "WRITE MAKESOLT CORRECTION DECK (Y/N)".              SRCCMP00
015708     ACCEPT DECK-FLAG.                                            SRCCMP00
015709     IF DECK-FLAG = "Y" OPEN OUTPUT CORR-DECK.                    SRCCMP00
015710     DISPLAY "SOLT-A SOURCE - T (TAPE) OR S (SRCLIB MEMBER)".     SRCCMP00
015711     ACCEPT A-SRC.                                                SRCCMP00
015712     IF A-SRC = "S" PERFORM 120-PICK-A THRU 120X                  SRCCMP00
015713     ELSE OPEN INPUT SOLT-A.                                      SRCCMP00
015714     DISPLAY "SOLT-B SOURCE - T (TAPE) OR S (SRCLIB MEMBER)".     SRCCMP00
015715     ACCEPT B-SRC.                                                SRCCMP00
015716     IF B-SRC = "S" PERFORM 130-PICK-B THRU 130X                  SRCCMP00
015717     ELSE OPEN INPUT SOLT-B.                                      SRCCMP00
015718     PERFORM 140-SRC-HEAD THRU 140X.                              SRCCMP00
015800     WRITE REPORT-REC FROM HEAD-LINE BEFORE ADVANCING 2 LINES.    SRCCMP00
015900     PERFORM 210-RAW-A THRU 210X.                                 SRCCMP00
016000     PERFORM 260-RAW-B THRU 260X.                                 SRCCMP00
018300     MOVE CB-TEXT TO DL-TEXT.                                     SRCCMP00
018400     PERFORM 350-PRINT-DIFF THRU 350X.                            SRCCMP00
018500     IF DECK-FLAG = "Y" PERFORM 370-DECK-CHANGE THRU 370X.        SRCCMP00
018501     IF MRG-MODE = 1 MOVE "R" TO ED-ACT                           SRCCMP00
018502         PERFORM 380-MRG-EDIT THRU 380X.                          SRCCMP00
018503     MOVE CA-SEQ TO LAST-A-SEQ.                                   SRCCMP00
018504     ADD 1 TO DIFF-COUNT.                                         SRCCMP00
018600     PERFORM 200-GET-A THRU 200X.                                 SRCCMP00
018700     PERFORM 250-GET-B THRU 250X.                                 SRCCMP00
018800     GO TO 300-COMPARE.                                           SRCCMP00
019300     MOVE CA-TEXT TO DL-TEXT.                                     SRCCMP00
019400     PERFORM 350-PRINT-DIFF THRU 350X.                            SRCCMP00
019450     IF DECK-FLAG = "Y" PERFORM 372-DECK-DELETE THRU 372X.        SRCCMP00
019451     IF MRG-MODE = 1 MOVE "D" TO ED-ACT                           SRCCMP00
019452         PERFORM 380-MRG-EDIT THRU 380X.                          SRCCMP00
019460     MOVE CA-SEQ TO LAST-A-SEQ.                                   SRCCMP00
019500     ADD 1 TO DIFF-COUNT.                                         SRCCMP00
019600     PERFORM 200-GET-A THRU 200X.                                 SRCCMP00
020200     MOVE CB-TEXT TO DL-TEXT.                                     SRCCMP00
020300     PERFORM 350-PRINT-DIFF THRU 350X.                            SRCCMP00
020350     IF DECK-FLAG = "Y" PERFORM 374-DECK-INSERT THRU 374X.        SRCCMP00
020360     IF MRG-MODE = 1 MOVE "I" TO ED-ACT                           SRCCMP00
020370         PERFORM 380-MRG-EDIT THRU 380X.                          SRCCMP00
020400     ADD 1 TO DIFF-COUNT.                                         SRCCMP00
020500     PERFORM 250-GET-B THRU 250X.                                 SRCCMP00
020600     GO TO 300-COMPARE.                                           SRCCMP00
020900     IF LINE-COUNT IS GREATER THAN 50                             SRCCMP00
021000         MOVE SPACES TO REPORT-REC                                SRCCMP00
021100         WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1           SRCCMP00
021110         PERFORM 140-SRC-HEAD THRU 140X                           SRCCMP00
021200         WRITE REPORT-REC FROM HEAD-LINE                          SRCCMP00
021300             BEFORE ADVANCING 2 LINES                             SRCCMP00
021400         MOVE 0 TO LINE-COUNT.                                    SRCCMP00
021500     WRITE REPORT-REC FROM DIFF-LINE.                             SRCCMP00
021600 350X.   EXIT.                                                    SRCCMP00
021601 530-REQ-LINES.                                                   SRCCMP00
021602     MOVE SPACES TO PRINT-HOLD.                                   SRCCMP00
021603     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
021604     MOVE CQ-NUMBER TO C1-NUMBER.                                 SRCCMP00
021605     MOVE CQ-PROGRAM TO C1-PROGRAM.                               SRCCMP00
021606     MOVE CQ-STATUS TO C1-STATUS.                                 SRCCMP00
021607     MOVE CQ-REQUESTER TO C1-REQUESTER.                           SRCCMP00
021608     MOVE CQ-LINE-1 TO PRINT-HOLD.                                SRCCMP00
021609     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
021610     MOVE CQ-ENTERED TO C2-ENTERED.                               SRCCMP00
021611     MOVE CQ-ENTERED-BY TO C2-ENTERED-BY.                         SRCCMP00
021612     MOVE CQ-APPROVED TO C2-APPROVED.                             SRCCMP00
021613     MOVE CQ-APPROVER TO C2-APPROVER.                             SRCCMP00
021614     MOVE CQ-APPLIED TO C2-APPLIED.                               SRCCMP00
021615     MOVE CQ-APPLY-CNT TO C2-APPLY-CNT.                           SRCCMP00
021616     MOVE CQ-LINE-2 TO PRINT-HOLD.                                SRCCMP00
021617     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
021618     MOVE CQ-DESC TO C3-DESC.                                     SRCCMP00
021619     MOVE CQ-LINE-3 TO PRINT-HOLD.                                SRCCMP00
021620     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
021621 530X.   EXIT.                                                    SRCCMP00
021622 544-OPEN-DONE.                                                   SRCCMP00
021623     CLOSE CHG-FILE.                                              SRCCMP00
021624     IF OPEN-COUNT = 0                                            SRCCMP00
021625         MOVE "NONE" TO NL-TEXT                                   SRCCMP00
021626         MOVE NOTE-LINE TO PRINT-HOLD                             SRCCMP00
021627         PERFORM 596-CHG-PRINT THRU 596X.                         SRCCMP00
021628     MOVE REQ-COUNT TO CT-REQS.                                   SRCCMP00
021629     MOVE PAIR-COUNT TO CT-PAIRS.                                 SRCCMP00
021630     MOVE OPEN-COUNT TO CT-OPEN.                                  SRCCMP00
021631     MOVE SPACES TO REPORT-REC.                                   SRCCMP00
021632     WRITE REPORT-REC.                                            SRCCMP00
021633     WRITE REPORT-REC FROM CHG-TOTAL.                             SRCCMP00
021634     DISPLAY "CHANGE REPORT - REQUESTS " REQ-COUNT                SRCCMP00
021635         " APPROVED NOT APPLIED " OPEN-COUNT.                     SRCCMP00
021636     CLOSE REPORT-FILE.                                           SRCCMP00
021637     MOVE "OK      " TO AU-RESULT.                                SRCCMP00
021638     PERFORM AUDIT-END.                                           SRCCMP00
021639     STOP RUN.                                                    SRCCMP00
021640 590-DAY-NO.                                                      SRCCMP00
021641     NOTE  AN MMDDYY DATE BECOMES A DAY NUMBER (YY*372 + MM*31    SRCCMP00
021642         + DD) SO A PERIOD CAN BE TESTED ACROSS A YEAR END.       SRCCMP00
021643     MOVE 0 TO DAY-NO.                                            SRCCMP00
021644     IF DATE-IN NOT NUMERIC GO TO 590X.                           SRCCMP00
021645     IF DATE-IN = 0 GO TO 590X.                                   SRCCMP00
021646     COMPUTE DAY-NO = DATE-IN MOD 100 * 372                       SRCCMP00
021647         + DATE-IN DIV 10000 * 31 + DATE-IN DIV 100 MOD 100.      SRCCMP00
021648 590X.   EXIT.                                                    SRCCMP00
021649 592-PERIOD-TEST.                                                 SRCCMP00
021650     PERFORM 590-DAY-NO THRU 590X.                                SRCCMP00
021651     IF DAY-NO = 0 GO TO 592X.                                    SRCCMP00
021652     IF DAY-NO IS LESS THAN PER-FROM-DAY GO TO 592X.              SRCCMP00
021653     IF DAY-NO IS GREATER THAN PER-TO-DAY GO TO 592X.             SRCCMP00
021654     MOVE 1 TO IN-PERIOD.                                         SRCCMP00
021655 592X.   EXIT.                                                    SRCCMP00
021656 596-CHG-PRINT.                                                   SRCCMP00
021657     ADD 1 TO LINE-COUNT.                                         SRCCMP00
021658     IF LINE-COUNT IS GREATER THAN 50                             SRCCMP00
021659         MOVE SPACES TO REPORT-REC                                SRCCMP00
021660         WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1           SRCCMP00
021661         WRITE REPORT-REC FROM CHG-HEAD BEFORE ADVANCING 2 LINES  SRCCMP00
021662         MOVE 0 TO LINE-COUNT.                                    SRCCMP00
021663     WRITE REPORT-REC FROM PRINT-HOLD.                            SRCCMP00
021664 596X.   EXIT.                                                    SRCCMP00
021665 598-TABLE-FULL.                                                  SRCCMP00
021666     DISPLAY "SRCLIB OR SOLTINDX TOO LARGE FOR THE CHANGE REPORT".SRCCMP00
021667     CLOSE REPORT-FILE.                                           SRCCMP00
021668     MOVE "ABORT   " TO AU-RESULT.                                SRCCMP00
021669     PERFORM AUDIT-END.                                           SRCCMP00
021670     STOP RUN.                                                    SRCCMP00
021700 400-VERDICT.                                                     SRCCMP00
021800     IF DIFF-COUNT = 0                                            SRCCMP00
021900         WRITE REPORT-REC FROM SAME-LINE                          SRCCMP00
022200         MOVE DIFF-COUNT TO TL-COUNT                              SRCCMP00
022300         WRITE REPORT-REC FROM TOTAL-LINE                         SRCCMP00
022400         DISPLAY "DIFFERENCES FOUND " DIFF-COUNT.                 SRCCMP00
022410     IF CHG-MODE = 1 GO TO 524-PAIR-DONE.                         SRCCMP00
022420     IF MRG-MODE = 1 GO TO 620-PASS-DONE.                         SRCCMP00
022500     IF DECK-FLAG = "Y"                                           SRCCMP00
022501         MOVE "       END-OF-JOB." TO CORRREC                     SRCCMP00
022502         WRITE CORRREC                                            SRCCMP00
022503         CLOSE CORR-DECK LOCK                                     SRCCMP00
022504         DISPLAY "CORRECTION DECK WRITTEN TO CORRDECK".           SRCCMP00
022505     IF A-SRC = "S" CLOSE LIB-A ELSE CLOSE SOLT-A.                SRCCMP00
022600     IF B-SRC = "S" CLOSE LIB-B ELSE CLOSE SOLT-B.                SRCCMP00
022700     CLOSE REPORT-FILE.                                           SRCCMP00
022800     MOVE "OK      " TO AU-RESULT.                                SRCCMP00
022900     PERFORM AUDIT-END.                                           SRCCMP00
023000     STOP RUN.                                                    SRCCMP00
023001 500-CHANGE-REPORT.                                               SRCCMP00
023002     NOTE  EVERY CHANGE REQUEST ENTERED, APPROVED OR APPLIED IN   SRCCMP00
023003         THE PERIOD IS LISTED WITH THE SRCLIB GENERATIONS AND     SRCCMP00
023004         SOLT TAPES STAMPED WITH ITS NUMBER - EACH GENERATION     SRCCMP00
023005         IS COMPARED WITH THE ONE BEFORE IT.                      SRCCMP00
023006     MOVE 1 TO CHG-MODE.                                          SRCCMP00
023007     DISPLAY "PERIOD FROM DATE (MMDDYY)".                         SRCCMP00
023008     ACCEPT FROM-DATE.                                            SRCCMP00
023009     DISPLAY "PERIOD TO DATE (MMDDYY)".                           SRCCMP00
023010     ACCEPT TO-DATE.                                              SRCCMP00
023011     MOVE FROM-DATE TO DATE-IN.                                   SRCCMP00
023012     PERFORM 590-DAY-NO THRU 590X.                                SRCCMP00
023013     MOVE DAY-NO TO PER-FROM-DAY.                                 SRCCMP00
023014     MOVE TO-DATE TO DATE-IN.                                     SRCCMP00
023015     PERFORM 590-DAY-NO THRU 590X.                                SRCCMP00
023016     MOVE DAY-NO TO PER-TO-DAY.                                   SRCCMP00
023017     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
023018     MOVE "CHGFROM " TO AU-EVENT.                                 SRCCMP00
023019     MOVE FROM-DATE TO DR-DATE.                                   SRCCMP00
023020     MOVE DATE-RESULT TO AU-RESULT.                               SRCCMP00
023021     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023022     MOVE "CHGTO   " TO AU-EVENT.                                 SRCCMP00
023023     MOVE TO-DATE TO DR-DATE.                                     SRCCMP00
023024     MOVE DATE-RESULT TO AU-RESULT.                               SRCCMP00
023025     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023026     OPEN INPUT LIB-A.                                            SRCCMP00
023027 510-SCAN-LIB.                                                    SRCCMP00
023028     NOTE  GENERATIONS ARE NUMBERED PER MEMBER IN LIBRARY ORDER,  SRCCMP00
023029         THE SAME WAY THE S REPLY COUNTS THEM.                    SRCCMP00
023030     READ LIB-A AT END GO TO 516-SCAN-DONE.                       SRCCMP00
023031     IF LA-TAG NOT = "*MEMBER " GO TO 510-SCAN-LIB.               SRCCMP00
023032     MOVE 0 TO MG-X.                                              SRCCMP00
023033 511-FIND-MBR.                                                    SRCCMP00
023034     ADD 1 TO MG-X.                                               SRCCMP00
023035     IF MG-X IS GREATER THAN MG-CNT GO TO 513-NEW-MBR.            SRCCMP00
023036     IF MG-NAME (MG-X) NOT = LA-MEMBER GO TO 511-FIND-MBR.        SRCCMP00
023037     GO TO 514-COUNT-GEN.                                         SRCCMP00
023038 513-NEW-MBR.                                                     SRCCMP00
023039     IF MG-CNT = 500 CLOSE LIB-A GO TO 598-TABLE-FULL.            SRCCMP00
023040     ADD 1 TO MG-CNT.                                             SRCCMP00
023041     MOVE LA-MEMBER TO MG-NAME (MG-X).                            SRCCMP00
023042     MOVE 0 TO MG-GENS (MG-X).                                    SRCCMP00
023043 514-COUNT-GEN.                                                   SRCCMP00
023044     ADD 1 TO MG-GENS (MG-X).                                     SRCCMP00
023045     IF LA-CHGREQ = SPACES GO TO 510-SCAN-LIB.                    SRCCMP00
023046     IF LA-CHGREQ = "000000" GO TO 510-SCAN-LIB.                  SRCCMP00
023047     IF ST-CNT = 500 CLOSE LIB-A GO TO 598-TABLE-FULL.            SRCCMP00
023048     ADD 1 TO ST-CNT.                                             SRCCMP00
023049     MOVE LA-CHGREQ TO ST-REQ (ST-CNT).                           SRCCMP00
023050     MOVE LA-MEMBER TO ST-MEMBER (ST-CNT).                        SRCCMP00
023051     MOVE MG-GENS (MG-X) TO ST-GEN (ST-CNT).                      SRCCMP00
023052     MOVE LA-DATE TO ST-DATE (ST-CNT).                            SRCCMP00
023053     GO TO 510-SCAN-LIB.                                          SRCCMP00
023054 516-SCAN-DONE.                                                   SRCCMP00
023055     CLOSE LIB-A.                                                 SRCCMP00
023056     OPEN INPUT SOLT-INDEX.                                       SRCCMP00
023057     IF SI-FILE-STATUS NOT = "00" GO TO 519-OPEN-CHG.             SRCCMP00
023058 517-SCAN-SOLT.                                                   SRCCMP00
023059     READ SOLT-INDEX AT END GO TO 518-SOLT-DONE.                  SRCCMP00
023060     IF SI-CHG-REQ = SPACES GO TO 517-SCAN-SOLT.                  SRCCMP00
023061     IF RL-CNT = 300 CLOSE SOLT-INDEX GO TO 598-TABLE-FULL.       SRCCMP00
023062     ADD 1 TO RL-CNT.                                             SRCCMP00
023063     MOVE SI-CHG-REQ TO RL-REQ (RL-CNT).                          SRCCMP00
023064     MOVE SI-PROGRAM-ID TO RL-PROGRAM (RL-CNT).                   SRCCMP00
023065     MOVE SI-DATE TO RL-DATE (RL-CNT).                            SRCCMP00
023066     MOVE SI-INCREMENT TO RL-INC (RL-CNT).                        SRCCMP00
023067     MOVE SI-REEL-SERIAL TO RL-REEL (RL-CNT).                     SRCCMP00
023068     MOVE SI-RACK-LOC TO RL-RACK (RL-CNT).                        SRCCMP00
023069     GO TO 517-SCAN-SOLT.                                         SRCCMP00
023070 518-SOLT-DONE.                                                   SRCCMP00
023071     CLOSE SOLT-INDEX.                                            SRCCMP00
023072 519-OPEN-CHG.                                                    SRCCMP00
023073     OPEN INPUT CHG-FILE.                                         SRCCMP00
023074     IF CHG-FILE-STATUS NOT = "00"                                SRCCMP00
023075         DISPLAY "CHANGE REQUEST FILE CHGREQ NOT FOUND"           SRCCMP00
023076         CLOSE REPORT-FILE                                        SRCCMP00
023077         MOVE "NOCHGREQ" TO AU-RESULT                             SRCCMP00
023078         PERFORM AUDIT-END                                        SRCCMP00
023079         STOP RUN.                                                SRCCMP00
023080     MOVE FROM-DATE TO CH-FROM.                                   SRCCMP00
023081     MOVE TO-DATE TO CH-TO.                                       SRCCMP00
023082     WRITE REPORT-REC FROM CHG-HEAD BEFORE ADVANCING 2 LINES.     SRCCMP00
023083     MOVE 0 TO LINE-COUNT.                                        SRCCMP00
023084     GO TO 520-NEXT-REQ.                                          SRCCMP00
023100 370-DECK-CHANGE.                                                 SRCCMP00
023101     NOTE  A CHANGED LINE BECOMES A REPLACE KEYED TO THE          SRCCMP00
023102         SOLT-A SEQUENCE WITH THE SOLT-B CARD AS ITS TEXT.        SRCCMP00
023126     IF CR-SEQ1 = SPACES MOVE "000000" TO CR-SEQ1.                SRCCMP00
023127     WRITE CORRREC FROM CR-CARD.                                  SRCCMP00
023128 378X.   EXIT.                                                    SRCCMP00
023129 380-MRG-EDIT.                                                    SRCCMP00
023130     NOTE  A DIFFERENCE FOUND IN A MERGE PASS IS KEPT AGAINST THE SRCCMP00
023131         ORDINAL OF ITS BASE CARD - AN INSERTION AGAINST THE BASE SRCCMP00
023132         CARD IT FOLLOWS, ZERO BEFORE THE FIRST.                  SRCCMP00
023133     MOVE A-ORD TO ED-ORD.                                        SRCCMP00
023134     IF ED-ACT = "I" AND CUR-A-HAS = 1 SUBTRACT 1 FROM ED-ORD.    SRCCMP00
023135     IF MRG-PASS = 2 GO TO 385-EDIT-C.                            SRCCMP00
023136     IF EB-CNT = 300 GO TO 698-MRG-FULL.                          SRCCMP00
023137     ADD 1 TO EB-CNT.                                             SRCCMP00
023138     MOVE ED-ORD TO EB-ORD (EB-CNT).                              SRCCMP00
023139     MOVE ED-ACT TO EB-ACT (EB-CNT).                              SRCCMP00
023140     MOVE CUR-B TO EB-CARD (EB-CNT).                              SRCCMP00
023141     GO TO 380X.                                                  SRCCMP00
023142 385-EDIT-C.                                                      SRCCMP00
023143     IF EC-CNT = 300 GO TO 698-MRG-FULL.                          SRCCMP00
023144     ADD 1 TO EC-CNT.                                             SRCCMP00
023145     MOVE ED-ORD TO EC-ORD (EC-CNT).                              SRCCMP00
023146     MOVE ED-ACT TO EC-ACT (EC-CNT).                              SRCCMP00
023147     MOVE CUR-B TO EC-CARD (EC-CNT).                              SRCCMP00
023148 380X.   EXIT.                                                    SRCCMP00
023149 120-PICK-A.                                                      SRCCMP00
023150     NOTE  COUNTS THE GENERATIONS OF THE MEMBER SO A ZERO REPLY   SRCCMP00
023151         CAN MEAN THE LATEST, THEN LEAVES LIB-A OPEN FOR 212.     SRCCMP00
023152     DISPLAY "SOLT-A MEMBER NAME".                                SRCCMP00
023153     ACCEPT A-MEMBER.                                             SRCCMP00
023154     DISPLAY "SOLT-A GENERATION (0 = LATEST)".                    SRCCMP00
023155     ACCEPT GEN-IN.                                               SRCCMP00
023156     MOVE 0 TO GEN-CNT.                                           SRCCMP00
023157     OPEN INPUT LIB-A.                                            SRCCMP00
023158 122-COUNT-A.                                                     SRCCMP00
023159     READ LIB-A AT END GO TO 124-COUNTED-A.                       SRCCMP00
023160     IF LA-TAG = "*MEMBER "                                       SRCCMP00
023161         IF LA-MEMBER = A-MEMBER                                  SRCCMP00
023162             ADD 1 TO GEN-CNT.                                    SRCCMP00
023163     GO TO 122-COUNT-A.                                           SRCCMP00
023164 124-COUNTED-A.                                                   SRCCMP00
023165     CLOSE LIB-A.                                                 SRCCMP00
023166     MOVE A-MEMBER TO SA-MEMBER.                                  SRCCMP00
023167     MOVE A-MEMBER TO CHK-MEMBER.                                 SRCCMP00
023168     PERFORM 150-GEN-CHECK THRU 150X.                             SRCCMP00
023169     MOVE GEN-IN TO A-GEN.                                        SRCCMP00
023170     MOVE A-GEN TO SA-GEN.                                        SRCCMP00
023171     MOVE 0 TO A-SEEN.                                            SRCCMP00
023172     MOVE 0 TO A-COPY-SW.                                         SRCCMP00
023173     OPEN INPUT LIB-A.                                            SRCCMP00
023174     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
023175     MOVE "SRCMBR-A" TO AU-EVENT.                                 SRCCMP00
023176     MOVE A-MEMBER TO AU-RESULT.                                  SRCCMP00
023177     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023178     MOVE A-GEN TO GR-GEN.                                        SRCCMP00
023179     MOVE "SRCGEN-A" TO AU-EVENT.                                 SRCCMP00
023180     MOVE GEN-RESULT TO AU-RESULT.                                SRCCMP00
023181     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023182 120X.   EXIT.                                                    SRCCMP00
023183 130-PICK-B.                                                      SRCCMP00
023184     DISPLAY "SOLT-B MEMBER NAME".                                SRCCMP00
023185     ACCEPT B-MEMBER.                                             SRCCMP00
023186     DISPLAY "SOLT-B GENERATION (0 = LATEST)".                    SRCCMP00
023187     ACCEPT GEN-IN.                                               SRCCMP00
023188     MOVE 0 TO GEN-CNT.                                           SRCCMP00
023189     OPEN INPUT LIB-B.                                            SRCCMP00
023190 132-COUNT-B.                                                     SRCCMP00
023191     READ LIB-B AT END GO TO 134-COUNTED-B.                       SRCCMP00
023192     IF LB-TAG = "*MEMBER "                                       SRCCMP00
023193         IF LB-MEMBER = B-MEMBER                                  SRCCMP00
023194             ADD 1 TO GEN-CNT.                                    SRCCMP00
023195     GO TO 132-COUNT-B.                                           SRCCMP00
023196 134-COUNTED-B.                                                   SRCCMP00
023197     CLOSE LIB-B.                                                 SRCCMP00
023198     MOVE B-MEMBER TO SB-MEMBER.                                  SRCCMP00
023199     MOVE B-MEMBER TO CHK-MEMBER.                                 SRCCMP00
023200     PERFORM 150-GEN-CHECK THRU 150X.                             SRCCMP00
023201     MOVE GEN-IN TO B-GEN.                                        SRCCMP00
023202     MOVE B-GEN TO SB-GEN.                                        SRCCMP00
023203     MOVE 0 TO B-SEEN.                                            SRCCMP00
023204     MOVE 0 TO B-COPY-SW.                                         SRCCMP00
023205     OPEN INPUT LIB-B.                                            SRCCMP00
023206     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
023207     MOVE "SRCMBR-B" TO AU-EVENT.                                 SRCCMP00
023208     MOVE B-MEMBER TO AU-RESULT.                                  SRCCMP00
023209     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023210     MOVE B-GEN TO GR-GEN.                                        SRCCMP00
023211     MOVE "SRCGEN-B" TO AU-EVENT.                                 SRCCMP00
023212     MOVE GEN-RESULT TO AU-RESULT.                                SRCCMP00
023213     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023214 130X.   EXIT.                                                    SRCCMP00
023215 140-SRC-HEAD.                                                    SRCCMP00
023216     IF A-SRC = "S" WRITE REPORT-REC FROM SRC-LINE-A.             SRCCMP00
023217     IF B-SRC = "S" WRITE REPORT-REC FROM SRC-LINE-B.             SRCCMP00
023218 140X.   EXIT.                                                    SRCCMP00
023219 150-GEN-CHECK.                                                   SRCCMP00
023220     NOTE  A MEMBER NOT IN THE LIBRARY OR A GENERATION IT HAS     SRCCMP00
023221         NOT REACHED ENDS THE RUN - THE REPORT WOULD BE EMPTY.    SRCCMP00
023222     IF GEN-CNT = 0                                               SRCCMP00
023223         DISPLAY "MEMBER NOT IN LIBRARY - " CHK-MEMBER            SRCCMP00
023224         MOVE "NOTFOUND" TO AU-RESULT                             SRCCMP00
023225         PERFORM AUDIT-END                                        SRCCMP00
023226         STOP RUN.                                                SRCCMP00
023227     IF GEN-IN = 0 MOVE GEN-CNT TO GEN-IN.                        SRCCMP00
023228     IF GEN-IN IS GREATER THAN GEN-CNT                            SRCCMP00
023229         DISPLAY "GENERATION NOT IN LIBRARY - LATEST IS " GEN-CNT SRCCMP00
023230         MOVE "NOGEN   " TO AU-RESULT                             SRCCMP00
023231         PERFORM AUDIT-END                                        SRCCMP00
023232         STOP RUN.                                                SRCCMP00
023233 150X.   EXIT.                                                    SRCCMP00
023234 160-PICK-C.                                                      SRCCMP00
023235     NOTE  VERSION C OF A MERGE IS COUNTED ON LIB-B, WHICH CARRIESSRCCMP00
023236         IT IN THE SECOND PASS.                                   SRCCMP00
023237     DISPLAY "VERSION C MEMBER NAME".                             SRCCMP00
023238     ACCEPT C-MEMBER.                                             SRCCMP00
023239     DISPLAY "VERSION C GENERATION (0 = LATEST)".                 SRCCMP00
023240     ACCEPT GEN-IN.                                               SRCCMP00
023241     MOVE 0 TO GEN-CNT.                                           SRCCMP00
023242     OPEN INPUT LIB-B.                                            SRCCMP00
023243 162-COUNT-C.                                                     SRCCMP00
023244     READ LIB-B AT END GO TO 164-COUNTED-C.                       SRCCMP00
023245     IF LB-TAG = "*MEMBER "                                       SRCCMP00
023246         IF LB-MEMBER = C-MEMBER                                  SRCCMP00
023247             ADD 1 TO GEN-CNT.                                    SRCCMP00
023248     GO TO 162-COUNT-C.                                           SRCCMP00
023249 164-COUNTED-C.                                                   SRCCMP00
023250     CLOSE LIB-B.                                                 SRCCMP00
023251     MOVE C-MEMBER TO CHK-MEMBER.                                 SRCCMP00
023252     PERFORM 150-GEN-CHECK THRU 150X.                             SRCCMP00
023253     MOVE GEN-IN TO C-GEN.                                        SRCCMP00
023254     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
023255     MOVE "SRCMBR-C" TO AU-EVENT.                                 SRCCMP00
023256     MOVE C-MEMBER TO AU-RESULT.                                  SRCCMP00
023257     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023258     MOVE C-GEN TO GR-GEN.                                        SRCCMP00
023259     MOVE "SRCGEN-C" TO AU-EVENT.                                 SRCCMP00
023260     MOVE GEN-RESULT TO AU-RESULT.                                SRCCMP00
023261     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
023262 160X.   EXIT.                                                    SRCCMP00
023263 200-GET-A.                                                       SRCCMP00
023264     MOVE NXT-A TO CUR-A.                                         SRCCMP00
023300     MOVE NXT-A-HAS TO CUR-A-HAS.                                 SRCCMP00
023310     IF CUR-A-HAS = 1 ADD 1 TO A-ORD.                             SRCCMP00
023400     PERFORM 210-RAW-A THRU 210X.                                 SRCCMP00
023500 200X.   EXIT.                                                    SRCCMP00
023600 210-RAW-A.                                                       SRCCMP00
023700     MOVE 0 TO NXT-A-HAS.                                         SRCCMP00
023800     IF A-DONE = 1 GO TO 210X.                                    SRCCMP00
023900     IF A-FMT = 1 GO TO 215-BLOCKED-A.                            SRCCMP00
023910     IF A-SRC = "S" GO TO 212-LIB-A.                              SRCCMP00
024000     READ SOLT-A AT END MOVE 1 TO A-DONE GO TO 210X.              SRCCMP00
024100     IF A-PRIMED = 0                                              SRCCMP00
024200         MOVE 1 TO A-PRIMED                                       SRCCMP00
024600             GO TO 216-TAKE-A.                                    SRCCMP00
024700     MOVE ACARD80 TO NXT-A.                                       SRCCMP00
024800     GO TO 218-CHECK-A.                                           SRCCMP00
024801 212-LIB-A.                                                       SRCCMP00
024802     NOTE  SKIPS TO THE CHOSEN GENERATIONS *MEMBER RECORD AND     SRCCMP00
024803         DELIVERS ITS CARDS - THE *ENDMBR ENDS THE INPUT.         SRCCMP00
024804     READ LIB-A AT END MOVE 1 TO A-DONE GO TO 210X.               SRCCMP00
024805     IF LA-TAG = "*MEMBER "                                       SRCCMP00
024806         IF LA-MEMBER = A-MEMBER                                  SRCCMP00
024807             ADD 1 TO A-SEEN                                      SRCCMP00
024808             IF A-SEEN = A-GEN                                    SRCCMP00
024809                 MOVE 1 TO A-COPY-SW                              SRCCMP00
024810                 GO TO 212-LIB-A.                                 SRCCMP00
024811     IF A-COPY-SW = 0 GO TO 212-LIB-A.                            SRCCMP00
024812     IF LA-TAG = "*ENDMBR " MOVE 1 TO A-DONE GO TO 210X.          SRCCMP00
024813     IF LA-TAG = "*MEMBER " MOVE 1 TO A-DONE GO TO 210X.          SRCCMP00
024814     MOVE LA-REC TO NXT-A.                                        SRCCMP00
024815     GO TO 218-CHECK-A.                                           SRCCMP00
024900 215-BLOCKED-A.                                                   SRCCMP00
025000     IF A-SUB IS GREATER THAN 5                                   SRCCMP00
025100         PERFORM 217-READ-A-BLOCK THRU 217X.                      SRCCMP00
026900 260-RAW-B.                                                       SRCCMP00
027000     MOVE 0 TO NXT-B-HAS.                                         SRCCMP00
027100     IF B-DONE = 1 GO TO 260X.                                    SRCCMP00
027110     IF B-ON-C = 1 GO TO 270-RAW-C.                               SRCCMP00
027200     IF B-FMT = 1 GO TO 265-BLOCKED-B.                            SRCCMP00
027210     IF B-SRC = "S" GO TO 262-LIB-B.                              SRCCMP00
027300     READ SOLT-B AT END MOVE 1 TO B-DONE GO TO 260X.              SRCCMP00
027400     IF B-PRIMED = 0                                              SRCCMP00
027500         MOVE 1 TO B-PRIMED                                       SRCCMP00
027900             GO TO 266-TAKE-B.                                    SRCCMP00
028000     MOVE BCARD80 TO NXT-B.                                       SRCCMP00
028100     GO TO 268-CHECK-B.                                           SRCCMP00
028101 262-LIB-B.                                                       SRCCMP00
028102     READ LIB-B AT END MOVE 1 TO B-DONE GO TO 260X.               SRCCMP00
028103     IF LB-TAG = "*MEMBER "                                       SRCCMP00
028104         IF LB-MEMBER = B-MEMBER                                  SRCCMP00
028105             ADD 1 TO B-SEEN                                      SRCCMP00
028106             IF B-SEEN = B-GEN                                    SRCCMP00
028107                 MOVE 1 TO B-COPY-SW                              SRCCMP00
028108                 GO TO 262-LIB-B.                                 SRCCMP00
028109     IF B-COPY-SW = 0 GO TO 262-LIB-B.                            SRCCMP00
028110     IF LB-TAG = "*ENDMBR " MOVE 1 TO B-DONE GO TO 260X.          SRCCMP00
028111     IF LB-TAG = "*MEMBER " MOVE 1 TO B-DONE GO TO 260X.          SRCCMP00
028112     MOVE LB-REC TO NXT-B.                                        SRCCMP00
028113     GO TO 268-CHECK-B.                                           SRCCMP00
028114 270-RAW-C.                                                       SRCCMP00
028115     NOTE  VERSION C OF A MERGE, WHEN ON TAPE, IS READ FROM SOLT-CSRCCMP00
028116         IN EITHER FORMAT AND DELIVERED AS THE SOLT-B SIDE.       SRCCMP00
028117     IF B-FMT = 1 GO TO 275-BLOCKED-C.                            SRCCMP00
028118     READ SOLT-C AT END MOVE 1 TO B-DONE GO TO 260X.              SRCCMP00
028119     IF B-PRIMED = 0                                              SRCCMP00
028120         MOVE 1 TO B-PRIMED                                       SRCCMP00
028121         IF C-FILLER (1) = "00000088"                             SRCCMP00
028122             MOVE 1 TO B-FMT                                      SRCCMP00
028123             MOVE 1 TO B-SUB                                      SRCCMP00
028124             GO TO 276-TAKE-C.                                    SRCCMP00
028125     MOVE CCARD80 TO NXT-B.                                       SRCCMP00
028126     GO TO 268-CHECK-B.                                           SRCCMP00
028127 275-BLOCKED-C.                                                   SRCCMP00
028128     IF B-SUB IS GREATER THAN 5                                   SRCCMP00
028129         PERFORM 277-READ-C-BLOCK THRU 277X.                      SRCCMP00
028130     IF B-DONE = 1 GO TO 260X.                                    SRCCMP00
028131 276-TAKE-C.                                                      SRCCMP00
028132     MOVE C-IMAGE (B-SUB) TO NXT-B.                               SRCCMP00
028133     ADD 1 TO B-SUB.                                              SRCCMP00
028134     GO TO 268-CHECK-B.                                           SRCCMP00
028135 277-READ-C-BLOCK.                                                SRCCMP00
028136     READ SOLT-C AT END MOVE 1 TO B-DONE GO TO 277X.              SRCCMP00
028137     MOVE 1 TO B-SUB.                                             SRCCMP00
028138 277X.   EXIT.                                                    SRCCMP00
028200 265-BLOCKED-B.                                                   SRCCMP00
028300     IF B-SUB IS GREATER THAN 5                                   SRCCMP00
028400         PERFORM 267-READ-B-BLOCK THRU 267X.                      SRCCMP00
029400     READ SOLT-B AT END MOVE 1 TO B-DONE GO TO 267X.              SRCCMP00
029500     MOVE 1 TO B-SUB.                                             SRCCMP00
029600 267X.   EXIT.                                                    SRCCMP00
029601 520-NEXT-REQ.                                                    SRCCMP00
029602     READ CHG-FILE AT END GO TO 540-OPEN-LIST.                    SRCCMP00
029603     MOVE 0 TO IN-PERIOD.                                         SRCCMP00
029604     MOVE CQ-ENTERED TO DATE-IN.                                  SRCCMP00
029605     PERFORM 592-PERIOD-TEST THRU 592X.                           SRCCMP00
029606     MOVE CQ-APPROVED TO DATE-IN.                                 SRCCMP00
029607     PERFORM 592-PERIOD-TEST THRU 592X.                           SRCCMP00
029608     MOVE CQ-APPLIED TO DATE-IN.                                  SRCCMP00
029609     PERFORM 592-PERIOD-TEST THRU 592X.                           SRCCMP00
029610     IF IN-PERIOD = 0 GO TO 520-NEXT-REQ.                         SRCCMP00
029611     ADD 1 TO REQ-COUNT.                                          SRCCMP00
029612     PERFORM 530-REQ-LINES THRU 530X.                             SRCCMP00
029613     MOVE CQ-NUMBER TO CHG-REQ-X.                                 SRCCMP00
029614     MOVE 0 TO HIT-CNT.                                           SRCCMP00
029615     MOVE 0 TO ST-X.                                              SRCCMP00
029616 522-NEXT-STAMP.                                                  SRCCMP00
029617     ADD 1 TO ST-X.                                               SRCCMP00
029618     IF ST-X IS GREATER THAN ST-CNT GO TO 526-REELS.              SRCCMP00
029619     IF ST-REQ (ST-X) NOT = CHG-REQ-X GO TO 522-NEXT-STAMP.       SRCCMP00
029620     ADD 1 TO HIT-CNT.                                            SRCCMP00
029621     MOVE ST-MEMBER (ST-X) TO SL-MEMBER.                          SRCCMP00
029622     MOVE ST-GEN (ST-X) TO SL-GEN.                                SRCCMP00
029623     MOVE ST-DATE (ST-X) TO SL-DATE.                              SRCCMP00
029624     MOVE STAMP-LINE TO PRINT-HOLD.                               SRCCMP00
029625     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
029626     IF ST-GEN (ST-X) = 1                                         SRCCMP00
029627         MOVE "FIRST GENERATION - NO EARLIER ONE TO COMPARE"      SRCCMP00
029628             TO NL-TEXT                                           SRCCMP00
029629         MOVE NOTE-LINE TO PRINT-HOLD                             SRCCMP00
029630         PERFORM 596-CHG-PRINT THRU 596X                          SRCCMP00
029631         GO TO 522-NEXT-STAMP.                                    SRCCMP00
029632     MOVE "S" TO A-SRC.  MOVE "S" TO B-SRC.                       SRCCMP00
029633     MOVE ST-MEMBER (ST-X) TO A-MEMBER, B-MEMBER.                 SRCCMP00
029634     MOVE ST-MEMBER (ST-X) TO SA-MEMBER, SB-MEMBER.               SRCCMP00
029635     COMPUTE A-GEN = ST-GEN (ST-X) - 1.                           SRCCMP00
029636     MOVE ST-GEN (ST-X) TO B-GEN.                                 SRCCMP00
029637     MOVE A-GEN TO SA-GEN.  MOVE B-GEN TO SB-GEN.                 SRCCMP00
029638     MOVE 0 TO A-DONE, B-DONE, A-PRIMED, B-PRIMED, A-FMT, B-FMT.  SRCCMP00
029639     MOVE 0 TO CUR-A-HAS, CUR-B-HAS, NXT-A-HAS, NXT-B-HAS.        SRCCMP00
029640     MOVE 0 TO A-SEEN, B-SEEN, A-COPY-SW, B-COPY-SW, DIFF-COUNT.  SRCCMP00
029641     MOVE "000000" TO LAST-A-SEQ.                                 SRCCMP00
029642     ADD 1 TO PAIR-COUNT.                                         SRCCMP00
029643     OPEN INPUT LIB-A.  OPEN INPUT LIB-B.                         SRCCMP00
029644     PERFORM 140-SRC-HEAD THRU 140X.                              SRCCMP00
029645     WRITE REPORT-REC FROM HEAD-LINE BEFORE ADVANCING 2 LINES.    SRCCMP00
029646     ADD 4 TO LINE-COUNT.                                         SRCCMP00
029647     PERFORM 210-RAW-A THRU 210X.                                 SRCCMP00
029648     PERFORM 260-RAW-B THRU 260X.                                 SRCCMP00
029649     PERFORM 200-GET-A THRU 200X.                                 SRCCMP00
029650     PERFORM 250-GET-B THRU 250X.                                 SRCCMP00
029651     GO TO 300-COMPARE.                                           SRCCMP00
029652 524-PAIR-DONE.                                                   SRCCMP00
029653     CLOSE LIB-A.  CLOSE LIB-B.                                   SRCCMP00
029654     GO TO 522-NEXT-STAMP.                                        SRCCMP00
029655 526-REELS.                                                       SRCCMP00
029656     MOVE 0 TO RL-X.                                              SRCCMP00
029657 527-NEXT-REEL.                                                   SRCCMP00
029658     ADD 1 TO RL-X.                                               SRCCMP00
029659     IF RL-X IS GREATER THAN RL-CNT GO TO 528-REQ-DONE.           SRCCMP00
029660     IF RL-REQ (RL-X) NOT = CHG-REQ-X GO TO 527-NEXT-REEL.        SRCCMP00
029661     ADD 1 TO HIT-CNT.                                            SRCCMP00
029662     MOVE RL-PROGRAM (RL-X) TO RT-PROGRAM.                        SRCCMP00
029663     MOVE RL-DATE (RL-X) TO RT-DATE.                              SRCCMP00
029664     MOVE RL-INC (RL-X) TO RT-INC.                                SRCCMP00
029665     MOVE RL-REEL (RL-X) TO RT-REEL.                              SRCCMP00
029666     MOVE RL-RACK (RL-X) TO RT-RACK.                              SRCCMP00
029667     MOVE REEL-LINE TO PRINT-HOLD.                                SRCCMP00
029668     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
029669     GO TO 527-NEXT-REEL.                                         SRCCMP00
029670 528-REQ-DONE.                                                    SRCCMP00
029671     IF HIT-CNT = 0                                               SRCCMP00
029672         MOVE "NO SOURCE CHANGE STAMPED WITH THIS REQUEST"        SRCCMP00
029673             TO NL-TEXT                                           SRCCMP00
029674         MOVE NOTE-LINE TO PRINT-HOLD                             SRCCMP00
029675         PERFORM 596-CHG-PRINT THRU 596X.                         SRCCMP00
029676     GO TO 520-NEXT-REQ.                                          SRCCMP00
029677 540-OPEN-LIST.                                                   SRCCMP00
029678     NOTE  AN APPROVED REQUEST NO CHECK-IN OR U-MODE RUN HAS      SRCCMP00
029679         APPLIED IS LISTED WHATEVER ITS DATES, SO NOTHING         SRCCMP00
029680         APPROVED CAN BE FORGOTTEN BETWEEN REPORTS.               SRCCMP00
029681     CLOSE CHG-FILE.                                              SRCCMP00
029682     MOVE SPACES TO PRINT-HOLD.                                   SRCCMP00
029683     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
029684     MOVE OPEN-HEAD TO PRINT-HOLD.                                SRCCMP00
029685     PERFORM 596-CHG-PRINT THRU 596X.                             SRCCMP00
029686     OPEN INPUT CHG-FILE.                                         SRCCMP00
029687 542-NEXT-OPEN.                                                   SRCCMP00
029688     READ CHG-FILE AT END GO TO 544-OPEN-DONE.                    SRCCMP00
029689     IF CQ-STATUS NOT = "A" GO TO 542-NEXT-OPEN.                  SRCCMP00
029690     ADD 1 TO OPEN-COUNT.                                         SRCCMP00
029691     PERFORM 530-REQ-LINES THRU 530X.                             SRCCMP00
029692     GO TO 542-NEXT-OPEN.                                         SRCCMP00
029693 600-MERGE.                                                       SRCCMP00
029694     NOTE  THE BASE IS READ AS SOLT-A, VERSION B AS SOLT-B AND    SRCCMP00
029695         VERSION C FROM SOLT-C OR LIB-B ON THE SOLT-B SIDE, SO    SRCCMP00
029696         300 COMPARES EACH VERSION WITH THE BASE IN TURN AND      SRCCMP00
029697         380 KEEPS THE DIFFERENCES FOR THE MERGE.                 SRCCMP00
029698     MOVE 1 TO MRG-MODE.                                          SRCCMP00
029699     DISPLAY "BASE - T (TAPE SOLT-A) OR S (SRCLIB MEMBER)".       SRCCMP00
029700     ACCEPT A-SRC.                                                SRCCMP00
029701     IF A-SRC = "S" PERFORM 120-PICK-A THRU 120X                  SRCCMP00
029702         CLOSE LIB-A.                                             SRCCMP00
029703     DISPLAY "VERSION B - T (TAPE SOLT-B) OR S (SRCLIB MEMBER)".  SRCCMP00
029704     ACCEPT B-SRC.                                                SRCCMP00
029705     IF B-SRC = "S" PERFORM 130-PICK-B THRU 130X                  SRCCMP00
029706         CLOSE LIB-B.                                             SRCCMP00
029707     DISPLAY "VERSION C - T (TAPE SOLT-C) OR S (SRCLIB MEMBER)".  SRCCMP00
029708     ACCEPT C-SRC.                                                SRCCMP00
029709     IF C-SRC = "S" PERFORM 160-PICK-C THRU 160X.                 SRCCMP00
029710     DISPLAY "RESOLUTION CARDS IN THE READER (Y/N)".              SRCCMP00
029711     ACCEPT RES-FLAG.                                             SRCCMP00
029712     IF RES-FLAG = "Y" PERFORM 606-LOAD-RES THRU 606X.            SRCCMP00
029713     DISPLAY "MERGED OUTPUT - F (FILE MERGED) OR L (FILE MERGED". SRCCMP00
029714     DISPLAY "AND A NEW SRCLIB GENERATION)".                      SRCCMP00
029715     ACCEPT MRG-OUT.                                              SRCCMP00
029716     IF MRG-OUT = "L" PERFORM 750-LIB-CHECKS THRU 750X.           SRCCMP00
029717     MOVE 1 TO MRG-PASS.                                          SRCCMP00
029718     IF B-SRC = "S" OPEN INPUT LIB-B ELSE OPEN INPUT SOLT-B.      SRCCMP00
029719     PERFORM 605-OPEN-BASE THRU 605X.                             SRCCMP00
029720     GO TO 610-PASS-START.                                        SRCCMP00
029721 605-OPEN-BASE.                                                   SRCCMP00
029722     MOVE 0 TO A-DONE, A-PRIMED, A-FMT, A-SEEN, A-COPY-SW.        SRCCMP00
029723     MOVE 0 TO CUR-A-HAS, NXT-A-HAS, A-ORD.                       SRCCMP00
029724     MOVE "000000" TO LAST-A-SEQ.                                 SRCCMP00
029725     IF A-SRC = "S" OPEN INPUT LIB-A ELSE OPEN INPUT SOLT-A.      SRCCMP00
029726 605X.   EXIT.                                                    SRCCMP00
029727 606-LOAD-RES.                                                    SRCCMP00
029728     NOTE  RESOLUTION CARDS ARE HELD UNTIL THE CONFLICTS THEY     SRCCMP00
029729         SETTLE HAVE BEEN NUMBERED.                               SRCCMP00
029730     OPEN INPUT RESOLVE-CARDS.                                    SRCCMP00
029731 607-RES-READ.                                                    SRCCMP00
029732     READ RESOLVE-CARDS AT END GO TO 608-RES-DONE.                SRCCMP00
029733     IF RV-EOJ = "END-OF-JOB" GO TO 608-RES-DONE.                 SRCCMP00
029734     IF RV-CONFLICT NOT NUMERIC GO TO 607-RES-READ.               SRCCMP00
029735     IF RS-CNT = 200                                              SRCCMP00
029736         DISPLAY "OVER 200 RESOLUTION CARDS - REST IGNORED"       SRCCMP00
029737         GO TO 608-RES-DONE.                                      SRCCMP00
029738     ADD 1 TO RS-CNT.                                             SRCCMP00
029739     MOVE RV-CONFLICT TO RS-NO (RS-CNT).                          SRCCMP00
029740     MOVE RV-CHOICE TO RS-CHOICE (RS-CNT).                        SRCCMP00
029741     GO TO 607-RES-READ.                                          SRCCMP00
029742 608-RES-DONE.                                                    SRCCMP00
029743     CLOSE RESOLVE-CARDS.                                         SRCCMP00
029744     DISPLAY "RESOLUTION CARDS READ " RS-CNT.                     SRCCMP00
029745 606X.   EXIT.                                                    SRCCMP00
029746 610-PASS-START.                                                  SRCCMP00
029747     MOVE 0 TO B-DONE, B-PRIMED, B-FMT, B-SEEN, B-COPY-SW.        SRCCMP00
029748     MOVE 0 TO CUR-B-HAS, NXT-B-HAS, DIFF-COUNT.                  SRCCMP00
029749     IF MRG-PASS = 1                                              SRCCMP00
029750         MOVE "DIFFERENCES OF VERSION B FROM THE BASE" TO NL-TEXT SRCCMP00
029751     ELSE                                                         SRCCMP00
029752         MOVE "DIFFERENCES OF VERSION C FROM THE BASE" TO NL-TEXT.SRCCMP00
029753     WRITE REPORT-REC FROM NOTE-LINE.                             SRCCMP00
029754     PERFORM 140-SRC-HEAD THRU 140X.                              SRCCMP00
029755     WRITE REPORT-REC FROM HEAD-LINE BEFORE ADVANCING 2 LINES.    SRCCMP00
029756     MOVE 5 TO LINE-COUNT.                                        SRCCMP00
029757     PERFORM 210-RAW-A THRU 210X.                                 SRCCMP00
029758     PERFORM 260-RAW-B THRU 260X.                                 SRCCMP00
029759     PERFORM 200-GET-A THRU 200X.                                 SRCCMP00
029760     PERFORM 250-GET-B THRU 250X.                                 SRCCMP00
029761     GO TO 300-COMPARE.                                           SRCCMP00
029762 620-PASS-DONE.                                                   SRCCMP00
029763     IF A-SRC = "S" CLOSE LIB-A ELSE CLOSE SOLT-A.                SRCCMP00
029764     IF B-ON-C = 1 CLOSE SOLT-C GO TO 640-MRG-PLAN.               SRCCMP00
029765     IF B-SRC = "S" CLOSE LIB-B ELSE CLOSE SOLT-B.                SRCCMP00
029766     IF MRG-PASS = 2 GO TO 640-MRG-PLAN.                          SRCCMP00
029767 630-PASS-TWO.                                                    SRCCMP00
029768     MOVE 2 TO MRG-PASS.                                          SRCCMP00
029769     MOVE SPACES TO REPORT-REC.                                   SRCCMP00
029770     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              SRCCMP00
029771     IF C-SRC = "S" GO TO 632-LIB-C.                              SRCCMP00
029772     MOVE "T" TO B-SRC.                                           SRCCMP00
029773     MOVE 1 TO B-ON-C.                                            SRCCMP00
029774     OPEN INPUT SOLT-C.                                           SRCCMP00
029775     GO TO 634-PASS-TWO-GO.                                       SRCCMP00
029776 632-LIB-C.                                                       SRCCMP00
029777     MOVE "S" TO B-SRC.                                           SRCCMP00
029778     MOVE C-MEMBER TO B-MEMBER, SB-MEMBER.                        SRCCMP00
029779     MOVE C-GEN TO B-GEN, SB-GEN.                                 SRCCMP00
029780     OPEN INPUT LIB-B.                                            SRCCMP00
029781 634-PASS-TWO-GO.                                                 SRCCMP00
029782     PERFORM 605-OPEN-BASE THRU 605X.                             SRCCMP00
029783     GO TO 610-PASS-START.                                        SRCCMP00
029784 640-MRG-PLAN.                                                    SRCCMP00
029785     NOTE  THE FIRST WALK OF THE BASE PRINTS EVERY CONFLICT WITH  SRCCMP00
029786         ITS RESOLUTION - THE SECOND, MADE ONLY WHEN ALL ARE      SRCCMP00
029787         RESOLVED, WRITES THE MERGED SOURCE AND THE DECK.         SRCCMP00
029788     MOVE 3 TO MRG-PASS.                                          SRCCMP00
029789     MOVE SPACES TO REPORT-REC.                                   SRCCMP00
029790     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              SRCCMP00
029791     WRITE REPORT-REC FROM MRG-HEAD BEFORE ADVANCING 2 LINES.     SRCCMP00
029792     MOVE 2 TO LINE-COUNT.                                        SRCCMP00
029793     MOVE 0 TO CONF-NO, UNRES-COUNT.                              SRCCMP00
029794     PERFORM 605-OPEN-BASE THRU 605X.                             SRCCMP00
029795     PERFORM 650-MRG-WALK THRU 650X.                              SRCCMP00
029796     IF A-SRC = "S" CLOSE LIB-A ELSE CLOSE SOLT-A.                SRCCMP00
029797     IF CONF-NO = 0                                               SRCCMP00
029798         MOVE "NO CONFLICTS" TO NL-TEXT                           SRCCMP00
029799         MOVE NOTE-LINE TO PRINT-HOLD                             SRCCMP00
029800         PERFORM 696-MRG-PRINT THRU 696X.                         SRCCMP00
029801     MOVE CONF-NO TO MRR-COUNT.                                   SRCCMP00
029802     MOVE CONF-NO TO MT-CONF.                                     SRCCMP00
029803     MOVE UNRES-COUNT TO MT-UNRES.                                SRCCMP00
029804     MOVE 0 TO MT-CARDS.                                          SRCCMP00
029805     IF UNRES-COUNT = 0 GO TO 645-MRG-WRITE.                      SRCCMP00
029806     MOVE SPACES TO REPORT-REC.                                   SRCCMP00
029807     WRITE REPORT-REC.                                            SRCCMP00
029808     WRITE REPORT-REC FROM MRG-TOTAL.                             SRCCMP00
029809     DISPLAY "CONFLICTS UNRESOLVED " UNRES-COUNT                  SRCCMP00
029810         " - NO MERGED OUTPUT".                                   SRCCMP00
029811     CLOSE REPORT-FILE.                                           SRCCMP00
029812     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
029813     MOVE "MERGE   " TO AU-EVENT.                                 SRCCMP00
029814     MOVE MRG-RESULT TO AU-RESULT.                                SRCCMP00
029815     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
029816     MOVE "UNRESOLV" TO AU-RESULT.                                SRCCMP00
029817     PERFORM AUDIT-END.                                           SRCCMP00
029818     STOP RUN.                                                    SRCCMP00
029819 645-MRG-WRITE.                                                   SRCCMP00
029820     MOVE 4 TO MRG-PASS.                                          SRCCMP00
029821     MOVE 0 TO CONF-NO, MRG-CARDS.                                SRCCMP00
029822     OPEN OUTPUT MERGE-FILE.                                      SRCCMP00
029823     OPEN OUTPUT CORR-DECK.                                       SRCCMP00
029824     PERFORM 605-OPEN-BASE THRU 605X.                             SRCCMP00
029825     PERFORM 650-MRG-WALK THRU 650X.                              SRCCMP00
029826     IF A-SRC = "S" CLOSE LIB-A ELSE CLOSE SOLT-A.                SRCCMP00
029827     MOVE "       END-OF-JOB." TO MRGREC.                         SRCCMP00
029828     WRITE MRGREC.                                                SRCCMP00
029829     CLOSE MERGE-FILE LOCK.                                       SRCCMP00
029830     MOVE "       END-OF-JOB." TO CORRREC.                        SRCCMP00
029831     WRITE CORRREC.                                               SRCCMP00
029832     CLOSE CORR-DECK LOCK.                                        SRCCMP00
029833     DISPLAY "MERGED SOURCE WRITTEN TO MERGED, DECK TO CORRDECK". SRCCMP00
029834     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
029835     MOVE "MERGE   " TO AU-EVENT.                                 SRCCMP00
029836     MOVE MRG-RESULT TO AU-RESULT.                                SRCCMP00
029837     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
029838     IF MRG-OUT = "L" PERFORM 760-LIB-APPEND THRU 760X.           SRCCMP00
029839     MOVE MRG-CARDS TO MT-CARDS.                                  SRCCMP00
029840     MOVE SPACES TO REPORT-REC.                                   SRCCMP00
029841     WRITE REPORT-REC.                                            SRCCMP00
029842     WRITE REPORT-REC FROM MRG-TOTAL.                             SRCCMP00
029843     CLOSE REPORT-FILE.                                           SRCCMP00
029844     MOVE "OK      " TO AU-RESULT.                                SRCCMP00
029845     PERFORM AUDIT-END.                                           SRCCMP00
029846     STOP RUN.                                                    SRCCMP00
029847 650-MRG-WALK.                                                    SRCCMP00
029848     NOTE  EACH BASE CARD IN TURN TAKES WHAT THE TWO VERSIONS DID SRCCMP00
029849         TO IT, AND AFTER IT THE CARDS THEY INSERTED THERE - A    SRCCMP00
029850         CHANGE MADE ON ONE SIDE ONLY, OR THE SAME ON BOTH, IS    SRCCMP00
029851         TAKEN AS IT STANDS AND ANYTHING ELSE IS A CONFLICT.      SRCCMP00
029852     MOVE 1 TO EB-X, EC-X.                                        SRCCMP00
029853     MOVE 0 TO MRG-ANCHOR.                                        SRCCMP00
029854     MOVE SPACES TO PREV-A.                                       SRCCMP00
029855     PERFORM 210-RAW-A THRU 210X.                                 SRCCMP00
029856     PERFORM 200-GET-A THRU 200X.                                 SRCCMP00
029857 652-MRG-INSERTS.                                                 SRCCMP00
029858     MOVE EB-X TO RUN-B-FROM.                                     SRCCMP00
029859     PERFORM 654-RUN-B THRU 654X.                                 SRCCMP00
029860     COMPUTE RUN-B-LEN = EB-X - RUN-B-FROM.                       SRCCMP00
029861     MOVE EC-X TO RUN-C-FROM.                                     SRCCMP00
029862     PERFORM 656-RUN-C THRU 656X.                                 SRCCMP00
029863     COMPUTE RUN-C-LEN = EC-X - RUN-C-FROM.                       SRCCMP00
029864     IF RUN-B-LEN = 0 AND RUN-C-LEN = 0 GO TO 660-MRG-CARD.       SRCCMP00
029865     IF RUN-C-LEN = 0                                             SRCCMP00
029866         PERFORM 720-EMIT-RUN-B THRU 720X                         SRCCMP00
029867         GO TO 660-MRG-CARD.                                      SRCCMP00
029868     IF RUN-B-LEN = 0                                             SRCCMP00
029869         PERFORM 722-EMIT-RUN-C THRU 722X                         SRCCMP00
029870         GO TO 660-MRG-CARD.                                      SRCCMP00
029871     PERFORM 658-RUN-SAME THRU 658X.                              SRCCMP00
029872     IF RUN-SAME = 1                                              SRCCMP00
029873         PERFORM 720-EMIT-RUN-B THRU 720X                         SRCCMP00
029874         GO TO 660-MRG-CARD.                                      SRCCMP00
029875     PERFORM 670-INS-CONFLICT THRU 670X.                          SRCCMP00
029876 660-MRG-CARD.                                                    SRCCMP00
029877     IF CUR-A-HAS = 0 GO TO 650X.                                 SRCCMP00
029878     MOVE "K" TO ACT-B, ACT-C.                                    SRCCMP00
029879     IF EB-X IS GREATER THAN EB-CNT GO TO 662-CARD-C.             SRCCMP00
029880     IF EB-ORD (EB-X) NOT = A-ORD GO TO 662-CARD-C.               SRCCMP00
029881     IF EB-ACT (EB-X) = "I" GO TO 662-CARD-C.                     SRCCMP00
029882     MOVE EB-ACT (EB-X) TO ACT-B.                                 SRCCMP00
029883     MOVE EB-CARD (EB-X) TO TEXT-B.                               SRCCMP00
029884     ADD 1 TO EB-X.                                               SRCCMP00
029885 662-CARD-C.                                                      SRCCMP00
029886     IF EC-X IS GREATER THAN EC-CNT GO TO 664-CARD-DECIDE.        SRCCMP00
029887     IF EC-ORD (EC-X) NOT = A-ORD GO TO 664-CARD-DECIDE.          SRCCMP00
029888     IF EC-ACT (EC-X) = "I" GO TO 664-CARD-DECIDE.                SRCCMP00
029889     MOVE EC-ACT (EC-X) TO ACT-C.                                 SRCCMP00
029890     MOVE EC-CARD (EC-X) TO TEXT-C.                               SRCCMP00
029891     ADD 1 TO EC-X.                                               SRCCMP00
029892 664-CARD-DECIDE.                                                 SRCCMP00
029893     IF ACT-B = "K" AND ACT-C = "K"                               SRCCMP00
029894         PERFORM 700-EMIT-KEEP THRU 700X                          SRCCMP00
029895         GO TO 668-CARD-DONE.                                     SRCCMP00
029896     IF ACT-C = "K"                                               SRCCMP00
029897         PERFORM 710-APPLY-B THRU 710X                            SRCCMP00
029898         GO TO 668-CARD-DONE.                                     SRCCMP00
029899     IF ACT-B = "K"                                               SRCCMP00
029900         PERFORM 712-APPLY-C THRU 712X                            SRCCMP00
029901         GO TO 668-CARD-DONE.                                     SRCCMP00
029902     IF ACT-B = "D" AND ACT-C = "D"                               SRCCMP00
029903         PERFORM 710-APPLY-B THRU 710X                            SRCCMP00
029904         GO TO 668-CARD-DONE.                                     SRCCMP00
029905     IF ACT-B = "R" AND ACT-C = "R" AND TB-TEXT = TC-TEXT         SRCCMP00
029906         PERFORM 710-APPLY-B THRU 710X                            SRCCMP00
029907         GO TO 668-CARD-DONE.                                     SRCCMP00
029908     PERFORM 680-CARD-CONFLICT THRU 680X.                         SRCCMP00
029909 668-CARD-DONE.                                                   SRCCMP00
029910     MOVE A-ORD TO MRG-ANCHOR.                                    SRCCMP00
029911     MOVE CUR-A TO PREV-A.                                        SRCCMP00
029912     MOVE CA-SEQ TO LAST-A-SEQ.                                   SRCCMP00
029913     PERFORM 200-GET-A THRU 200X.                                 SRCCMP00
029914     GO TO 652-MRG-INSERTS.                                       SRCCMP00
029915 650X.   EXIT.                                                    SRCCMP00
029916 654-RUN-B.                                                       SRCCMP00
029917     IF EB-X IS GREATER THAN EB-CNT GO TO 654X.                   SRCCMP00
029918     IF EB-ORD (EB-X) NOT = MRG-ANCHOR GO TO 654X.                SRCCMP00
029919     IF EB-ACT (EB-X) NOT = "I" GO TO 654X.                       SRCCMP00
029920     ADD 1 TO EB-X.                                               SRCCMP00
029921     GO TO 654-RUN-B.                                             SRCCMP00
029922 654X.   EXIT.                                                    SRCCMP00
029923 656-RUN-C.                                                       SRCCMP00
029924     IF EC-X IS GREATER THAN EC-CNT GO TO 656X.                   SRCCMP00
029925     IF EC-ORD (EC-X) NOT = MRG-ANCHOR GO TO 656X.                SRCCMP00
029926     IF EC-ACT (EC-X) NOT = "I" GO TO 656X.                       SRCCMP00
029927     ADD 1 TO EC-X.                                               SRCCMP00
029928     GO TO 656-RUN-C.                                             SRCCMP00
029929 656X.   EXIT.                                                    SRCCMP00
029930 658-RUN-SAME.                                                    SRCCMP00
029931     NOTE  THE SAME CARDS INSERTED AT ONE PLACE ON BOTH SIDES ARE SRCCMP00
029932         TAKEN ONCE.                                              SRCCMP00
029933     MOVE 0 TO RUN-SAME.                                          SRCCMP00
029934     IF RUN-B-LEN NOT = RUN-C-LEN GO TO 658X.                     SRCCMP00
029935     MOVE 1 TO RUN-SAME.                                          SRCCMP00
029936     MOVE RUN-C-FROM TO RUN-CX.                                   SRCCMP00
029937     PERFORM 659-RUN-CARD VARYING RUN-BX FROM RUN-B-FROM BY 1     SRCCMP00
029938         UNTIL RUN-BX = EB-X.                                     SRCCMP00
029939     GO TO 658X.                                                  SRCCMP00
029940 659-RUN-CARD.                                                    SRCCMP00
029941     IF EB-TEXT (RUN-BX) NOT = EC-TEXT (RUN-CX)                   SRCCMP00
029942         MOVE 0 TO RUN-SAME.                                      SRCCMP00
029943     ADD 1 TO RUN-CX.                                             SRCCMP00
029944 658X.   EXIT.                                                    SRCCMP00
029945 670-INS-CONFLICT.                                                SRCCMP00
029946     ADD 1 TO CONF-NO.                                            SRCCMP00
029947     PERFORM 690-FIND-RES THRU 690X.                              SRCCMP00
029948     IF MRG-PASS = 3 PERFORM 674-INS-LIST THRU 674X.              SRCCMP00
029949     IF RES-CHOICE = "B " OR RES-CHOICE = "BC"                    SRCCMP00
029950         PERFORM 720-EMIT-RUN-B THRU 720X.                        SRCCMP00
029951     IF RES-CHOICE = "C " OR RES-CHOICE = "BC"                    SRCCMP00
029952         OR RES-CHOICE = "CB"                                     SRCCMP00
029953         PERFORM 722-EMIT-RUN-C THRU 722X.                        SRCCMP00
029954     IF RES-CHOICE = "CB" PERFORM 720-EMIT-RUN-B THRU 720X.       SRCCMP00
029955 670X.   EXIT.                                                    SRCCMP00
029956 674-INS-LIST.                                                    SRCCMP00
029957     MOVE CONF-NO TO CL-NO.                                       SRCCMP00
029958     MOVE CONF-LABEL TO ML-CONFLICT.                              SRCCMP00
029959     MOVE "AFTER" TO ML-SIDE.                                     SRCCMP00
029960     MOVE PA-SEQ TO ML-SEQ.                                       SRCCMP00
029961     MOVE PA-TEXT TO ML-TEXT.                                     SRCCMP00
029962     IF MRG-ANCHOR = 0 MOVE "(START OF SOURCE)" TO ML-TEXT.       SRCCMP00
029963     MOVE MRG-LINE TO PRINT-HOLD.                                 SRCCMP00
029964     PERFORM 696-MRG-PRINT THRU 696X.                             SRCCMP00
029965     MOVE SPACES TO ML-CONFLICT.                                  SRCCMP00
029966     MOVE "VERS-B" TO ML-SIDE.                                    SRCCMP00
029967     PERFORM 676-LIST-B VARYING RUN-BX FROM RUN-B-FROM BY 1       SRCCMP00
029968         UNTIL RUN-BX = EB-X.                                     SRCCMP00
029969     MOVE "VERS-C" TO ML-SIDE.                                    SRCCMP00
029970     PERFORM 677-LIST-C VARYING RUN-CX FROM RUN-C-FROM BY 1       SRCCMP00
029971         UNTIL RUN-CX = EC-X.                                     SRCCMP00
029972     PERFORM 694-RES-LINE THRU 694X.                              SRCCMP00
029973     GO TO 674X.                                                  SRCCMP00
029974 676-LIST-B.                                                      SRCCMP00
029975     MOVE EB-SEQ (RUN-BX) TO ML-SEQ.                              SRCCMP00
029976     MOVE EB-TEXT (RUN-BX) TO ML-TEXT.                            SRCCMP00
029977     MOVE MRG-LINE TO PRINT-HOLD.                                 SRCCMP00
029978     PERFORM 696-MRG-PRINT THRU 696X.                             SRCCMP00
029979 677-LIST-C.                                                      SRCCMP00
029980     MOVE EC-SEQ (RUN-CX) TO ML-SEQ.                              SRCCMP00
029981     MOVE EC-TEXT (RUN-CX) TO ML-TEXT.                            SRCCMP00
029982     MOVE MRG-LINE TO PRINT-HOLD.                                 SRCCMP00
029983     PERFORM 696-MRG-PRINT THRU 696X.                             SRCCMP00
029984 674X.   EXIT.                                                    SRCCMP00
029985 680-CARD-CONFLICT.                                               SRCCMP00
029986     NOTE  BC AND CB TAKE THE TEXT OF EACH SIDE THAT CHANGED THE  SRCCMP00
029987         CARD, IN THAT ORDER - A SIDE THAT DELETED IT GIVES NONE. SRCCMP00
029988     ADD 1 TO CONF-NO.                                            SRCCMP00
029989     PERFORM 690-FIND-RES THRU 690X.                              SRCCMP00
029990     IF MRG-PASS = 3 PERFORM 684-CARD-LIST THRU 684X.             SRCCMP00
029991     IF RES-CHOICE = "O "                                         SRCCMP00
029992         PERFORM 700-EMIT-KEEP THRU 700X                          SRCCMP00
029993         GO TO 680X.                                              SRCCMP00
029994     IF RES-CHOICE = "B "                                         SRCCMP00
029995         PERFORM 710-APPLY-B THRU 710X                            SRCCMP00
029996         GO TO 680X.                                              SRCCMP00
029997     IF RES-CHOICE = "C "                                         SRCCMP00
029998         PERFORM 712-APPLY-C THRU 712X                            SRCCMP00
029999         GO TO 680X.                                              SRCCMP00
030000     MOVE 1 TO EMIT-FIRST.                                        SRCCMP00
030001     IF RES-CHOICE = "BC"                                         SRCCMP00
030002         PERFORM 686-TEXT-B THRU 686X                             SRCCMP00
030003         PERFORM 688-TEXT-C THRU 688X.                            SRCCMP00
030004     IF RES-CHOICE = "CB"                                         SRCCMP00
030005         PERFORM 688-TEXT-C THRU 688X                             SRCCMP00
030006         PERFORM 686-TEXT-B THRU 686X.                            SRCCMP00
030007     IF EMIT-FIRST = 1 PERFORM 702-EMIT-DELETE THRU 702X.         SRCCMP00
030008 680X.   EXIT.                                                    SRCCMP00
030009 684-CARD-LIST.                                                   SRCCMP00
030010     MOVE CONF-NO TO CL-NO.                                       SRCCMP00
030011     MOVE CONF-LABEL TO ML-CONFLICT.                              SRCCMP00
030012     MOVE "BASE" TO ML-SIDE.                                      SRCCMP00
030013     MOVE CA-SEQ TO ML-SEQ.                                       SRCCMP00
030014     MOVE CA-TEXT TO ML-TEXT.                                     SRCCMP00
030015     MOVE MRG-LINE TO PRINT-HOLD.                                 SRCCMP00
030016     PERFORM 696-MRG-PRINT THRU 696X.                             SRCCMP00
030017     MOVE SPACES TO ML-CONFLICT.                                  SRCCMP00
030018     MOVE "VERS-B" TO ML-SIDE.                                    SRCCMP00
030019     MOVE TB-SEQ TO ML-SEQ.                                       SRCCMP00
030020     MOVE TB-TEXT TO ML-TEXT.                                     SRCCMP00
030021     IF ACT-B = "D"                                               SRCCMP00
030022         MOVE SPACES TO ML-SEQ                                    SRCCMP00
030023         MOVE "(DELETED)" TO ML-TEXT.                             SRCCMP00
030024     MOVE MRG-LINE TO PRINT-HOLD.                                 SRCCMP00
030025     PERFORM 696-MRG-PRINT THRU 696X.                             SRCCMP00
030026     MOVE "VERS-C" TO ML-SIDE.                                    SRCCMP00
030027     MOVE TC-SEQ TO ML-SEQ.                                       SRCCMP00
030028     MOVE TC-TEXT TO ML-TEXT.                                     SRCCMP00
030029     IF ACT-C = "D"                                               SRCCMP00
030030         MOVE SPACES TO ML-SEQ                                    SRCCMP00
030031         MOVE "(DELETED)" TO ML-TEXT.                             SRCCMP00
030032     MOVE MRG-LINE TO PRINT-HOLD.                                 SRCCMP00
030033     PERFORM 696-MRG-PRINT THRU 696X.                             SRCCMP00
030034     PERFORM 694-RES-LINE THRU 694X.                              SRCCMP00
030035 684X.   EXIT.                                                    SRCCMP00
030036 686-TEXT-B.                                                      SRCCMP00
030037     IF ACT-B NOT = "R" GO TO 686X.                               SRCCMP00
030038     MOVE TEXT-B TO EMIT-CARD.                                    SRCCMP00
030039     PERFORM 704-EMIT-TEXT THRU 704X.                             SRCCMP00
030040 686X.   EXIT.                                                    SRCCMP00
030041 688-TEXT-C.                                                      SRCCMP00
030042     IF ACT-C NOT = "R" GO TO 688X.                               SRCCMP00
030043     MOVE TEXT-C TO EMIT-CARD.                                    SRCCMP00
030044     PERFORM 704-EMIT-TEXT THRU 704X.                             SRCCMP00
030045 688X.   EXIT.                                                    SRCCMP00
030046 690-FIND-RES.                                                    SRCCMP00
030047     NOTE  THE LAST CARD FOR A CONFLICT NUMBER STANDS - A CHOICE  SRCCMP00
030048         OTHER THAN B, C, BC, CB, O OR D LEAVES IT UNRESOLVED.    SRCCMP00
030049     MOVE SPACES TO RES-CHOICE.                                   SRCCMP00
030050     MOVE 1 TO RES-OK.                                            SRCCMP00
030051     PERFORM 692-RES-LOOK VARYING RS-X FROM 1 BY 1                SRCCMP00
030052         UNTIL RS-X IS GREATER THAN RS-CNT.                       SRCCMP00
030053     IF RES-CHOICE = "B " OR RES-CHOICE = "C " GO TO 690X.        SRCCMP00
030054     IF RES-CHOICE = "BC" OR RES-CHOICE = "CB" GO TO 690X.        SRCCMP00
030055     IF RES-CHOICE = "O " OR RES-CHOICE = "D " GO TO 690X.        SRCCMP00
030056     MOVE 0 TO RES-OK.                                            SRCCMP00
030057     ADD 1 TO UNRES-COUNT.                                        SRCCMP00
030058     GO TO 690X.                                                  SRCCMP00
030059 692-RES-LOOK.                                                    SRCCMP00
030060     IF RS-NO (RS-X) = CONF-NO                                    SRCCMP00
030061         MOVE RS-CHOICE (RS-X) TO RES-CHOICE.                     SRCCMP00
030062 690X.   EXIT.                                                    SRCCMP00
030063 694-RES-LINE.                                                    SRCCMP00
030064     MOVE "RESOLVED - TAKE" TO RN-WORDS.                          SRCCMP00
030065     IF RES-OK = 0 MOVE "UNRESOLVED - NO VALID CARD" TO RN-WORDS. SRCCMP00
030066     MOVE RES-CHOICE TO RN-CHOICE.                                SRCCMP00
030067     MOVE RES-LINE TO PRINT-HOLD.                                 SRCCMP00
030068     PERFORM 696-MRG-PRINT THRU 696X.                             SRCCMP00
030069 694X.   EXIT.                                                    SRCCMP00
030070 696-MRG-PRINT.                                                   SRCCMP00
030071     ADD 1 TO LINE-COUNT.                                         SRCCMP00
030072     IF LINE-COUNT IS GREATER THAN 50                             SRCCMP00
030073         MOVE SPACES TO REPORT-REC                                SRCCMP00
030074         WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1           SRCCMP00
030075         WRITE REPORT-REC FROM MRG-HEAD BEFORE ADVANCING 2 LINES  SRCCMP00
030076         MOVE 0 TO LINE-COUNT.                                    SRCCMP00
030077     WRITE REPORT-REC FROM PRINT-HOLD.                            SRCCMP00
030078 696X.   EXIT.                                                    SRCCMP00
030079 698-MRG-FULL.                                                    SRCCMP00
030080     DISPLAY "TOO MANY DIFFERENCES FOR THE MERGE - OVER 300".     SRCCMP00
030081     CLOSE REPORT-FILE.                                           SRCCMP00
030082     MOVE "ABORT   " TO AU-RESULT.                                SRCCMP00
030083     PERFORM AUDIT-END.                                           SRCCMP00
030084     STOP RUN.                                                    SRCCMP00
030085 700-EMIT-KEEP.                                                   SRCCMP00
030086     IF MRG-PASS NOT = 4 GO TO 700X.                              SRCCMP00
030087     ADD 1 TO MRG-CARDS.                                          SRCCMP00
030088     WRITE MRGREC FROM CUR-A.                                     SRCCMP00
030089 700X.   EXIT.                                                    SRCCMP00
030090 702-EMIT-DELETE.                                                 SRCCMP00
030091     IF MRG-PASS NOT = 4 GO TO 702X.                              SRCCMP00
030092     MOVE "D" TO CR-ACTION.                                       SRCCMP00
030093     MOVE CA-SEQ TO CR-SEQ1.                                      SRCCMP00
030094     MOVE "000000" TO CR-SEQ2.                                    SRCCMP00
030095     PERFORM 378-DECK-CTL THRU 378X.                              SRCCMP00
030096 702X.   EXIT.                                                    SRCCMP00
030097 704-EMIT-TEXT.                                                   SRCCMP00
030098     NOTE  THE FIRST TEXT STANDING FOR A BASE CARD REPLACES IT -  SRCCMP00
030099         ANY OTHER IS INSERTED AFTER THE LAST BASE CARD PASSED.   SRCCMP00
030100     IF MRG-PASS NOT = 4 GO TO 704X.                              SRCCMP00
030101     ADD 1 TO MRG-CARDS.                                          SRCCMP00
030102     IF EMIT-FIRST = 1                                            SRCCMP00
030103         MOVE 0 TO EMIT-FIRST                                     SRCCMP00
030104         MOVE "R" TO CR-ACTION                                    SRCCMP00
030105         MOVE CA-SEQ TO CR-SEQ1                                   SRCCMP00
030106         MOVE CA-SEQ TO LAST-A-SEQ                                SRCCMP00
030107     ELSE                                                         SRCCMP00
030108         MOVE "I" TO CR-ACTION                                    SRCCMP00
030109         MOVE LAST-A-SEQ TO CR-SEQ1.                              SRCCMP00
030110     MOVE "000000" TO CR-SEQ2.                                    SRCCMP00
030111     PERFORM 378-DECK-CTL THRU 378X.                              SRCCMP00
030112     WRITE CORRREC FROM EMIT-CARD.                                SRCCMP00
030113     WRITE MRGREC FROM EMIT-CARD.                                 SRCCMP00
030114 704X.   EXIT.                                                    SRCCMP00
030115 710-APPLY-B.                                                     SRCCMP00
030116     IF ACT-B = "D"                                               SRCCMP00
030117         PERFORM 702-EMIT-DELETE THRU 702X                        SRCCMP00
030118         GO TO 710X.                                              SRCCMP00
030119     MOVE 1 TO EMIT-FIRST.                                        SRCCMP00
030120     MOVE TEXT-B TO EMIT-CARD.                                    SRCCMP00
030121     PERFORM 704-EMIT-TEXT THRU 704X.                             SRCCMP00
030122 710X.   EXIT.                                                    SRCCMP00
030123 712-APPLY-C.                                                     SRCCMP00
030124     IF ACT-C = "D"                                               SRCCMP00
030125         PERFORM 702-EMIT-DELETE THRU 702X                        SRCCMP00
030126         GO TO 712X.                                              SRCCMP00
030127     MOVE 1 TO EMIT-FIRST.                                        SRCCMP00
030128     MOVE TEXT-C TO EMIT-CARD.                                    SRCCMP00
030129     PERFORM 704-EMIT-TEXT THRU 704X.                             SRCCMP00
030130 712X.   EXIT.                                                    SRCCMP00
030131 720-EMIT-RUN-B.                                                  SRCCMP00
030132     MOVE 0 TO EMIT-FIRST.                                        SRCCMP00
030133     PERFORM 724-RUN-B-CARD VARYING RUN-BX FROM RUN-B-FROM BY 1   SRCCMP00
030134         UNTIL RUN-BX = EB-X.                                     SRCCMP00
030135     GO TO 720X.                                                  SRCCMP00
030136 724-RUN-B-CARD.                                                  SRCCMP00
030137     MOVE EB-CARD (RUN-BX) TO EMIT-CARD.                          SRCCMP00
030138     PERFORM 704-EMIT-TEXT THRU 704X.                             SRCCMP00
030139 720X.   EXIT.                                                    SRCCMP00
030140 722-EMIT-RUN-C.                                                  SRCCMP00
030141     MOVE 0 TO EMIT-FIRST.                                        SRCCMP00
030142     PERFORM 726-RUN-C-CARD VARYING RUN-CX FROM RUN-C-FROM BY 1   SRCCMP00
030143         UNTIL RUN-CX = EC-X.                                     SRCCMP00
030144     GO TO 722X.                                                  SRCCMP00
030145 726-RUN-C-CARD.                                                  SRCCMP00
030146     MOVE EC-CARD (RUN-CX) TO EMIT-CARD.                          SRCCMP00
030147     PERFORM 704-EMIT-TEXT THRU 704X.                             SRCCMP00
030148 722X.   EXIT.                                                    SRCCMP00
030149 750-LIB-CHECKS.                                                  SRCCMP00
030150     NOTE  A MERGED GENERATION IS CHECKED IN UNDER THE RULES OF A SRCCMP00
030151         SRCLIB CHECK-IN - AN APPROVED CHANGE REQUEST FOR THE     SRCCMP00
030152         MEMBER AND, WHERE STDRULES GATES CHECK-IN, A STDCHK      SRCCMP00
030153         CHECK OF THE MEMBER MADE TODAY.                          SRCCMP00
030154     DISPLAY "MEMBER IDENTIFIER FOR THE MERGED GENERATION".       SRCCMP00
030155     ACCEPT NEW-MEMBER.                                           SRCCMP00
030156     DISPLAY "MEMBER CLASS - S (SOURCE PROGRAM)".                 SRCCMP00
030157     DISPLAY "OR C (COPY MEMBER)".                                SRCCMP00
030158     ACCEPT MEMBER-CLASS.                                         SRCCMP00
030159     IF MEMBER-CLASS NOT = "C" MOVE "S" TO MEMBER-CLASS.          SRCCMP00
030160     PERFORM 780-CHGREQ-CHECK THRU 780X.                          SRCCMP00
030161     PERFORM 790-STD-GATE THRU 790X.                              SRCCMP00
030162 750X.   EXIT.                                                    SRCCMP00
030163 760-LIB-APPEND.                                                  SRCCMP00
030164     NOTE  THE MERGED SOURCE IS COPIED FROM MERGED ONTO THE END OFSRCCMP00
030165         SRCLIB AS THE NEWEST GENERATION OF THE MEMBER, STAMPED   SRCCMP00
030166         WITH ITS CHANGE REQUEST.                                 SRCCMP00
030167     OPEN INPUT MERGE-FILE.                                       SRCCMP00
030168     OPEN I-O LIB-B.                                              SRCCMP00
030169 762-LIB-SKIP.                                                    SRCCMP00
030170     READ LIB-B AT END GO TO 764-LIB-HEADER.                      SRCCMP00
030171     GO TO 762-LIB-SKIP.                                          SRCCMP00
030172 764-LIB-HEADER.                                                  SRCCMP00
030173     MOVE SPACES TO LB-REC.                                       SRCCMP00
030174     MOVE "*MEMBER " TO LB-TAG.                                   SRCCMP00
030175     MOVE NEW-MEMBER TO LB-MEMBER.                                SRCCMP00
030176     MOVE TODAYS-DATE TO LB-DATE.                                 SRCCMP00
030177     MOVE MRG-CARDS TO LB-COUNT.                                  SRCCMP00
030178     MOVE MEMBER-CLASS TO LB-CLASS.                               SRCCMP00
030179     MOVE CHG-REQ-NO TO LB-CHGREQ.                                SRCCMP00
030180     WRITE LB-REC.                                                SRCCMP00
030181 766-LIB-CARD.                                                    SRCCMP00
030182     READ MERGE-FILE AT END GO TO 768-LIB-TRAILER.                SRCCMP00
030183     IF MF-EOJ = "END-OF-JOB" GO TO 768-LIB-TRAILER.              SRCCMP00
030184     MOVE MRGREC TO LB-REC.                                       SRCCMP00
030185     WRITE LB-REC.                                                SRCCMP00
030186     GO TO 766-LIB-CARD.                                          SRCCMP00
030187 768-LIB-TRAILER.                                                 SRCCMP00
030188     MOVE SPACES TO LB-REC.                                       SRCCMP00
030189     MOVE "*ENDMBR " TO LB-TAG.                                   SRCCMP00
030190     MOVE NEW-MEMBER TO LB-MEMBER.                                SRCCMP00
030191     MOVE TODAYS-DATE TO LB-DATE.                                 SRCCMP00
030192     MOVE MRG-CARDS TO LB-COUNT.                                  SRCCMP00
030193     MOVE MEMBER-CLASS TO LB-CLASS.                               SRCCMP00
030194     WRITE LB-REC.                                                SRCCMP00
030195     CLOSE LIB-B.                                                 SRCCMP00
030196     CLOSE MERGE-FILE.                                            SRCCMP00
030197     DISPLAY "MERGED SOURCE CHECKED IN - CARDS " MRG-CARDS.       SRCCMP00
030198     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
030199     MOVE "CHECKIN " TO AU-EVENT.                                 SRCCMP00
030200     MOVE NEW-MEMBER TO AU-RESULT.                                SRCCMP00
030201     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
030202     PERFORM 770-CHGREQ-APPLIED THRU 770X.                        SRCCMP00
030203 760X.   EXIT.                                                    SRCCMP00
030204 770-CHGREQ-APPLIED.                                              SRCCMP00
030205     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
030206     MOVE "CHGREQ  " TO AU-EVENT.                                 SRCCMP00
030207     MOVE CHG-REQ-NO TO CRR-NUMBER.                               SRCCMP00
030208     MOVE CHG-RESULT TO AU-RESULT.                                SRCCMP00
030209     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
030210     OPEN I-O CHG-FILE.                                           SRCCMP00
030211 772-APPLIED-READ.                                                SRCCMP00
030212     READ CHG-FILE AT END GO TO 774-APPLIED-DONE.                 SRCCMP00
030213     IF CQ-NUMBER NOT = CHG-REQ-NO GO TO 772-APPLIED-READ.        SRCCMP00
030214     MOVE "P" TO CQ-STATUS.                                       SRCCMP00
030215     MOVE TODAYS-DATE TO CQ-APPLIED.                              SRCCMP00
030216     IF CQ-APPLY-CNT NOT NUMERIC MOVE 0 TO CQ-APPLY-CNT.          SRCCMP00
030217     IF CQ-APPLY-CNT IS LESS THAN 99 ADD 1 TO CQ-APPLY-CNT.       SRCCMP00
030218     REWRITE CQ-REC.                                              SRCCMP00
030219 774-APPLIED-DONE.                                                SRCCMP00
030220     CLOSE CHG-FILE.                                              SRCCMP00
030221 770X.   EXIT.                                                    SRCCMP00
030222 780-CHGREQ-CHECK.                                                SRCCMP00
030223     NOTE  THE CHANGE REQUEST MUST BE ON CHGREQ FOR THE MEMBER ANDSRCCMP00
030224         APPROVED (A) OR ALREADY APPLIED (P).                     SRCCMP00
030225     DISPLAY "ENTER APPROVED CHANGE REQUEST NUMBER (6 DIGITS)".   SRCCMP00
030226     MOVE 0 TO CHG-REQ-NO.                                        SRCCMP00
030227     ACCEPT CHG-REQ-NO.                                           SRCCMP00
030228     IF CHG-REQ-NO NOT NUMERIC MOVE 0 TO CHG-REQ-NO.              SRCCMP00
030229     MOVE 0 TO CHG-OK-SW.                                         SRCCMP00
030230     OPEN INPUT CHG-FILE.                                         SRCCMP00
030231     IF CHG-FILE-STATUS NOT = "00" GO TO 786-CHGREQ-REFUSE.       SRCCMP00
030232 782-CHGREQ-READ.                                                 SRCCMP00
030233     READ CHG-FILE AT END GO TO 784-CHGREQ-DONE.                  SRCCMP00
030234     IF CQ-NUMBER NOT = CHG-REQ-NO GO TO 782-CHGREQ-READ.         SRCCMP00
030235     MOVE 1 TO CHG-OK-SW.                                         SRCCMP00
030236     IF CQ-PROGRAM = NEW-MEMBER                                   SRCCMP00
030237         IF CQ-STATUS = "A" OR CQ-STATUS = "P"                    SRCCMP00
030238             MOVE 2 TO CHG-OK-SW.                                 SRCCMP00
030239 784-CHGREQ-DONE.                                                 SRCCMP00
030240     CLOSE CHG-FILE.                                              SRCCMP00
030241     IF CHG-OK-SW = 2 GO TO 780X.                                 SRCCMP00
030242 786-CHGREQ-REFUSE.                                               SRCCMP00
030243     IF CHG-OK-SW = 0                                             SRCCMP00
030244         DISPLAY "CHANGE REQUEST " CHG-REQ-NO " NOT ON CHGREQ".   SRCCMP00
030245     IF CHG-OK-SW = 1                                             SRCCMP00
030246         DISPLAY "CHANGE REQUEST " CHG-REQ-NO " NOT APPROVED FOR "SRCCMP00
030247             NEW-MEMBER.                                          SRCCMP00
030248     DISPLAY "MERGE REFUSED - NOTHING WRITTEN".                   SRCCMP00
030249     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
030250     MOVE "CHGREQ  " TO AU-EVENT.                                 SRCCMP00
030251     MOVE "REFUSED " TO AU-RESULT.                                SRCCMP00
030252     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
030253     CLOSE REPORT-FILE.                                           SRCCMP00
030254     MOVE "ABORT   " TO AU-RESULT.                                SRCCMP00
030255     PERFORM AUDIT-END.                                           SRCCMP00
030256     STOP RUN.                                                    SRCCMP00
030257 780X.   EXIT.                                                    SRCCMP00
030258 790-STD-GATE.                                                    SRCCMP00
030259     NOTE  STDRULES SAYS WHETHER CHECK-IN IS GATED - THE LAST     SRCCMP00
030260         STDCHK RESULT FOR THE MEMBER ON STDHIST MUST BE TODAYS   SRCCMP00
030261         AND RATED WELL ENOUGH.                                   SRCCMP00
030262     MOVE "N" TO GATE-SEV.                                        SRCCMP00
030263     OPEN INPUT STD-RULES.                                        SRCCMP00
030264     IF RULE-FILE-STATUS NOT = "00" GO TO 790X.                   SRCCMP00
030265 791-RULE-READ.                                                   SRCCMP00
030266     READ STD-RULES AT END GO TO 792-RULES-DONE.                  SRCCMP00
030267     IF SR-CODE = "GATE" MOVE SR-SEV TO GATE-SEV.                 SRCCMP00
030268     GO TO 791-RULE-READ.                                         SRCCMP00
030269 792-RULES-DONE.                                                  SRCCMP00
030270     CLOSE STD-RULES.                                             SRCCMP00
030271     IF GATE-SEV NOT = "F" AND GATE-SEV NOT = "W" GO TO 790X.     SRCCMP00
030272     MOVE SPACE TO STD-RATING.                                    SRCCMP00
030273     OPEN INPUT STD-HIST.                                         SRCCMP00
030274     IF HIST-FILE-STATUS NOT = "00" GO TO 796-STD-REFUSE.         SRCCMP00
030275 793-HIST-READ.                                                   SRCCMP00
030276     READ STD-HIST AT END GO TO 794-HIST-DONE.                    SRCCMP00
030277     IF HD-TYPE NOT = "D" GO TO 793-HIST-READ.                    SRCCMP00
030278     IF HD-MEMBER NOT = NEW-MEMBER GO TO 793-HIST-READ.           SRCCMP00
030279     MOVE SPACE TO STD-RATING.                                    SRCCMP00
030280     IF HD-DATE = TODAYS-DATE MOVE HD-RATING TO STD-RATING.       SRCCMP00
030281     GO TO 793-HIST-READ.                                         SRCCMP00
030282 794-HIST-DONE.                                                   SRCCMP00
030283     CLOSE STD-HIST.                                              SRCCMP00
030284     IF STD-RATING = "P" GO TO 790X.                              SRCCMP00
030285     IF STD-RATING = "W" AND GATE-SEV = "F" GO TO 790X.           SRCCMP00
030286 796-STD-REFUSE.                                                  SRCCMP00
030287     IF STD-RATING = SPACE                                        SRCCMP00
030288         DISPLAY "NO STDCHK CHECK OF " NEW-MEMBER " TODAY"        SRCCMP00
030289     ELSE                                                         SRCCMP00
030290         DISPLAY "STDCHK RATED " NEW-MEMBER " " STD-RATING.       SRCCMP00
030291     DISPLAY "MERGE REFUSED - NOTHING WRITTEN".                   SRCCMP00
030292     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
030293     MOVE "STDCHK  " TO AU-EVENT.                                 SRCCMP00
030294     MOVE "REFUSED " TO AU-RESULT.                                SRCCMP00
030295     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
030296     CLOSE REPORT-FILE.                                           SRCCMP00
030297     MOVE "ABORT   " TO AU-RESULT.                                SRCCMP00
030298     PERFORM AUDIT-END.                                           SRCCMP00
030299     STOP RUN.                                                    SRCCMP00
030300 790X.   EXIT.                                                    SRCCMP00
030301 AUDIT-START.                                                     SRCCMP00
030302     PERFORM OPER-SIGNON THRU OPER-X.                             SRCCMP00
030303     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
030304     MOVE "START   " TO AU-EVENT.                                 SRCCMP00
030305     MOVE SPACES TO AU-RESULT.                                    SRCCMP00
030306     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
030307 AUDIT-END.                                                       SRCCMP00
030308     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
030400     MOVE "END     " TO AU-EVENT.                                 SRCCMP00
030500     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
030600 AUDIT-WRITE.                                                     SRCCMP00
032209     ADD 1 TO AU-NEXT.                                            SRCCMP00
032210     GO TO AUDIT-SKIP.                                            SRCCMP00
032211 AUDIT-FREE.                                                      SRCCMP00
032212     MOVE 1 TO AU-KEY.                                            SRCCMP00
032213     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       SRCCMP00
032214     MOVE 0 TO AU-HASH.                                           SRCCMP00
032215     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  SRCCMP00
032216     MOVE AU-NEXT TO AU-KEY.                                      SRCCMP00
032217     MOVE AU-SAVE-REC TO AUDIT-REC.                               SRCCMP00
032223     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        SRCCMP00
032500 AUDIT-PUT.                                                       SRCCMP00
032600     WRITE AUDIT-REC INVALID KEY                                  SRCCMP00
032700         DISPLAY "AUDIT TRAIL FULL".                              SRCCMP00
032900     MOVE 1 TO AU-KEY.                                            SRCCMP00
033000     MOVE SPACES TO AUDIT-REC.                                    SRCCMP00
033100     MOVE AU-NEXT TO AC-NEXT-SLOT.                                SRCCMP00
033110     MOVE AU-HASH TO AC-HASH.                                     SRCCMP00
033200     WRITE AUDIT-REC INVALID KEY                                  SRCCMP00
033300         DISPLAY "AUDIT CONTROL ERROR".                           SRCCMP00
033400     MOVE AU-SAVE-REC TO AUDIT-REC.                               SRCCMP00
033500     CLOSE AUDIT-TRAIL.                                           SRCCMP00
033501 AUDIT-HASH.                                                      SRCCMP00
033502     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        SRCCMP00
033503         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     SRCCMP00
033504         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     SRCCMP00
033505         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         SRCCMP00
033506         REMOVED AFTER IT WAS WRITTEN.                            SRCCMP00
033507     MOVE AUDIT-REC TO AU-HASH-REC.                               SRCCMP00
033508     MOVE 0 TO AU-REC-SUM.                                        SRCCMP00
033509     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            SRCCMP00
033510         UNTIL AU-CX IS GREATER THAN 44.                          SRCCMP00
033511     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       SRCCMP00
033512         MOD 999999937.                                           SRCCMP00
033513     GO TO AUDIT-HASH-X.                                          SRCCMP00
033514 AUDIT-HASH-CHAR.                                                 SRCCMP00
033515     MOVE 49 TO AU-CODE.                                          SRCCMP00
033516     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            SRCCMP00
033517         UNTIL AU-TX IS GREATER THAN 48.                          SRCCMP00
033518     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           SRCCMP00
033519 AUDIT-HASH-LOOK.                                                 SRCCMP00
033520     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    SRCCMP00
033521 AUDIT-HASH-X.                                                    SRCCMP00
033522     EXIT.                                                        SRCCMP00
033523 AUTH-CHECK.                                                      SRCCMP00
033524     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         SRCCMP00
033525         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           SRCCMP00
033526         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            SRCCMP00
033527         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          SRCCMP00
033528         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        SRCCMP00
033529         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            SRCCMP00
033530     MOVE 0 TO AUTH-OK-SW.                                        SRCCMP00
033531     OPEN INPUT AUTH-FILE.                                        SRCCMP00
033532     IF AUTH-FILE-STATUS NOT = "00"                               SRCCMP00
033533         MOVE 1 TO AUTH-OK-SW                                     SRCCMP00
033534         GO TO AUTH-X.                                            SRCCMP00
033535 AUTH-READ.                                                       SRCCMP00
033536     READ AUTH-FILE AT END GO TO AUTH-DONE.                       SRCCMP00
033537     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             SRCCMP00
033538     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        SRCCMP00
033539     GO TO AUTH-READ.                                             SRCCMP00
033540 AUTH-DONE.                                                       SRCCMP00
033541     CLOSE AUTH-FILE.                                             SRCCMP00
033542     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              SRCCMP00
033543     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               SRCCMP00
033544     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
033545     MOVE "AUTHFAIL" TO AU-EVENT.                                 SRCCMP00
033546     MOVE "REFUSED " TO AU-RESULT.                                SRCCMP00
033547     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
033548     STOP RUN.                                                    SRCCMP00
033549 AUTH-X.                                                          SRCCMP00
033550     EXIT.                                                        SRCCMP00
033551 AUTH-GRANT.                                                      SRCCMP00
033552     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          SRCCMP00
033553         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         SRCCMP00
033554         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            SRCCMP00
033555         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                SRCCMP00
033556     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            SRCCMP00
033557     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            SRCCMP00
033558         + AUTH-DATE-IN DIV 100.                                  SRCCMP00
033559     IF RA-EXPIRES NUMERIC                                        SRCCMP00
033560         IF RA-EXPIRES NOT = 0                                    SRCCMP00
033561             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                SRCCMP00
033562                 GO TO AUTH-GRANT-X.                              SRCCMP00
033563     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             SRCCMP00
033564     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             SRCCMP00
033565 AUTH-GRANT-X.                                                    SRCCMP00
033566     EXIT.                                                        SRCCMP00
033567 OPER-SIGNON.                                                     SRCCMP00
033568     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      SRCCMP00
033569         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       SRCCMP00
033570         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          SRCCMP00
033571         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       SRCCMP00
033572         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           SRCCMP00
033573         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         SRCCMP00
033574         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                SRCCMP00
033575     MOVE 0 TO OPER-TRIES.                                        SRCCMP00
033576 OPER-ASK.                                                        SRCCMP00
033577     ADD 1 TO OPER-TRIES.                                         SRCCMP00
033578     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            SRCCMP00
033579     ACCEPT OPERATOR-CODE.                                        SRCCMP00
033580     MOVE OPERATOR-CODE TO AU-OPERATOR.                           SRCCMP00
033581     MOVE 0 TO OPER-OK-SW.                                        SRCCMP00
033582     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   SRCCMP00
033583     OPEN INPUT OPER-FILE.                                        SRCCMP00
033584     IF OPER-FILE-STATUS NOT = "00"                               SRCCMP00
033585         MOVE 1 TO OPER-OK-SW                                     SRCCMP00
033586         GO TO OPER-DONE.                                         SRCCMP00
033587 OPER-READ.                                                       SRCCMP00
033588     READ OPER-FILE AT END                                        SRCCMP00
033589         CLOSE OPER-FILE                                          SRCCMP00
033590         GO TO OPER-DONE.                                         SRCCMP00
033591     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              SRCCMP00
033592     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 SRCCMP00
033593     GO TO OPER-READ.                                             SRCCMP00
033594 OPER-DONE.                                                       SRCCMP00
033595     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           SRCCMP00
033596     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           SRCCMP00
033597     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 SRCCMP00
033598     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             SRCCMP00
033599     MOVE TODAYS-DATE TO AU-DATE.                                 SRCCMP00
033600     MOVE "SIGNFAIL" TO AU-EVENT.                                 SRCCMP00
033601     MOVE "REFUSED " TO AU-RESULT.                                SRCCMP00
033602     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SRCCMP00
033603     STOP RUN.                                                    SRCCMP00
033604 OPER-AUTH.                                                       SRCCMP00
033605     PERFORM AUTH-CHECK THRU AUTH-X.                              SRCCMP00
033606 OPER-X.                                                          SRCCMP00
033607     EXIT.                                                        SRCCMP00
033608 END-OF-JOB.                                                      SRCCMP00
