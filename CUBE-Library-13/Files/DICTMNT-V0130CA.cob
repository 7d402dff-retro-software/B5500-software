002440   ON A CHANGE, A BLANK FIELD KEEPS THE OLD VALUE. THE DATE             00
002450   ADDED IS STAMPED BY THE PROGRAM AND NEVER KEYED.                     00
002460                                                                        00
002462   THE DICTIONARY IS A KEYED DISK FILE AND IS NO LONGER HELD IN         00
002464   CORE, SO IT CAN GROW INTO THE THOUSANDS OF NAMES. DATADICT           00
002466   HOLDS ONE NAME PER RECORD SLOT - THE PRIME AREA IN NAME ORDER,       00
002468   THEN AN OVERFLOW AREA OF THE NAMES ADDED SINCE THE LAST              00
002470   REORGANIZE, IN THE ORDER ADDED. DICTNDX HOLDS A CONTROL RECORD       00
002472   AND THE FIRST NAME OF EVERY BLOCK OF THE PRIME AREA - A LOOKUP       00
002474   SEARCHES THAT SMALL INDEX IN CORE AND READS ONE BLOCK, THEN          00
002476   THE OVERFLOW NAMES (AT MOST 100, ALSO KEPT IN CORE). A DELETED       00
002478   NAME IS BLANKED WHERE IT STANDS. CARDCROSREF, DICTGEN AND            00
002480   LIBFIND LOOK NAMES UP THE SAME WAY.                                  00
002482   REPLY V AT THE FIRST ACCEPT TO CONVERT THE OLD SEQUENTIAL            00
002484   DATADICT, ONCE, AND R TO REORGANIZE - BOTH SORT THE LIVE NAMES       00
002486   INTO A NEW PRIME AREA, DROP BLANKS AND DUPLICATES AND REBUILD        00
002488   DICTNDX. RUN R WHEN THE OVERFLOW AREA NEARS 100 NAMES - ADDS         00
002490   ARE REJECTED ONCE IT IS FULL. MAINTENANCE WILL NOT RUN ON A          00
002492   DICTIONARY THAT HAS NOT BEEN CONVERTED.                              00
002500   CONSOLE ENTRY ASKS FOR THE SAME THREE FIELDS PER TRANSACTION         00
002600   AND A REPLY OF E AT THE ACTION PROMPT ENDS ENTRY.                    00
002601                                                                        00
002602   THE DICTIONARY RECORDS NAMES BUT NOT HOW THEY ARE ASSEMBLED          00
002603   INTO RECORDS, SO A LAYOUT-DEFINITION TRANSACTION (ACTION L)          00
002604   GIVES EACH RECORD ITS GROUP LEVELS AND FIELD ORDER FOR THE           00
002605   DICTGEN RECORD-LAYOUT GENERATOR. LAYOUT LINES ARE KEPT ON THE        00
002606   CARD-IMAGE FILE DICTLAY, ONE PER FIELD, IN RECORD AND SEQUENCE       00
002607   ORDER -                                                              00
002608      CARD COL 1      L                                                 00
002609      CARD COLS 3-34  THE RECORD (01-LEVEL) NAME                        00
002610      CARD COLS 36-38 THE LINE SEQUENCE NUMBER WITHIN THE RECORD        00
002611      CARD COLS 40-41 THE LEVEL NUMBER, 02 TO 49                        00
002612      CARD COLS 43-74 THE GROUP OR FIELD NAME                           00
002613      CARD COLS 76-78 AN OCCURS COUNT, BLANK FOR NONE                   00
002614   THE RECORD AND THE FIELD MUST BOTH BE DATA NAMES (TYPE 1) IN         00
002615   THE DICTIONARY. A LINE ALREADY ON FILE FOR THE SAME RECORD AND       00
002616   SEQUENCE IS REPLACED, A BLANK FIELD NAME DELETES THE LINE AND        00
002617   SEQUENCE 000 WITH A BLANK FIELD NAME DELETES THE WHOLE LAYOUT.       00
002618   A NAME STILL USED IN A LAYOUT CANNOT BE DELETED FROM THE             00
002619   DICTIONARY. THE LAYOUTS ARE LISTED BEFORE AND AFTER WITH THE         00
002620   DICTIONARY AND EACH CHANGE IS AN AUDIT EVENT (LAYADD, LAYCHG         00
002621   OR LAYDEL). THE IN-CORE LAYOUT TABLE HOLDS 400 LINES.                00
002622                                                                        00
002623   A CARD RUN (C) MAY BE HEADED BY A $BATCH CONTROL CARD CARRYING       00
002624   THE BATCH NUMBER, THE NUMBER OF CARDS THAT FOLLOW IT, A HASH         00
002625   FIELD AND ITS EXPECTED TOTAL, AND THE SUBMITTER (COLUMNS ARE         00
002626   DESCRIBED AT BATCH-TAKE).  THE DECK IS COPIED TO THE WORK FILE       00
002627   DICTWORK AND PROVED BEFORE ANY TRANSACTION IS APPLIED - A DECK       00
002628   OUT OF BALANCE IS PRINTED ON DICTLIST AND JOURNALLED IN OPSMSG,      00
002629   AND UNLESS THE OPERATOR REPLIES N TO ACCEPT IT NO TRANSACTION        00
002630   IS APPLIED AND THE RUN ENDS REFUSED.  EVERY BATCH RECEIVED IS        00
002631   RECORDED IN THE BATCHREG REGISTER.                                   00
002700                                                                        00
002800                                                                        00
002900 IDENTIFICATION DIVISION.                                         DCTMNT00
003100 DATE-COMPILED.                                                   DCTMNT00
003200 REMARKS. APPLIES ADD, CHANGE AND DELETE TRANSACTIONS TO THE      DCTMNT00
003300     SHARED DATA DICTIONARY DATADICT WITH VALIDATION, BEFORE      DCTMNT00
003400     AND AFTER LISTINGS AND AN AUDIT TRAIL ENTRY PER CHANGE,      DCTMNT00
003410     KEEPS THE RECORD LAYOUT DEFINITIONS ON DICTLAY AND           DCTMNT00
003411     CONVERTS AND REORGANIZES THE KEYED DICTIONARY.               DCTMNT00
003500 ENVIRONMENT DIVISION.                                            DCTMNT00
003600 CONFIGURATION SECTION.                                           DCTMNT00
003700 SOURCE-COMPUTER. B-5500.                                         DCTMNT00
004400     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           DCTMNT00
004401     SELECT AUTH-FILE ASSIGN TO DISK                              DCTMNT00
004402         FILE STATUS IS AUTH-FILE-STATUS.                         DCTMNT00
004412     SELECT OPER-FILE ASSIGN TO DISK                              DCTMNT00
004422         FILE STATUS IS OPER-FILE-STATUS.                         DCTMNT00
004423     SELECT LAYOUT-FILE ASSIGN TO DISK                            DCTMNT00
004424         FILE STATUS IS LAY-FILE-STATUS.                          DCTMNT00
004425     SELECT DICT-INDEX ASSIGN TO DISK                             DCTMNT00
004426         FILE STATUS IS NDX-FILE-STATUS.                          DCTMNT00
004427     SELECT OLD-DICT ASSIGN TO DISK.                              DCTMNT00
004428     SELECT SORTER ASSIGN TO SORT DISK.                           DCTMNT00
004438     SELECT DICT-WORK  ASSIGN TO DISK.                            DCTMNT00
004448     SELECT OPS-MSG    ASSIGN TO DISK.                            DCTMNT00
004458     SELECT BATCH-REG  ASSIGN TO DISK                             DCTMNT00
004468         FILE STATUS IS BREG-FILE-STATUS.                         DCTMNT00
004500 DATA DIVISION.                                                   DCTMNT00
004600 FILE SECTION.                                                    DCTMNT00
004601 MD  OPER-FILE                                                    DCTMNT00
004602     ACCESS SEQUENTIAL                                            DCTMNT00
004603     BLOCK CONTAINS 1 RECORDS                                     DCTMNT00
004604     VALUE OF ID "OPROSTER"                                       DCTMNT00
004605     DATA RECORD OPER-REC.                                        DCTMNT00
004606 01  OPER-REC        SZ 80.                                       DCTMNT00
004607     05  OR-CODE         PC X(3).                                 DCTMNT00
004608     05  FILLER          SZ 1.                                    DCTMNT00
004609     05  OR-NAME         PC X(20).                                DCTMNT00
004610     05  FILLER          SZ 1.                                    DCTMNT00
004611     05  OR-STATUS       PC X.                                    DCTMNT00
004612     05  FILLER          SZ 54.                                   DCTMNT00
004622 MD  DATA-DICT                                                    DCTMNT00
004632     ACCESS RANDOM                                                DCTMNT00
004642     ACTUAL KEY IS DICT-KEY                                       DCTMNT00
004652     BLOCK CONTAINS 1 RECORDS                                     DCTMNT00
004662     VALUE OF ID "DATADICT"                                       DCTMNT00
004672     DATA RECORD DICTREC.                                         DCTMNT00
004900 01  DICTREC.                                                     DCTMNT00
005000     02 DNAME SZ 32.                                              DCTMNT00
005100     02 DKIND PC 9.                                               DCTMNT00
005106     02 DDESC SZ 15.                                              DCTMNT00
005107     02 FILLER SZ 1.                                              DCTMNT00
005108     02 DDATE PC 9(6).                                            DCTMNT00
005109 MD  DICT-INDEX                                                   DCTMNT00
005110     ACCESS SEQUENTIAL                                            DCTMNT00
005111     BLOCK CONTAINS 1 RECORDS                                     DCTMNT00
005112     VALUE OF ID "DICTNDX"                                        DCTMNT00
005113     DATA RECORDS NDX-CTL AND NDX-REC.                            DCTMNT00
005114 01  NDX-CTL         SZ 80.                                       DCTMNT00
005115     05  NC-TYPE             PC X.                                DCTMNT00
005116     05  FILLER              SZ 1.                                DCTMNT00
005117     05  NC-PRIME            PC 9(6).                             DCTMNT00
005118     05  FILLER              SZ 1.                                DCTMNT00
005119     05  NC-TOTAL            PC 9(6).                             DCTMNT00
005120     05  FILLER              SZ 1.                                DCTMNT00
005121     05  NC-BLOCK            PC 99.                               DCTMNT00
005122     05  FILLER              SZ 1.                                DCTMNT00
005123     05  NC-DATE             PC 9(6).                             DCTMNT00
005124     05  FILLER              SZ 55.                               DCTMNT00
005125 01  NDX-REC         SZ 80.                                       DCTMNT00
005126     05  NX-TYPE             PC X.                                DCTMNT00
005127     05  FILLER              SZ 1.                                DCTMNT00
005128     05  NX-BLOCK            PC 9(4).                             DCTMNT00
005129     05  FILLER              SZ 1.                                DCTMNT00
005130     05  NX-KEY              PC X(32).                            DCTMNT00
005131     05  FILLER              SZ 41.                               DCTMNT00
005132 FD  OLD-DICT LABEL RECORD STANDARD VA ID "DATADICT"              DCTMNT00
005133     DATA RECORDS OLD-REC.                                        DCTMNT00
005134 01  OLD-REC.                                                     DCTMNT00
005135     02 OLD-NAME SZ 32.                                           DCTMNT00
005136     02 FILLER SZ 48.                                             DCTMNT00
005137 SD  SORTER          DATA RECORD SORT-REC.                        DCTMNT00
005138 01  SORT-REC        SZ 80.                                       DCTMNT00
005139     05  SO-NAME             PC X(32).                            DCTMNT00
005140     05  FILLER              SZ 48.                               DCTMNT00
005150 FD  TRANS-CARDS                                                  DCTMNT00
005160         LABEL RECORD STANDARD                                    DCTMNT00
005170         VALUE OF ID "DICTTRAN"                                   DCTMNT00
005180         DATA RECORD TRANS-CARD.                                  DCTMNT00
005190 01  TRANS-CARD      SZ 80.                                       DCTMNT00
005200 MD  DICT-WORK                                                    DCTMNT00
005210     FILE CONTAINS 20 | 500 RECORDS                               DCTMNT00
005220     ACCESS MODE SEQUENTIAL                                       DCTMNT00
005230     BLOCK CONTAINS 15 RECORDS                                    DCTMNT00
005240     RECORD CONTAINS 80 CHARACTERS                                DCTMNT00
005250     LABEL RECORD IS STANDARD                                     DCTMNT00
005260     VALUE OF ID IS "DICTWORK"                                    DCTMNT00
005270     DATA RECORD IS TRANS-REC AND TRANS-LAY-REC.                  DCTMNT00
005600 01  TRANS-REC       SZ 80.                                       DCTMNT00
005700     05  TR-ACTION           PC X.                                DCTMNT00
005800     05  FILLER              SZ 1.                                DCTMNT00
006204     05  FILLER              SZ 1.                                DCTMNT00
006205     05  TR-DESC             PC X(15).                            DCTMNT00
006206     05  FILLER              SZ 4.                                DCTMNT00
006207 01  TRANS-LAY-REC   SZ 80.                                       DCTMNT00
006208     05  FILLER              SZ 2.                                DCTMNT00
006209     05  TL-RECORD           PC X(32).                            DCTMNT00
006210     05  FILLER              SZ 1.                                DCTMNT00
006211     05  TL-SEQ              PC X(3).                             DCTMNT00
006212     05  FILLER              SZ 1.                                DCTMNT00
006213     05  TL-LEVEL            PC X(2).                             DCTMNT00
006214     05  FILLER              SZ 1.                                DCTMNT00
006215     05  TL-ITEM             PC X(32).                            DCTMNT00
006216     05  FILLER              SZ 1.                                DCTMNT00
006217     05  TL-OCCURS           PC X(3).                             DCTMNT00
006218     05  FILLER              SZ 2.                                DCTMNT00
006219 MD  LAYOUT-FILE                                                  DCTMNT00
006220     ACCESS SEQUENTIAL                                            DCTMNT00
006221     BLOCK CONTAINS 1 RECORDS                                     DCTMNT00
006222     VALUE OF ID "DICTLAY"                                        DCTMNT00
006223     DATA RECORD LY-REC.                                          DCTMNT00
006224 01  LY-REC          SZ 80.                                       DCTMNT00
006225     05  LY-RECORD           PC X(32).                            DCTMNT00
006226     05  FILLER              SZ 1.                                DCTMNT00
006227     05  LY-SEQ              PC 9(3).                             DCTMNT00
006228     05  FILLER              SZ 1.                                DCTMNT00
006229     05  LY-LEVEL            PC 99.                               DCTMNT00
006230     05  FILLER              SZ 1.                                DCTMNT00
006231     05  LY-ITEM             PC X(32).                            DCTMNT00
006232     05  FILLER              SZ 1.                                DCTMNT00
006233     05  LY-OCCURS           PC 9(3).                             DCTMNT00
006234     05  FILLER              SZ 4.                                DCTMNT00
006235 MD  OPS-MSG                                                      DCTMNT00
006236     ACCESS SEQUENTIAL                                            DCTMNT00
006237     BLOCK CONTAINS 1 RECORDS                                     DCTMNT00
006238     VALUE OF ID "OPSMSG"                                         DCTMNT00
006239     DATA RECORD MSG-REC.                                         DCTMNT00
006240 01  MSG-REC         SZ 80.                                       DCTMNT00
006241     05  MSG-PROGRAM     PC X(8).                                 DCTMNT00
006242     05  FILLER          SZ 1.                                    DCTMNT00
006243     05  MSG-DATE        PC 9(6).                                 DCTMNT00
006244     05  FILLER          SZ 1.                                    DCTMNT00
006245     05  MSG-TIME        PC 9(4).                                 DCTMNT00
006246     05  FILLER          SZ 1.                                    DCTMNT00
006247     05  MSG-TEXT        PC X(50).                                DCTMNT00
006248     05  FILLER          SZ 1.                                    DCTMNT00
006249     05  MSG-OPERATOR    PC X(3).                                 DCTMNT00
006250     05  FILLER          SZ 5.                                    DCTMNT00
006251 MD  BATCH-REG                                                    DCTMNT00
006252     ACCESS SEQUENTIAL                                            DCTMNT00
006253     BLOCK CONTAINS 1 RECORDS                                     DCTMNT00
006254     VALUE OF ID "BATCHREG"                                       DCTMNT00
006255     DATA RECORD BR-REC.                                          DCTMNT00
006256 01  BR-REC          SZ 80.                                       DCTMNT00
006257     05  BR-DATE         PC 9(6).                                 DCTMNT00
006258     05  FILLER          SZ 1.                                    DCTMNT00
006259     05  BR-TIME         PC 9(4).                                 DCTMNT00
006260     05  FILLER          SZ 1.                                    DCTMNT00
006261     05  BR-PROGRAM      PC X(8).                                 DCTMNT00
006262     05  FILLER          SZ 1.                                    DCTMNT00
006263     05  BR-BATCH        PC X(6).                                 DCTMNT00
006264     05  FILLER          SZ 1.                                    DCTMNT00
006265     05  BR-SUBMIT       PC X(20).                                DCTMNT00
006266     05  FILLER          SZ 1.                                    DCTMNT00
006267     05  BR-EXP-CNT      PC 9(6).                                 DCTMNT00
006268     05  FILLER          SZ 1.                                    DCTMNT00
006269     05  BR-ACT-CNT      PC 9(6).                                 DCTMNT00
006270     05  FILLER          SZ 1.                                    DCTMNT00
006271     05  BR-STATUS       PC X.                                    DCTMNT00
006272     05  FILLER          SZ 1.                                    DCTMNT00
006273     05  BR-DISP         PC X.                                    DCTMNT00
006274     05  FILLER          SZ 1.                                    DCTMNT00
006275     05  BR-OPERATOR     PC X(3).                                 DCTMNT00
006276     05  FILLER          SZ 1.                                    DCTMNT00
006277     05  BR-RUN-ID       PC X(7).                                 DCTMNT00
006278     05  FILLER          SZ 2.                                    DCTMNT00
006300 FD  REPORT-FILE                                                  DCTMNT00
006400         VALUE OF ID "DICTLIST"                                   DCTMNT00
006500         DATA RECORD REPORT-REC.                                  DCTMNT00
006706     05  RA-RUN-ID       PC X(7).                                 DCTMNT00
006707     05  FILLER          SZ 1.                                    DCTMNT00
006708     05  RA-PROGRAM      PC X(8).                                 DCTMNT00
006709     05  FILLER          SZ 1.                                    DCTMNT00
006710     05  RA-EXPIRES      PC 9(6).                                 DCTMNT00
006711     05  FILLER          SZ 57.                                   DCTMNT00
006712 MD  AUDIT-TRAIL                                                  DCTMNT00
006800         ACCESS RANDOM                                            DCTMNT00
006900         ACTUAL KEY IS AU-KEY                                     DCTMNT00
007000         BLOCK CONTAINS 1 RECORDS                                 DCTMNT00
007100         VALUE OF ID "AUDITTRL"                                   DCTMNT00
007200         DATA RECORD AUDIT-REC.                                   DCTMNT00
007300 01  AUDIT-REC       SZ 44.                                       DCTMNT00
007400     05  AU-PROGRAM          PC X(8) VA "DICTMNT ".               DCTMNT00
007500     05  AU-DATE             PC 9(6).                             DCTMNT00
007600     05  AU-TIME             PC 9(4).                             DCTMNT00
007700     05  AU-EVENT            PC X(8).                             DCTMNT00
007800     05  AU-RESULT           PC X(8).                             DCTMNT00
007900     05  AU-RUN-ID           PC X(7).                             DCTMNT00
007910     05  AU-OPERATOR         PC X(3).                             DCTMNT00
008000 01  AUDIT-CTL.                                                   DCTMNT00
008100     05  AC-NEXT-SLOT        PC 9(8).                             DCTMNT00
008110     05  AC-HASH             PC 9(9).                             DCTMNT00
008200     05  FILLER              SZ 27.                               DCTMNT00
008300 WORKING-STORAGE SECTION.                                         DCTMNT00
008301 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        DCTMNT00
008302 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DCTMNT00
008303 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     DCTMNT00
008304 77  OPERATOR-CODE   VA SPACE        PC X(3).                     DCTMNT00
008305 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        DCTMNT00
008306 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        DCTMNT00
008312 77  AUTH-TODAY      CMP-1   PC 9(6).                             DCTMNT00
008322 77  AUTH-DATE-IN            PC 9(6).                             DCTMNT00
008400 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             DCTMNT00
008500 77  AU-HH           CMP-1   PC 99.                               DCTMNT00
008600 77  AU-MM           CMP-1   PC 99.                               DCTMNT00
008700 77  AU-KEY          CMP-1   PC 9(8).                             DCTMNT00
008800 77  AU-NEXT         CMP-1   PC 9(8).                             DCTMNT00
008900 01  AU-SAVE-REC             SZ 44.                               DCTMNT00
008901 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     DCTMNT00
008902 77  AU-REC-SUM              CMP-1   PC 9(6).                     DCTMNT00
008903 77  AU-CX                   CMP-1   PC 99.                       DCTMNT00
008904 77  AU-TX                   CMP-1   PC 99.                       DCTMNT00
008905 77  AU-CODE                 CMP-1   PC 99.                       DCTMNT00
008906 01  AU-HASH-REC.                                                 DCTMNT00
008907     05  AU-HC       OC 44   PC X.                                DCTMNT00
008908 01  AU-CHAR-SET.                                                 DCTMNT00
008909     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          DCTMNT00
008910     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          DCTMNT00
008911 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           DCTMNT00
008912     05  AU-CHAR     OC 48   PC X.                                DCTMNT00
009000 77  RUN-ID-ENTRY            PC X(7).                             DCTMNT00
009001 77  BATCH-SW        VA 0    CMP-1   PC 9.                        DCTMNT00
009002 77  BATCH-FIRST     VA 1    CMP-1   PC 9.                        DCTMNT00
009003 77  BATCH-SKIP      VA 0    CMP-1   PC 9.                        DCTMNT00
009004 77  BATCH-COUNT     VA 0    CMP-1   PC 9(6).                     DCTMNT00
009005 77  BATCH-HASH      VA 0            PC 9(12).                    DCTMNT00
009006 77  BATCH-VALUE     VA 0    CMP-1   PC 9(8).                     DCTMNT00
009007 77  BATCH-DIGIT                     PC 9.                        DCTMNT00
009008 77  BATCH-CX                CMP-1   PC 999.                      DCTMNT00
009009 77  BATCH-TO                CMP-1   PC 999.                      DCTMNT00
009010 77  BATCH-STATUS    VA SPACE        PC X.                        DCTMNT00
009011 77  BATCH-DISP      VA "A"          PC X.                        DCTMNT00
009012 77  BATCH-REPLY     VA SPACE        PC X.                        DCTMNT00
009013 77  BREG-FILE-STATUS VA SPACE       PC X(2).                     DCTMNT00
009014 01  BATCH-HDR                SZ 80.                              DCTMNT00
009015     05  BH-TAG                  PC X(6).                         DCTMNT00
009016     05  FILLER                  SZ 1.                            DCTMNT00
009017     05  BH-BATCH                PC X(6).                         DCTMNT00
009018     05  FILLER                  SZ 1.                            DCTMNT00
009019     05  BH-COUNT                PC 9(6).                         DCTMNT00
009020     05  FILLER                  SZ 1.                            DCTMNT00
009021     05  BH-FROM                 PC 99.                           DCTMNT00
009022     05  FILLER                  SZ 1.                            DCTMNT00
009023     05  BH-LEN                  PC 9.                            DCTMNT00
009024     05  FILLER                  SZ 1.                            DCTMNT00
009025     05  BH-HASH                 PC 9(12).                        DCTMNT00
009026     05  FILLER                  SZ 1.                            DCTMNT00
009027     05  BH-SUBMIT               PC X(20).                        DCTMNT00
009028     05  FILLER                  SZ 21.                           DCTMNT00
009029 01  BATCH-CARD.                                                  DCTMNT00
009030     05  BATCH-CH      OC 80     PC X.                            DCTMNT00
009031 01  BATCH-STARS.                                                 DCTMNT00
009032     05  FILLER  VA " "          SZ 1.                            DCTMNT00
009033     05  FILLER  VA "**************************************"      DCTMNT00
009034            SZ 38.                                                DCTMNT00
009035     05  FILLER  VA "**************************************"      DCTMNT00
009036            SZ 38.                                                DCTMNT00
009037     05  FILLER  VA "***"        SZ 3.                            DCTMNT00
009038 01  BATCH-LINE-A             SZ 80.                              DCTMNT00
009039     05  FILLER  VA " "          SZ 1.                            DCTMNT00
009040     05  BL-FLAG                 PC X(4).                         DCTMNT00
009041     05  FILLER  VA "BATCH "     SZ 6.                            DCTMNT00
009042     05  BL-BATCH                PC X(6).                         DCTMNT00
009043     05  FILLER  VA " "          SZ 1.                            DCTMNT00
009044     05  BL-STATE                PC X(14).                        DCTMNT00
009045     05  BL-FLAG2                PC X(4).                         DCTMNT00
009046     05  FILLER  VA " SUBMITTED BY " SZ 14.                       DCTMNT00
009047     05  BL-SUBMIT               PC X(20).                        DCTMNT00
009048     05  FILLER  VA SPACES       SZ 10.                           DCTMNT00
009049 01  BATCH-LINE-B             SZ 80.                              DCTMNT00
009050     05  FILLER  VA " "          SZ 1.                            DCTMNT00
009051     05  FILLER  VA "    CARDS EXPECTED " SZ 19.                  DCTMNT00
009052     05  BL-EXP-CNT              PC ZZZZZ9.                       DCTMNT00
009053     05  FILLER  VA "   READ "   SZ 8.                            DCTMNT00
009054     05  BL-ACT-CNT              PC ZZZZZ9.                       DCTMNT00
009055     05  FILLER  VA "   HASH COLUMNS " SZ 16.                     DCTMNT00
009056     05  BL-FROM                 PC Z9.                           DCTMNT00
009057     05  FILLER  VA "-"          SZ 1.                            DCTMNT00
009058     05  BL-TO                   PC Z9.                           DCTMNT00
009059     05  FILLER  VA SPACES       SZ 19.                           DCTMNT00
009060 01  BATCH-LINE-C             SZ 80.                              DCTMNT00
009061     05  FILLER  VA " "          SZ 1.                            DCTMNT00
009062     05  FILLER  VA "    HASH EXPECTED  " SZ 19.                  DCTMNT00
009063     05  BL-EXP-HASH             PC Z(11)9.                       DCTMNT00
009064     05  FILLER  VA "   READ "   SZ 8.                            DCTMNT00
009065     05  BL-ACT-HASH             PC Z(11)9.                       DCTMNT00
009066     05  FILLER  VA SPACES       SZ 28.                           DCTMNT00
009067 01  BATCH-LINE-D             SZ 80.                              DCTMNT00
009068     05  FILLER  VA "     "     SZ 5.                             DCTMNT00
009069     05  BL-TEXT                 PC X(50).                        DCTMNT00
009070     05  FILLER  VA SPACES       SZ 25.                           DCTMNT00
009071 01  BATCH-MSG                SZ 50.                              DCTMNT00
009072     05  FILLER  VA "BATCH "     SZ 6.                            DCTMNT00
009073     05  BM-BATCH                PC X(6).                         DCTMNT00
009074     05  FILLER  VA " "          SZ 1.                            DCTMNT00
009075     05  BM-STATE                PC X(14).                        DCTMNT00
009076     05  FILLER  VA " - "        SZ 3.                            DCTMNT00
009077     05  BM-DISP                 PC X(8).                         DCTMNT00
009078     05  FILLER  VA SPACES       SZ 12.                           DCTMNT00
009079 01  MSG-TEXT-WORK           PC X(50).                            DCTMNT00
009100 77  TRANS-SOURCE            PC X.                                DCTMNT00
009200 77  WK-ACTION               PC X.                                DCTMNT00
009300 77  WK-NAME                 PC X(32).                            DCTMNT00
009401 77  WK-PROG                 PC X(8).                             DCTMNT00
009402 77  WK-PICT                 PC X(14).                            DCTMNT00
009403 77  WK-DESC                 PC X(15).                            DCTMNT00
009404 77  LAY-FILE-STATUS VA SPACE        PC X(2).                     DCTMNT00
009405 77  WK-LREC                 PC X(32).                            DCTMNT00
009406 77  WK-LSEQ                 PC X(3).                             DCTMNT00
009407 77  WK-LLEVEL               PC X(2).                             DCTMNT00
009408 77  WK-LITEM                PC X(32).                            DCTMNT00
009409 77  WK-LOCCURS              PC X(3).                             DCTMNT00
009410 77  LAY-CNT         VA 0    CMP-1   PC 999.                      DCTMNT00
009411 77  LX              CMP-1   PC 999.                              DCTMNT00
009412 77  LY              CMP-1   PC 999.                              DCTMNT00
009413 77  LHIT            CMP-1   PC 999.                              DCTMNT00
009414 77  LPOS            CMP-1   PC 999.                              DCTMNT00
009415 77  IHIT            CMP-1   PC 9(6).                             DCTMNT00
009416 77  LAY-OVER-SW     VA 0    CMP-1   PC 9.                        DCTMNT00
009417 77  LAY-CHANGED-SW  VA 0    CMP-1   PC 9.                        DCTMNT00
009418 77  LAY-DEL-CNT     VA 0    CMP-1   PC 999.                      DCTMNT00
009419 77  LAY-PREV-REC    VA SPACE        PC X(32).                    DCTMNT00
009420 01  WK-LKEY.                                                     DCTMNT00
009421     05  WK-LKEY-REC         PC X(32).                            DCTMNT00
009422     05  WK-LKEY-SEQ         PC X(3).                             DCTMNT00
009430 77  DICT-KEY        CMP-1   PC 9(6).                             DCTMNT00
009440 77  NDX-FILE-STATUS VA SPACE        PC X(2).                     DCTMNT00
009450 77  DICT-OPEN-SW    VA 0    CMP-1   PC 9.                        DCTMNT00
009460 77  DICT-PRIME      VA 0    CMP-1   PC 9(6).                     DCTMNT00
009470 77  DICT-TOTAL      VA 0    CMP-1   PC 9(6).                     DCTMNT00
009480 77  DICT-BLOCK      VA 20   CMP-1   PC 99.                       DCTMNT00
009490 77  NDX-CNT         VA 0    CMP-1   PC 999.                      DCTMNT00
009500 77  NX              CMP-1   PC 999.                              DCTMNT00
009510 77  OVER-CNT        VA 0    CMP-1   PC 999.                      DCTMNT00
009520 77  OX              CMP-1   PC 999.                              DCTMNT00
009530 77  OHIT            CMP-1   PC 999.                              DCTMNT00
009540 77  LOOK-NAME               PC X(32).                            DCTMNT00
009550 77  LOOK-BLK        CMP-1   PC 999.                              DCTMNT00
009560 77  LOOK-END        CMP-1   PC 9(6).                             DCTMNT00
009570 77  LOOK-HIT        CMP-1   PC 9(6).                             DCTMNT00
009580 77  DHIT            CMP-1   PC 9(6).                             DCTMNT00
009590 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      DCTMNT00
009600 77  NDX-CHANGED-SW  VA 0    CMP-1   PC 9.                        DCTMNT00
009610 77  REL-CNT         VA 0    CMP-1   PC 9(6).                     DCTMNT00
009620 77  DROP-CNT        VA 0    CMP-1   PC 9(6).                     DCTMNT00
009630 77  BLK-FILL        VA 0    CMP-1   PC 999.                      DCTMNT00
009640 77  AU-COUNT                PC 9(8).                             DCTMNT00
009650 77  PREV-NAME       VA SPACE        PC X(32).                    DCTMNT00
009660 01  NDX-TABLE.                                                   DCTMNT00
009670     02 NDX-KEY OC 500 SZ 32.                                     DCTMNT00
009680 01  OVER-TABLE.                                                  DCTMNT00
009690     02 OVER-ENTRY OC 100.                                        DCTMNT00
009700         03 OV-NAME SZ 32.                                        DCTMNT00
009710         03 OV-SLOT CMP-1 PC 9(6).                                DCTMNT00
010405 01  LAY-TABLE.                                                   DCTMNT00
010406     02 LAY-ENTRY OC 400.                                         DCTMNT00
010407         03 LT-KEY.                                               DCTMNT00
010408             04 LT-RECORD SZ 32.                                  DCTMNT00
010409             04 LT-SEQ    SZ 3.                                   DCTMNT00
010410         03 LT-LEVEL  SZ 2.                                       DCTMNT00
010411         03 LT-ITEM   SZ 32.                                      DCTMNT00
010412         03 LT-OCCURS SZ 3.                                       DCTMNT00
010413         03 LT-GONE   PC X.                                       DCTMNT00
010500 01  LIST-HEAD       SZ 132.                                      DCTMNT00
010600     05  LH-LABEL    PC X(28).                                    DCTMNT00
010700     05  FILLER      SZ 104   VA SPACE.                           DCTMNT00
011306     05  FILLER      SZ 2     VA SPACE.                           DCTMNT00
011307     05  LL-DATE     PC 9(6).                                     DCTMNT00
011308     05  FILLER      SZ 44    VA SPACE.                           DCTMNT00
011309 01  LAY-HEAD        SZ 132.                                      DCTMNT00
011310     05  LA-LABEL    PC X(28).                                    DCTMNT00
011311     05  FILLER      SZ 4     VA SPACE.                           DCTMNT00
011312     05  FILLER  PC X(37) VA                                      DCTMNT00
011313         "RECORD                           SEQ ".                 DCTMNT00
011314     05  FILLER  PC X(40) VA                                      DCTMNT00
011315         "LV  FIELD                             OC".              DCTMNT00
011316     05  FILLER      SZ 23    VA SPACE.                           DCTMNT00
011317 01  LAY-LINE        SZ 132.                                      DCTMNT00
011318     05  FILLER      SZ 32    VA SPACE.                           DCTMNT00
011319     05  LA-RECORD   PC X(32).                                    DCTMNT00
011320     05  FILLER      SZ 1     VA SPACE.                           DCTMNT00
011321     05  LA-SEQ      PC X(3).                                     DCTMNT00
011322     05  FILLER      SZ 1     VA SPACE.                           DCTMNT00
011323     05  LA-LEVEL    PC X(2).                                     DCTMNT00
011324     05  FILLER      SZ 2     VA SPACE.                           DCTMNT00
011325     05  LA-ITEM     PC X(32).                                    DCTMNT00
011326     05  FILLER      SZ 2     VA SPACE.                           DCTMNT00
011327     05  LA-OCCURS   PC X(3).                                     DCTMNT00
011328     05  FILLER      SZ 22    VA SPACE.                           DCTMNT00
011400 01  REJECT-LINE     SZ 132.                                      DCTMNT00
011500     05  FILLER  PC X(11) VA "REJECTED - ".                       DCTMNT00
011600     05  RJ-REASON   PC X(24).                                    DCTMNT00
012100 100-BEGIN.                                                       DCTMNT00
012200     ACCEPT RUN-ID-ENTRY.                                         DCTMNT00
012300     PERFORM AUDIT-START.                                         DCTMNT00
012310     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE),".       DCTMNT00
012320     DISPLAY "V TO CONVERT OR R TO REORGANIZE DATADICT".          DCTMNT00
012330     ACCEPT TRANS-SOURCE.                                         DCTMNT00
012340     OPEN OUTPUT REPORT-FILE.                                     DCTMNT00
012350     IF TRANS-SOURCE = "V" OR TRANS-SOURCE = "R"                  DCTMNT00
012360         GO TO 800-REORGANIZE.                                    DCTMNT00
012370     PERFORM 200-OPEN-DICT THRU 200X.                             DCTMNT00
012380     IF DICT-OPEN-SW = 0 GO TO 550-NO-INDEX.                      DCTMNT00
012701     PERFORM 250-LOAD-LAYOUTS THRU 250X.                          DCTMNT00
012800     MOVE "DICTIONARY BEFORE MAINTENANCE" TO LH-LABEL.            DCTMNT00
012900     PERFORM 300-LIST-DICT THRU 300X.                             DCTMNT00
012901     MOVE "LAYOUTS BEFORE MAINTENANCE" TO LA-LABEL.               DCTMNT00
012902     PERFORM 350-LIST-LAYOUTS THRU 350X.                          DCTMNT00
013000     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  DCTMNT00
013100 150-CONSOLE-TRANS.                                               DCTMNT00
013200     DISPLAY "ENTER ACTION - A, C, D, L OR E (END)".              DCTMNT00
013300     ACCEPT WK-ACTION.                                            DCTMNT00
013400     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        DCTMNT00
013401     IF WK-ACTION = "L" GO TO 160-CONSOLE-LAYOUT.                 DCTMNT00
013500     DISPLAY "ENTER NAME (32 CHARACTERS)".                        DCTMNT00
013600     ACCEPT WK-NAME.                                              DCTMNT00
013700     DISPLAY "ENTER TYPE CODE (1 OR 2)".                          DCTMNT00
013806     ACCEPT WK-DESC.                                              DCTMNT00
013900     PERFORM 600-APPLY-ONE THRU 600X.                             DCTMNT00
014000     GO TO 150-CONSOLE-TRANS.                                     DCTMNT00
014001 160-CONSOLE-LAYOUT.                                              DCTMNT00
014002     DISPLAY "ENTER RECORD NAME (32 CHARACTERS)".                 DCTMNT00
014003     ACCEPT WK-LREC.                                              DCTMNT00
014004     DISPLAY "ENTER LINE SEQUENCE (3 DIGITS)".                    DCTMNT00
014005     ACCEPT WK-LSEQ.                                              DCTMNT00
014006     DISPLAY "ENTER LEVEL NUMBER (2 DIGITS)".                     DCTMNT00
014007     ACCEPT WK-LLEVEL.                                            DCTMNT00
014008     DISPLAY "ENTER FIELD NAME (SPACES TO DELETE THE LINE)".      DCTMNT00
014009     ACCEPT WK-LITEM.                                             DCTMNT00
014010     DISPLAY "ENTER OCCURS COUNT (3 DIGITS, SPACES FOR NONE)".    DCTMNT00
014011     ACCEPT WK-LOCCURS.                                           DCTMNT00
014012     MOVE WK-LREC TO WK-NAME.                                     DCTMNT00
014013     PERFORM 600-APPLY-ONE THRU 600X.                             DCTMNT00
014014     GO TO 150-CONSOLE-TRANS.                                     DCTMNT00
014100 400-CARD-TRANS.                                                  DCTMNT00
014200     OPEN INPUT TRANS-CARDS.                                      DCTMNT00
014202     NOTE  THE CARDS ARE COPIED TO DICTWORK AND THEIR BATCH       DCTMNT00
014204         HEADER, IF ANY, PROVED BEFORE ANY OF THEM IS APPLIED.    DCTMNT00
014206     OPEN OUTPUT DICT-WORK.                                       DCTMNT00
014208 402-STAGE-TRANS.                                                 DCTMNT00
014210     READ TRANS-CARDS AT END GO TO 404-STAGE-DONE.                DCTMNT00
014212     MOVE TRANS-CARD TO BATCH-CARD.                               DCTMNT00
014214     PERFORM BATCH-TAKE THRU BATCH-TAKE-X.                        DCTMNT00
014216     IF BATCH-SKIP = 1 GO TO 402-STAGE-TRANS.                     DCTMNT00
014218     WRITE TRANS-REC FROM TRANS-CARD.                             DCTMNT00
014220     GO TO 402-STAGE-TRANS.                                       DCTMNT00
014222 404-STAGE-DONE.                                                  DCTMNT00
014224     CLOSE TRANS-CARDS.                                           DCTMNT00
014226     CLOSE DICT-WORK.                                             DCTMNT00
014228     PERFORM BATCH-CHECK THRU BATCH-CHECK-X.                      DCTMNT00
014230     IF BATCH-DISP = "R"                                          DCTMNT00
014232         DISPLAY "TRANSACTIONS REFUSED - DICTIONARY UNCHANGED"    DCTMNT00
014234         GO TO 500-WRAP-UP.                                       DCTMNT00
014236     OPEN INPUT DICT-WORK.                                        DCTMNT00
014300 410-READ-TRANS.                                                  DCTMNT00
014400     READ DICT-WORK AT END GO TO 420-TRANS-DONE.                  DCTMNT00
014500     MOVE TR-ACTION TO WK-ACTION.                                 DCTMNT00
014600     MOVE TR-NAME TO WK-NAME.                                     DCTMNT00
014700     MOVE TR-KIND TO WK-KIND.                                     DCTMNT00
014701     MOVE TR-PROG TO WK-PROG.                                     DCTMNT00
014702     MOVE TR-PICT TO WK-PICT.                                     DCTMNT00
014703     MOVE TR-DESC TO WK-DESC.                                     DCTMNT00
014704     MOVE TL-RECORD TO WK-LREC.                                   DCTMNT00
014705     MOVE TL-SEQ TO WK-LSEQ.                                      DCTMNT00
014706     MOVE TL-LEVEL TO WK-LLEVEL.                                  DCTMNT00
014707     MOVE TL-ITEM TO WK-LITEM.                                    DCTMNT00
014708     MOVE TL-OCCURS TO WK-LOCCURS.                                DCTMNT00
014800     PERFORM 600-APPLY-ONE THRU 600X.                             DCTMNT00
014900     GO TO 410-READ-TRANS.                                        DCTMNT00
015000 420-TRANS-DONE.                                                  DCTMNT00
015100     CLOSE DICT-WORK.                                             DCTMNT00
015200 500-WRAP-UP.                                                     DCTMNT00
015300     MOVE "DICTIONARY AFTER MAINTENANCE " TO LH-LABEL.            DCTMNT00
015400     PERFORM 300-LIST-DICT THRU 300X.                             DCTMNT00
015401     MOVE "LAYOUTS AFTER MAINTENANCE " TO LA-LABEL.               DCTMNT00
015402     PERFORM 350-LIST-LAYOUTS THRU 350X.                          DCTMNT00
015500     PERFORM 700-CLOSE-DICT THRU 700X.                            DCTMNT00
015501     PERFORM 750-REWRITE-LAYOUTS THRU 750X.                       DCTMNT00
015600     CLOSE REPORT-FILE.                                           DCTMNT00
015700     DISPLAY "CHANGES APPLIED " CHANGE-CNT.                       DCTMNT00
015800     MOVE "OK      " TO AU-RESULT.                                DCTMNT00
015810     IF BATCH-DISP = "R" MOVE "REFUSED " TO AU-RESULT.            DCTMNT00
015900     PERFORM AUDIT-END.                                           DCTMNT00
016000     STOP RUN.                                                    DCTMNT00
016001 550-NO-INDEX.                                                    DCTMNT00
016002     CLOSE REPORT-FILE.                                           DCTMNT00
016003     MOVE "NO INDEX" TO AU-RESULT.                                DCTMNT00
016004     PERFORM AUDIT-END.                                           DCTMNT00
016005     STOP RUN.                                                    DCTMNT00
016010 200-OPEN-DICT.                                                   DCTMNT00
016020     NOTE  THE BLOCK INDEX AND THE OVERFLOW NAMES ARE ALL THAT IS DCTMNT00
016030         HELD IN CORE - EVERY OTHER NAME IS READ FROM DATADICT BY DCTMNT00
016040         ITS SLOT WHEN IT IS LOOKED UP.                           DCTMNT00
016050     MOVE 0 TO DICT-OPEN-SW NDX-CNT OVER-CNT.                     DCTMNT00
016060     OPEN INPUT DICT-INDEX.                                       DCTMNT00
016070     IF NDX-FILE-STATUS NOT = "00"                                DCTMNT00
016080         DISPLAY "DATADICT HAS NO DICTNDX INDEX - REPLY V"        DCTMNT00
016090         DISPLAY "TO CONVERT IT BEFORE MAINTENANCE"               DCTMNT00
016100         GO TO 200X.                                              DCTMNT00
016110     READ DICT-INDEX AT END GO TO 220-NDX-BAD.                    DCTMNT00
016120     IF NC-TYPE NOT = "C" GO TO 220-NDX-BAD.                      DCTMNT00
016130     MOVE NC-PRIME TO DICT-PRIME.                                 DCTMNT00
016140     MOVE NC-TOTAL TO DICT-TOTAL.                                 DCTMNT00
016150     MOVE NC-BLOCK TO DICT-BLOCK.                                 DCTMNT00
016160 210-NDX-READ.                                                    DCTMNT00
016170     READ DICT-INDEX AT END GO TO 230-NDX-DONE.                   DCTMNT00
016180     IF NDX-CNT = 500 GO TO 210-NDX-READ.                         DCTMNT00
016190     ADD 1 TO NDX-CNT.                                            DCTMNT00
016200     MOVE NX-KEY TO NDX-KEY (NDX-CNT).                            DCTMNT00
016210     GO TO 210-NDX-READ.                                          DCTMNT00
016220 220-NDX-BAD.                                                     DCTMNT00
016230     CLOSE DICT-INDEX.                                            DCTMNT00
016240     DISPLAY "DICTNDX HAS NO CONTROL RECORD - REPLY R"            DCTMNT00
016250     DISPLAY "TO REBUILD IT".                                     DCTMNT00
016260     GO TO 200X.                                                  DCTMNT00
016270 230-NDX-DONE.                                                    DCTMNT00
016280     CLOSE DICT-INDEX.                                            DCTMNT00
016290     OPEN I-O DATA-DICT.                                          DCTMNT00
016300     MOVE 1 TO DICT-OPEN-SW.                                      DCTMNT00
016310     MOVE DICT-PRIME TO DICT-KEY.                                 DCTMNT00
016320 240-OVER-READ.                                                   DCTMNT00
016330     ADD 1 TO DICT-KEY.                                           DCTMNT00
016340     IF DICT-KEY IS GREATER THAN DICT-TOTAL GO TO 200X.           DCTMNT00
016350     READ DATA-DICT INVALID KEY GO TO 200X.                       DCTMNT00
016360     IF DNAME = SPACES GO TO 240-OVER-READ.                       DCTMNT00
016370     IF OVER-CNT = 100 GO TO 200X.                                DCTMNT00
016380     ADD 1 TO OVER-CNT.                                           DCTMNT00
016390     MOVE DNAME TO OV-NAME (OVER-CNT).                            DCTMNT00
016400     MOVE DICT-KEY TO OV-SLOT (OVER-CNT).                         DCTMNT00
016410     GO TO 240-OVER-READ.                                         DCTMNT00
016420 200X.   EXIT.                                                    DCTMNT00
017701 250-LOAD-LAYOUTS.                                                DCTMNT00
017702     OPEN INPUT LAYOUT-FILE.                                      DCTMNT00
017703     IF LAY-FILE-STATUS NOT = "00" GO TO 250X.                    DCTMNT00
017704 260-LAY-READ.                                                    DCTMNT00
017705     READ LAYOUT-FILE AT END GO TO 270-LAY-DONE.                  DCTMNT00
017706     IF LAY-CNT = 400                                             DCTMNT00
017707         MOVE 1 TO LAY-OVER-SW                                    DCTMNT00
017708         DISPLAY "LAYOUTS OVER 400 LINES - RUN WILL"              DCTMNT00
017709         DISPLAY "NOT REWRITE DICTLAY"                            DCTMNT00
017710         GO TO 270-LAY-DONE.                                      DCTMNT00
017711     MOVE LY-RECORD TO WK-LKEY-REC.                               DCTMNT00
017712     MOVE LY-SEQ TO WK-LKEY-SEQ.                                  DCTMNT00
017713     MOVE LY-LEVEL TO WK-LLEVEL.                                  DCTMNT00
017714     MOVE LY-ITEM TO WK-LITEM.                                    DCTMNT00
017715     MOVE LY-OCCURS TO WK-LOCCURS.                                DCTMNT00
017716     PERFORM 670-LAY-INSERT THRU 670X.                            DCTMNT00
017717     GO TO 260-LAY-READ.                                          DCTMNT00
017718 270-LAY-DONE.                                                    DCTMNT00
017719     CLOSE LAYOUT-FILE.                                           DCTMNT00
017720 250X.   EXIT.                                                    DCTMNT00
017730 300-LIST-DICT.                                                   DCTMNT00
017740     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    DCTMNT00
017750     PERFORM 310-LIST-ONE THRU 310X VARYING DICT-KEY FROM 1 BY 1  DCTMNT00
017760         UNTIL DICT-KEY IS GREATER THAN DICT-TOTAL.               DCTMNT00
017770     WRITE REPORT-REC FROM BLANK-LINE.                            DCTMNT00
017780 300X.   EXIT.                                                    DCTMNT00
017790 310-LIST-ONE.                                                    DCTMNT00
017800     READ DATA-DICT INVALID KEY GO TO 310X.                       DCTMNT00
017810     IF DNAME = SPACES GO TO 310X.                                DCTMNT00
017820     MOVE DNAME TO LL-NAME.                                       DCTMNT00
017830     MOVE DKIND TO LL-KIND.                                       DCTMNT00
017840     MOVE DPROG TO LL-PROG.                                       DCTMNT00
017850     MOVE DPICT TO LL-PICT.                                       DCTMNT00
017860     MOVE DDESC TO LL-DESC.                                       DCTMNT00
017870     IF DDATE NUMERIC                                             DCTMNT00
017880         MOVE DDATE TO LL-DATE                                    DCTMNT00
017890     ELSE MOVE 0 TO LL-DATE.                                      DCTMNT00
017900     WRITE REPORT-REC FROM LIST-LINE.                             DCTMNT00
017910 310X.   EXIT.                                                    DCTMNT00
018901 350-LIST-LAYOUTS.                                                DCTMNT00
018902     WRITE REPORT-REC FROM LAY-HEAD BEFORE ADVANCING 2 LINES.     DCTMNT00
018903     MOVE SPACES TO LAY-PREV-REC.                                 DCTMNT00
018904     PERFORM 360-LIST-LAY-ONE THRU 360X VARYING LX FROM 1 BY 1    DCTMNT00
018905         UNTIL LX IS GREATER THAN LAY-CNT.                        DCTMNT00
018906     WRITE REPORT-REC FROM BLANK-LINE.                            DCTMNT00
018907 350X.   EXIT.                                                    DCTMNT00
018908 360-LIST-LAY-ONE.                                                DCTMNT00
018909     IF LT-GONE (LX) = "Y" GO TO 360X.                            DCTMNT00
018910     MOVE SPACES TO LA-RECORD LA-OCCURS.                          DCTMNT00
018911     IF LT-RECORD (LX) NOT = LAY-PREV-REC                         DCTMNT00
018912         MOVE LT-RECORD (LX) TO LA-RECORD LAY-PREV-REC.           DCTMNT00
018913     MOVE LT-SEQ (LX) TO LA-SEQ.                                  DCTMNT00
018914     MOVE LT-LEVEL (LX) TO LA-LEVEL.                              DCTMNT00
018915     MOVE LT-ITEM (LX) TO LA-ITEM.                                DCTMNT00
018916     IF LT-OCCURS (LX) NOT = "000" AND LT-OCCURS (LX) NOT = SPACESDCTMNT00
018917         MOVE LT-OCCURS (LX) TO LA-OCCURS.                        DCTMNT00
018918     WRITE REPORT-REC FROM LAY-LINE.                              DCTMNT00
018919 360X.   EXIT.                                                    DCTMNT00
019000 600-APPLY-ONE.                                                   DCTMNT00
019100     MOVE WK-NAME TO LOOK-NAME.                                   DCTMNT00
019200     PERFORM 610-FIND-NAME THRU 610X.                             DCTMNT00
019300     MOVE LOOK-HIT TO DHIT.                                       DCTMNT00
019500     IF WK-ACTION = "A" GO TO 620-ADD.                            DCTMNT00
019600     IF WK-ACTION = "C" GO TO 630-CHANGE.                         DCTMNT00
019700     IF WK-ACTION = "D" GO TO 640-DELETE.                         DCTMNT00
019701     IF WK-ACTION = "L" GO TO 650-LAYOUT.                         DCTMNT00
019800     MOVE "INVALID ACTION CODE     " TO RJ-REASON.                DCTMNT00
019900     GO TO 690-REJECT.                                            DCTMNT00
020000 620-ADD.                                                         DCTMNT00
020601     IF WK-PROG = SPACES                                          DCTMNT00
020602         MOVE "OWNING PROGRAM MISSING  " TO RJ-REASON             DCTMNT00
020603         GO TO 690-REJECT.                                        DCTMNT00
020610     MOVE 0 TO OHIT.                                              DCTMNT00
020620     PERFORM 617-FIND-FREE VARYING OX FROM 1 BY 1                 DCTMNT00
020630         UNTIL OX IS GREATER THAN OVER-CNT                        DCTMNT00
020640         OR OHIT IS GREATER THAN 0.                               DCTMNT00
020650     IF OHIT = 0 AND OVER-CNT = 100                               DCTMNT00
020660         MOVE "OVERFLOW AREA FULL      " TO RJ-REASON             DCTMNT00
020670         GO TO 690-REJECT.                                        DCTMNT00
020680     MOVE SPACES TO DICTREC.                                      DCTMNT00
020690     MOVE WK-NAME TO DNAME.                                       DCTMNT00
020700     MOVE WK-KIND TO DKIND.                                       DCTMNT00
020710     MOVE WK-PROG TO DPROG.                                       DCTMNT00
020720     MOVE WK-PICT TO DPICT.                                       DCTMNT00
020730     MOVE WK-DESC TO DDESC.                                       DCTMNT00
020740     MOVE TODAYS-DATE TO DDATE.                                   DCTMNT00
020750     COMPUTE DICT-KEY = DICT-TOTAL + 1.                           DCTMNT00
020760     WRITE DICTREC INVALID KEY                                    DCTMNT00
020770         MOVE "DATADICT WRITE FAILED   " TO RJ-REASON             DCTMNT00
020780         GO TO 690-REJECT.                                        DCTMNT00
020790     MOVE DICT-KEY TO DICT-TOTAL.                                 DCTMNT00
020800     MOVE 1 TO NDX-CHANGED-SW.                                    DCTMNT00
020810     IF OHIT = 0 ADD 1 TO OVER-CNT MOVE OVER-CNT TO OHIT.         DCTMNT00
020820     MOVE WK-NAME TO OV-NAME (OHIT).                              DCTMNT00
020830     MOVE DICT-KEY TO OV-SLOT (OHIT).                             DCTMNT00
021400     MOVE "ADD     " TO AU-EVENT.                                 DCTMNT00
021500     GO TO 680-LOG-CHANGE.                                        DCTMNT00
021600 630-CHANGE.                                                      DCTMNT00
022000     IF WK-KIND NOT = "1" AND WK-KIND NOT = "2"                   DCTMNT00
022100         MOVE "ILLEGAL TYPE CODE       " TO RJ-REASON             DCTMNT00
022200         GO TO 690-REJECT.                                        DCTMNT00
022210     MOVE WK-KIND TO DKIND.                                       DCTMNT00
022220     IF WK-PROG NOT = SPACES                                      DCTMNT00
022230         MOVE WK-PROG TO DPROG.                                   DCTMNT00
022240     IF WK-PICT NOT = SPACES                                      DCTMNT00
022250         MOVE WK-PICT TO DPICT.                                   DCTMNT00
022260     IF WK-DESC NOT = SPACES                                      DCTMNT00
022270         MOVE WK-DESC TO DDESC.                                   DCTMNT00
022280     MOVE DHIT TO DICT-KEY.                                       DCTMNT00
022290     WRITE DICTREC INVALID KEY                                    DCTMNT00
022300         MOVE "DATADICT WRITE FAILED   " TO RJ-REASON             DCTMNT00
022310         GO TO 690-REJECT.                                        DCTMNT00
022400     MOVE "CHANGE  " TO AU-EVENT.                                 DCTMNT00
022500     GO TO 680-LOG-CHANGE.                                        DCTMNT00
022600 640-DELETE.                                                      DCTMNT00
022700     IF DHIT = 0                                                  DCTMNT00
022800         MOVE "NAME NOT IN DICTIONARY  " TO RJ-REASON             DCTMNT00
022900         GO TO 690-REJECT.                                        DCTMNT00
022901     MOVE 0 TO IHIT.                                              DCTMNT00
022902     PERFORM 616-FIND-USE VARYING LX FROM 1 BY 1                  DCTMNT00
022903         UNTIL LX IS GREATER THAN LAY-CNT                         DCTMNT00
022904         OR IHIT IS GREATER THAN 0.                               DCTMNT00
022905     IF IHIT IS GREATER THAN 0                                    DCTMNT00
022906         MOVE "NAME USED IN A LAYOUT   " TO RJ-REASON             DCTMNT00
022907         GO TO 690-REJECT.                                        DCTMNT00
022908     MOVE SPACES TO DICTREC.                                      DCTMNT00
022909     MOVE DHIT TO DICT-KEY.                                       DCTMNT00
022910     WRITE DICTREC INVALID KEY                                    DCTMNT00
022911         MOVE "DATADICT WRITE FAILED   " TO RJ-REASON             DCTMNT00
022912         GO TO 690-REJECT.                                        DCTMNT00
022913     IF OHIT IS GREATER THAN 0 MOVE SPACES TO OV-NAME (OHIT).     DCTMNT00
023100     MOVE "DELETE  " TO AU-EVENT.                                 DCTMNT00
023200     GO TO 680-LOG-CHANGE.                                        DCTMNT00
023201 650-LAYOUT.                                                      DCTMNT00
023202     IF LAY-OVER-SW = 1                                           DCTMNT00
023203         MOVE "LAYOUT FILE OVERFLOWED  " TO RJ-REASON             DCTMNT00
023204         GO TO 690-REJECT.                                        DCTMNT00
023205     IF DHIT = 0                                                  DCTMNT00
023206         MOVE "RECORD NOT IN DICTIONARY" TO RJ-REASON             DCTMNT00
023207         GO TO 690-REJECT.                                        DCTMNT00
023208     IF DKIND NOT = 1                                             DCTMNT00
023209         MOVE "RECORD NOT IN DICTIONARY" TO RJ-REASON             DCTMNT00
023210         GO TO 690-REJECT.                                        DCTMNT00
023211     IF WK-LSEQ NOT NUMERIC                                       DCTMNT00
023212         MOVE "ILLEGAL SEQUENCE NUMBER " TO RJ-REASON             DCTMNT00
023213         GO TO 690-REJECT.                                        DCTMNT00
023214     MOVE WK-LREC TO WK-LKEY-REC.                                 DCTMNT00
023215     MOVE WK-LSEQ TO WK-LKEY-SEQ.                                 DCTMNT00
023216     IF WK-LITEM = SPACES GO TO 660-LAY-DELETE.                   DCTMNT00
023217     IF WK-LSEQ = "000"                                           DCTMNT00
023218         MOVE "ILLEGAL SEQUENCE NUMBER " TO RJ-REASON             DCTMNT00
023219         GO TO 690-REJECT.                                        DCTMNT00
023220     IF WK-LLEVEL NOT NUMERIC                                     DCTMNT00
023221         MOVE "ILLEGAL LEVEL NUMBER    " TO RJ-REASON             DCTMNT00
023222         GO TO 690-REJECT.                                        DCTMNT00
023223     IF WK-LLEVEL IS LESS THAN "02"                               DCTMNT00
023224         OR WK-LLEVEL IS GREATER THAN "49"                        DCTMNT00
023225         MOVE "ILLEGAL LEVEL NUMBER    " TO RJ-REASON             DCTMNT00
023226         GO TO 690-REJECT.                                        DCTMNT00
023227     IF WK-LOCCURS = SPACES MOVE "000" TO WK-LOCCURS.             DCTMNT00
023228     IF WK-LOCCURS NOT NUMERIC                                    DCTMNT00
023229         MOVE "ILLEGAL OCCURS COUNT    " TO RJ-REASON             DCTMNT00
023230         GO TO 690-REJECT.                                        DCTMNT00
023231     PERFORM 615-FIND-ITEM.                                       DCTMNT00
023235     IF IHIT = 0                                                  DCTMNT00
023236         MOVE "FIELD NOT IN DICTIONARY " TO RJ-REASON             DCTMNT00
023237         GO TO 690-REJECT.                                        DCTMNT00
023238     IF DKIND NOT = 1                                             DCTMNT00
023239         MOVE "FIELD NOT IN DICTIONARY " TO RJ-REASON             DCTMNT00
023240         GO TO 690-REJECT.                                        DCTMNT00
023241     MOVE 0 TO LHIT.                                              DCTMNT00
023242     PERFORM 656-FIND-LINE VARYING LX FROM 1 BY 1                 DCTMNT00
023243         UNTIL LX IS GREATER THAN LAY-CNT                         DCTMNT00
023244         OR LHIT IS GREATER THAN 0.                               DCTMNT00
023245     IF LHIT = 0 GO TO 655-LAY-ADD.                               DCTMNT00
023246     MOVE WK-LLEVEL TO LT-LEVEL (LHIT).                           DCTMNT00
023247     MOVE WK-LITEM TO LT-ITEM (LHIT).                             DCTMNT00
023248     MOVE WK-LOCCURS TO LT-OCCURS (LHIT).                         DCTMNT00
023249     MOVE "LAYCHG  " TO AU-EVENT.                                 DCTMNT00
023250     GO TO 665-LAY-LOGGED.                                        DCTMNT00
023251 655-LAY-ADD.                                                     DCTMNT00
023252     IF LAY-CNT = 400                                             DCTMNT00
023253         MOVE "LAYOUT TABLE FULL       " TO RJ-REASON             DCTMNT00
023254         GO TO 690-REJECT.                                        DCTMNT00
023255     PERFORM 670-LAY-INSERT THRU 670X.                            DCTMNT00
023256     MOVE "LAYADD  " TO AU-EVENT.                                 DCTMNT00
023257     GO TO 665-LAY-LOGGED.                                        DCTMNT00
023258 660-LAY-DELETE.                                                  DCTMNT00
023259     MOVE 0 TO LAY-DEL-CNT.                                       DCTMNT00
023260     PERFORM 657-DROP-LINE VARYING LX FROM 1 BY 1                 DCTMNT00
023261         UNTIL LX IS GREATER THAN LAY-CNT.                        DCTMNT00
023262     IF LAY-DEL-CNT = 0                                           DCTMNT00
023263         MOVE "LAYOUT LINE NOT FOUND   " TO RJ-REASON             DCTMNT00
023264         GO TO 690-REJECT.                                        DCTMNT00
023265     MOVE "LAYDEL  " TO AU-EVENT.                                 DCTMNT00
023266 665-LAY-LOGGED.                                                  DCTMNT00
023267     MOVE 1 TO LAY-CHANGED-SW.                                    DCTMNT00
023268     GO TO 680-LOG-CHANGE.                                        DCTMNT00
023300 680-LOG-CHANGE.                                                  DCTMNT00
023400     ADD 1 TO CHANGE-CNT.                                         DCTMNT00
023500     MOVE TODAYS-DATE TO AU-DATE.                                 DCTMNT00
024100     WRITE REPORT-REC FROM REJECT-LINE.                           DCTMNT00
024200     DISPLAY "REJECTED - " RJ-REASON.                             DCTMNT00
024300 600X.   EXIT.                                                    DCTMNT00
024305 610-FIND-NAME.                                                   DCTMNT00
024310     NOTE  THE LAST BLOCK WHOSE FIRST NAME IS NOT PAST LOOK-NAME  DCTMNT00
024315         IS READ UNTIL THE NAME IS FOUND OR PASSED, THEN THE      DCTMNT00
024320         OVERFLOW NAMES ARE SEARCHED. A HIT LEAVES ITS SLOT IN    DCTMNT00
024325         LOOK-HIT AND ITS RECORD IN DICTREC, AND OHIT SAYS WHICH  DCTMNT00
024330         OVERFLOW ENTRY IT CAME FROM.                             DCTMNT00
024335     MOVE 0 TO LOOK-HIT LOOK-BLK OHIT.                            DCTMNT00
024340     IF LOOK-NAME = SPACES GO TO 610X.                            DCTMNT00
024345     PERFORM 611-FIND-BLOCK VARYING NX FROM 1 BY 1                DCTMNT00
024350         UNTIL NX IS GREATER THAN NDX-CNT.                        DCTMNT00
024355     IF LOOK-BLK = 0 GO TO 613-FIND-OVER.                         DCTMNT00
024360     COMPUTE DICT-KEY = (LOOK-BLK - 1) * DICT-BLOCK.              DCTMNT00
024365     COMPUTE LOOK-END = DICT-KEY + DICT-BLOCK.                    DCTMNT00
024370     IF LOOK-BLK = NDX-CNT OR LOOK-END IS GREATER THAN DICT-PRIME DCTMNT00
024375         MOVE DICT-PRIME TO LOOK-END.                             DCTMNT00
024380 612-FIND-READ.                                                   DCTMNT00
024385     ADD 1 TO DICT-KEY.                                           DCTMNT00
024390     IF DICT-KEY IS GREATER THAN LOOK-END GO TO 613-FIND-OVER.    DCTMNT00
024395     READ DATA-DICT INVALID KEY GO TO 613-FIND-OVER.              DCTMNT00
024400     IF DNAME = LOOK-NAME                                         DCTMNT00
024405         MOVE DICT-KEY TO LOOK-HIT                                DCTMNT00
024410         GO TO 610X.                                              DCTMNT00
024415     IF DNAME = SPACES GO TO 612-FIND-READ.                       DCTMNT00
024420     IF DNAME IS GREATER THAN LOOK-NAME GO TO 613-FIND-OVER.      DCTMNT00
024425     GO TO 612-FIND-READ.                                         DCTMNT00
024430 613-FIND-OVER.                                                   DCTMNT00
024435     PERFORM 614-OVER-ONE VARYING OX FROM 1 BY 1                  DCTMNT00
024440         UNTIL OX IS GREATER THAN OVER-CNT                        DCTMNT00
024445         OR OHIT IS GREATER THAN 0.                               DCTMNT00
024450     IF OHIT = 0 GO TO 610X.                                      DCTMNT00
024455     MOVE OV-SLOT (OHIT) TO DICT-KEY.                             DCTMNT00
024460     READ DATA-DICT INVALID KEY GO TO 610X.                       DCTMNT00
024465     MOVE DICT-KEY TO LOOK-HIT.                                   DCTMNT00
024470 610X.   EXIT.                                                    DCTMNT00
024475 611-FIND-BLOCK.                                                  DCTMNT00
024480     IF NDX-KEY (NX) NOT GREATER THAN LOOK-NAME                   DCTMNT00
024485         MOVE NX TO LOOK-BLK.                                     DCTMNT00
024490 614-OVER-ONE.                                                    DCTMNT00
024495     IF OV-NAME (OX) = LOOK-NAME MOVE OX TO OHIT.                 DCTMNT00
024500 615-FIND-ITEM.                                                   DCTMNT00
024505     MOVE WK-LITEM TO LOOK-NAME.                                  DCTMNT00
024510     PERFORM 610-FIND-NAME THRU 610X.                             DCTMNT00
024515     MOVE LOOK-HIT TO IHIT.                                       DCTMNT00
024520 617-FIND-FREE.                                                   DCTMNT00
024525     IF OV-NAME (OX) = SPACES MOVE OX TO OHIT.                    DCTMNT00
024604 616-FIND-USE.                                                    DCTMNT00
024605     IF LT-GONE (LX) NOT = "Y"                                    DCTMNT00
024606         IF LT-RECORD (LX) = WK-NAME OR LT-ITEM (LX) = WK-NAME    DCTMNT00
024607             MOVE LX TO IHIT.                                     DCTMNT00
024608 656-FIND-LINE.                                                   DCTMNT00
024609     IF LT-GONE (LX) NOT = "Y"                                    DCTMNT00
024610         IF LT-KEY (LX) = WK-LKEY MOVE LX TO LHIT.                DCTMNT00
024611 657-DROP-LINE.                                                   DCTMNT00
024612     IF LT-GONE (LX) NOT = "Y"                                    DCTMNT00
024613         IF LT-RECORD (LX) = WK-LKEY-REC                          DCTMNT00
024614             IF WK-LKEY-SEQ = "000" OR LT-SEQ (LX) = WK-LKEY-SEQ  DCTMNT00
024615                 MOVE "Y" TO LT-GONE (LX)                         DCTMNT00
024616                 ADD 1 TO LAY-DEL-CNT.                            DCTMNT00
024617 670-LAY-INSERT.                                                  DCTMNT00
024618     NOTE KEEPS THE TABLE IN RECORD AND SEQUENCE ORDER BY OPENING DCTMNT00
024619         A SLOT AHEAD OF THE FIRST HIGHER KEY.                    DCTMNT00
024620     MOVE 0 TO LPOS.                                              DCTMNT00
024621     PERFORM 671-FIND-POS VARYING LX FROM 1 BY 1                  DCTMNT00
024622         UNTIL LX IS GREATER THAN LAY-CNT                         DCTMNT00
024623         OR LPOS IS GREATER THAN 0.                               DCTMNT00
024624     IF LPOS = 0 COMPUTE LPOS = LAY-CNT + 1.                      DCTMNT00
024625     PERFORM 672-SHIFT-DOWN VARYING LY FROM LAY-CNT BY -1         DCTMNT00
024626         UNTIL LY IS LESS THAN LPOS.                              DCTMNT00
024627     ADD 1 TO LAY-CNT.                                            DCTMNT00
024628     MOVE WK-LKEY TO LT-KEY (LPOS).                               DCTMNT00
024629     MOVE WK-LLEVEL TO LT-LEVEL (LPOS).                           DCTMNT00
024630     MOVE WK-LITEM TO LT-ITEM (LPOS).                             DCTMNT00
024631     MOVE WK-LOCCURS TO LT-OCCURS (LPOS).                         DCTMNT00
024632     MOVE SPACE TO LT-GONE (LPOS).                                DCTMNT00
024633 670X.   EXIT.                                                    DCTMNT00
024634 671-FIND-POS.                                                    DCTMNT00
024635     IF LT-KEY (LX) IS GREATER THAN WK-LKEY MOVE LX TO LPOS.      DCTMNT00
024636 672-SHIFT-DOWN.                                                  DCTMNT00
024637     COMPUTE LX = LY + 1.                                         DCTMNT00
024638     MOVE LAY-ENTRY (LY) TO LAY-ENTRY (LX).                       DCTMNT00
024650 700-CLOSE-DICT.                                                  DCTMNT00
024660     NOTE  ONLY THE CONTROL RECORD CHANGES BETWEEN REORGANIZES -  DCTMNT00
024670         THE BLOCK KEYS GO BACK OUT AS THEY WERE LOADED.          DCTMNT00
024680     CLOSE DATA-DICT.                                             DCTMNT00
024690     IF NDX-CHANGED-SW = 0 GO TO 700X.                            DCTMNT00
024700     OPEN OUTPUT DICT-INDEX.                                      DCTMNT00
024710     PERFORM 720-PUT-CTL.                                         DCTMNT00
024720     PERFORM 710-PUT-KEY THRU 710X VARYING NX FROM 1 BY 1         DCTMNT00
024730         UNTIL NX IS GREATER THAN NDX-CNT.                        DCTMNT00
024740     CLOSE DICT-INDEX.                                            DCTMNT00
024750 700X.   EXIT.                                                    DCTMNT00
024760 710-PUT-KEY.                                                     DCTMNT00
024770     MOVE SPACES TO NDX-REC.                                      DCTMNT00
024780     MOVE "K" TO NX-TYPE.                                         DCTMNT00
024790     MOVE NX TO NX-BLOCK.                                         DCTMNT00
024800     MOVE NDX-KEY (NX) TO NX-KEY.                                 DCTMNT00
024810     WRITE NDX-REC.                                               DCTMNT00
024820 710X.   EXIT.                                                    DCTMNT00
024830 720-PUT-CTL.                                                     DCTMNT00
024840     MOVE SPACES TO NDX-CTL.                                      DCTMNT00
024850     MOVE "C" TO NC-TYPE.                                         DCTMNT00
024860     MOVE DICT-PRIME TO NC-PRIME.                                 DCTMNT00
024870     MOVE DICT-TOTAL TO NC-TOTAL.                                 DCTMNT00
024880     MOVE DICT-BLOCK TO NC-BLOCK.                                 DCTMNT00
024890     MOVE TODAYS-DATE TO NC-DATE.                                 DCTMNT00
024900     WRITE NDX-CTL.                                               DCTMNT00
024905 BATCH-TAKE.                                                      DCTMNT00
024910     NOTE  A DECK MAY BE HEADED BY A $BATCH CONTROL CARD - COLS   DCTMNT00
024915         1-6 $BATCH, 8-13 BATCH NUMBER, 15-20 NUMBER OF CARDS     DCTMNT00
024920         THAT FOLLOW IT (END-OF-JOB CARD INCLUDED), 22-23 FIRST   DCTMNT00
024925         HASH COLUMN, 25 HASH LENGTH 1 TO 8, 27-38 EXPECTED HASH  DCTMNT00
024930         TOTAL, 40-59 SUBMITTER.  EVERY CARD AFTER THE HEADER IS  DCTMNT00
024935         COUNTED AND THE VALUE OF ITS HASH FIELD ADDED IN (A      DCTMNT00
024940         NON-DIGIT COUNTS AS ZERO).  BATCH-SKIP TELLS THE CALLER  DCTMNT00
024945         TO READ PAST THE HEADER.                                 DCTMNT00
024950     MOVE 0 TO BATCH-SKIP.                                        DCTMNT00
024955     IF BATCH-FIRST = 0 GO TO BATCH-ADD.                          DCTMNT00
024960     MOVE 0 TO BATCH-FIRST.                                       DCTMNT00
024965     MOVE BATCH-CARD TO BATCH-HDR.                                DCTMNT00
024970     IF BH-TAG NOT = "$BATCH" GO TO BATCH-TAKE-X.                 DCTMNT00
024975     MOVE 1 TO BATCH-SW BATCH-SKIP.                               DCTMNT00
024980     IF BH-COUNT NOT NUMERIC OR BH-FROM NOT NUMERIC               DCTMNT00
024985         OR BH-LEN NOT NUMERIC OR BH-HASH NOT NUMERIC             DCTMNT00
024990         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                  DCTMNT00
024995     IF BH-FROM = 0 OR BH-LEN = 0 OR BH-LEN IS GREATER THAN 8     DCTMNT00
025000         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                  DCTMNT00
025005     COMPUTE BATCH-TO = BH-FROM + BH-LEN - 1.                     DCTMNT00
025010     IF BATCH-TO IS GREATER THAN 80 MOVE 2 TO BATCH-SW.           DCTMNT00
025015     GO TO BATCH-TAKE-X.                                          DCTMNT00
025020 BATCH-ADD.                                                       DCTMNT00
025025     IF BATCH-SW = 0 GO TO BATCH-TAKE-X.                          DCTMNT00
025030     ADD 1 TO BATCH-COUNT.                                        DCTMNT00
025035     IF BATCH-SW NOT = 1 GO TO BATCH-TAKE-X.                      DCTMNT00
025040     MOVE 0 TO BATCH-VALUE.                                       DCTMNT00
025045     PERFORM BATCH-DIGIT-ADD VARYING BATCH-CX FROM BH-FROM BY 1   DCTMNT00
025050         UNTIL BATCH-CX IS GREATER THAN BATCH-TO.                 DCTMNT00
025055     ADD BATCH-VALUE TO BATCH-HASH.                               DCTMNT00
025060     GO TO BATCH-TAKE-X.                                          DCTMNT00
025065 BATCH-DIGIT-ADD.                                                 DCTMNT00
025070     MOVE 0 TO BATCH-DIGIT.                                       DCTMNT00
025075     IF BATCH-CH (BATCH-CX) IS NUMERIC                            DCTMNT00
025080         MOVE BATCH-CH (BATCH-CX) TO BATCH-DIGIT.                 DCTMNT00
025085     COMPUTE BATCH-VALUE = BATCH-VALUE * 10 + BATCH-DIGIT.        DCTMNT00
025090 BATCH-TAKE-X.                                                    DCTMNT00
025095     EXIT.                                                        DCTMNT00
025100 BATCH-CHECK.                                                     DCTMNT00
025105     NOTE  RUN ONCE THE WHOLE DECK HAS BEEN READ.  A DECK WITH NO DCTMNT00
025110         HEADER IS TAKEN AS BEFORE.  A BALANCED BATCH IS NOTED ON DCTMNT00
025115         THE LISTING; ONE OUT OF BALANCE, OR WITH AN INVALID      DCTMNT00
025120         HEADER, IS FLAGGED AND THE OPERATOR DECIDES WHETHER TO   DCTMNT00
025125         REFUSE IT - BATCH-DISP COMES BACK R IF IT IS REFUSED.    DCTMNT00
025130         EITHER WAY THE BATCH IS RECORDED IN BATCHREG.            DCTMNT00
025135     MOVE "A" TO BATCH-DISP.                                      DCTMNT00
025140     IF BATCH-SW = 0 GO TO BATCH-CHECK-X.                         DCTMNT00
025145     MOVE BH-BATCH TO BL-BATCH BM-BATCH.                          DCTMNT00
025150     MOVE BH-SUBMIT TO BL-SUBMIT.                                 DCTMNT00
025155     MOVE 0 TO BL-EXP-CNT BL-FROM BL-TO BL-EXP-HASH.              DCTMNT00
025160     MOVE BATCH-COUNT TO BL-ACT-CNT.                              DCTMNT00
025165     MOVE BATCH-HASH TO BL-ACT-HASH.                              DCTMNT00
025170     MOVE SPACES TO BL-FLAG BL-FLAG2.                             DCTMNT00
025175     IF BATCH-SW = 2                                              DCTMNT00
025180         MOVE "I" TO BATCH-STATUS                                 DCTMNT00
025185         MOVE "HEADER INVALID" TO BL-STATE                        DCTMNT00
025190         GO TO BATCH-OUT.                                         DCTMNT00
025195     MOVE BH-COUNT TO BL-EXP-CNT.                                 DCTMNT00
025200     MOVE BH-FROM TO BL-FROM.                                     DCTMNT00
025205     MOVE BATCH-TO TO BL-TO.                                      DCTMNT00
025210     MOVE BH-HASH TO BL-EXP-HASH.                                 DCTMNT00
025215     MOVE "B" TO BATCH-STATUS.                                    DCTMNT00
025220     IF BATCH-COUNT NOT = BH-COUNT MOVE "C" TO BATCH-STATUS.      DCTMNT00
025225     IF BATCH-HASH NOT = BH-HASH                                  DCTMNT00
025230         IF BATCH-STATUS = "C" MOVE "X" TO BATCH-STATUS           DCTMNT00
025235         ELSE MOVE "H" TO BATCH-STATUS.                           DCTMNT00
025240     IF BATCH-STATUS NOT = "B"                                    DCTMNT00
025245         MOVE "OUT OF BALANCE" TO BL-STATE  GO TO BATCH-OUT.      DCTMNT00
025250     MOVE "IN BALANCE" TO BL-STATE.                               DCTMNT00
025255     WRITE REPORT-REC FROM BATCH-LINE-A.                          DCTMNT00
025260     WRITE REPORT-REC FROM BATCH-LINE-B.                          DCTMNT00
025265     WRITE REPORT-REC FROM BATCH-LINE-C.                          DCTMNT00
025270     MOVE "BALANCED" TO AU-RESULT.                                DCTMNT00
025275     GO TO BATCH-REGISTER.                                        DCTMNT00
025280 BATCH-OUT.                                                       DCTMNT00
025285     MOVE "*** " TO BL-FLAG.  MOVE " ***" TO BL-FLAG2.            DCTMNT00
025290     MOVE BL-STATE TO BM-STATE.                                   DCTMNT00
025295     DISPLAY "BATCH " BH-BATCH " " BL-STATE.                      DCTMNT00
025300     DISPLAY "CARDS EXPECTED " BL-EXP-CNT " READ " BL-ACT-CNT.    DCTMNT00
025305     DISPLAY "HASH EXPECTED " BL-EXP-HASH " READ " BL-ACT-HASH.   DCTMNT00
025310     MOVE "R" TO BATCH-DISP.                                      DCTMNT00
025315     DISPLAY "REPLY Y TO REFUSE THE DECK, N TO ACCEPT IT".        DCTMNT00
025320     ACCEPT BATCH-REPLY.                                          DCTMNT00
025325     MOVE "DECK REFUSED BY OPERATOR - NOTHING APPLIED"            DCTMNT00
025330         TO BL-TEXT.                                              DCTMNT00
025335     IF BATCH-REPLY = "N"                                         DCTMNT00
025340         MOVE "A" TO BATCH-DISP                                   DCTMNT00
025345         MOVE "DECK ACCEPTED BY THE OPERATOR" TO BL-TEXT.         DCTMNT00
025350 BATCH-OUT-PRINT.                                                 DCTMNT00
025355     WRITE REPORT-REC FROM BATCH-STARS.                           DCTMNT00
025360     WRITE REPORT-REC FROM BATCH-LINE-A.                          DCTMNT00
025365     WRITE REPORT-REC FROM BATCH-LINE-B.                          DCTMNT00
025370     WRITE REPORT-REC FROM BATCH-LINE-C.                          DCTMNT00
025375     WRITE REPORT-REC FROM BATCH-LINE-D.                          DCTMNT00
025380     WRITE REPORT-REC FROM BATCH-STARS.                           DCTMNT00
025385     MOVE "REFUSED " TO BM-DISP AU-RESULT.                        DCTMNT00
025390     IF BATCH-DISP = "A" MOVE "ACCEPTED" TO BM-DISP AU-RESULT.    DCTMNT00
025395     MOVE BATCH-MSG TO MSG-TEXT-WORK.                             DCTMNT00
025400 BATCH-JOURNAL.                                                   DCTMNT00
025405     OPEN I-O OPS-MSG.                                            DCTMNT00
025410 BATCH-JOURNAL-SKIP.                                              DCTMNT00
025415     READ OPS-MSG AT END GO TO BATCH-JOURNAL-PUT.                 DCTMNT00
025420     GO TO BATCH-JOURNAL-SKIP.                                    DCTMNT00
025425 BATCH-JOURNAL-PUT.                                               DCTMNT00
025430     MOVE SPACES TO MSG-REC.                                      DCTMNT00
025435     MOVE AU-PROGRAM TO MSG-PROGRAM.                              DCTMNT00
025440     MOVE TODAYS-DATE TO MSG-DATE.                                DCTMNT00
025445     COMPUTE AU-TIME-HOLD = DATA (1).                             DCTMNT00
025450     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     DCTMNT00
025455     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            DCTMNT00
025460     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                      DCTMNT00
025465     MOVE MSG-TEXT-WORK TO MSG-TEXT.                              DCTMNT00
025470     MOVE OPERATOR-CODE TO MSG-OPERATOR.                          DCTMNT00
025475     WRITE MSG-REC.                                               DCTMNT00
025480     CLOSE OPS-MSG.                                               DCTMNT00
025485 BATCH-REGISTER.                                                  DCTMNT00
025490     NOTE  BATCHREG HOLDS ONE CARD PER BATCH RECEIVED - COLS 1-6  DCTMNT00
025495         DATE, 8-11 TIME, 13-20 PROGRAM, 22-27 BATCH, 29-48       DCTMNT00
025500         SUBMITTER, 50-55 CARDS EXPECTED, 57-62 CARDS READ, 64    DCTMNT00
025505         STATUS (B BALANCED, C COUNT OUT, H HASH OUT, X BOTH, I   DCTMNT00
025510         HEADER INVALID), 66 A ACCEPTED OR R REFUSED, 68-70       DCTMNT00
025515         OPERATOR, 72-78 RUN ID.  IT IS CREATED ON FIRST USE.     DCTMNT00
025520     OPEN I-O BATCH-REG.                                          DCTMNT00
025525     IF BREG-FILE-STATUS NOT = "00"                               DCTMNT00
025530         OPEN OUTPUT BATCH-REG  GO TO BATCH-REG-PUT.              DCTMNT00
025535 BATCH-REG-SKIP.                                                  DCTMNT00
025540     READ BATCH-REG AT END GO TO BATCH-REG-PUT.                   DCTMNT00
025545     GO TO BATCH-REG-SKIP.                                        DCTMNT00
025550 BATCH-REG-PUT.                                                   DCTMNT00
025555     MOVE SPACES TO BR-REC.                                       DCTMNT00
025560     MOVE TODAYS-DATE TO BR-DATE.                                 DCTMNT00
025565     COMPUTE AU-TIME-HOLD = DATA (1).                             DCTMNT00
025570     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     DCTMNT00
025575     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            DCTMNT00
025580     COMPUTE BR-TIME = AU-HH * 100 + AU-MM.                       DCTMNT00
025585     MOVE AU-PROGRAM TO BR-PROGRAM.                               DCTMNT00
025590     MOVE BH-BATCH TO BR-BATCH.                                   DCTMNT00
025595     MOVE BH-SUBMIT TO BR-SUBMIT.                                 DCTMNT00
025600     MOVE 0 TO BR-EXP-CNT.                                        DCTMNT00
025605     IF BATCH-SW = 1 MOVE BH-COUNT TO BR-EXP-CNT.                 DCTMNT00
025610     MOVE BATCH-COUNT TO BR-ACT-CNT.                              DCTMNT00
025615     MOVE BATCH-STATUS TO BR-STATUS.                              DCTMNT00
025620     MOVE BATCH-DISP TO BR-DISP.                                  DCTMNT00
025625     MOVE OPERATOR-CODE TO BR-OPERATOR.                           DCTMNT00
025630     MOVE RUN-ID-ENTRY TO BR-RUN-ID.                              DCTMNT00
025635     WRITE BR-REC.                                                DCTMNT00
025640     CLOSE BATCH-REG.                                             DCTMNT00
025645     MOVE TODAYS-DATE TO AU-DATE.                                 DCTMNT00
025650     MOVE "BATCH   " TO AU-EVENT.                                 DCTMNT00
025655     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTMNT00
025660 BATCH-CHECK-X.                                                   DCTMNT00
025665     EXIT.                                                        DCTMNT00
026201 750-REWRITE-LAYOUTS.                                             DCTMNT00
026202     IF LAY-CHANGED-SW = 0 GO TO 750X.                            DCTMNT00
026203     OPEN OUTPUT LAYOUT-FILE.                                     DCTMNT00
026204     PERFORM 760-PUT-LAY THRU 760X VARYING LX FROM 1 BY 1         DCTMNT00
026205         UNTIL LX IS GREATER THAN LAY-CNT.                        DCTMNT00
026206     CLOSE LAYOUT-FILE.                                           DCTMNT00
026207 750X.   EXIT.                                                    DCTMNT00
026208 760-PUT-LAY.                                                     DCTMNT00
026209     IF LT-GONE (LX) = "Y" GO TO 760X.                            DCTMNT00
026210     MOVE SPACES TO LY-REC.                                       DCTMNT00
026211     MOVE LT-RECORD (LX) TO LY-RECORD.                            DCTMNT00
026212     MOVE LT-SEQ (LX) TO LY-SEQ.                                  DCTMNT00
026213     MOVE LT-LEVEL (LX) TO LY-LEVEL.                              DCTMNT00
026214     MOVE LT-ITEM (LX) TO LY-ITEM.                                DCTMNT00
026215     MOVE LT-OCCURS (LX) TO LY-OCCURS.                            DCTMNT00
026216     WRITE LY-REC.                                                DCTMNT00
026217 760X.   EXIT.                                                    DCTMNT00
026218 800-REORGANIZE.                                                  DCTMNT00
026219     NOTE  V CONVERTS THE OLD SEQUENTIAL DATADICT ONCE AND R      DCTMNT00
026220         REORGANIZES A KEYED ONE. BOTH READ EVERY RECORD, SORT THEDCTMNT00
026221         LIVE NAMES AND WRITE THEM BACK AS THE PRIME AREA WITH A  DCTMNT00
026222         NEW DICTNDX, SO THE OVERFLOW AREA STARTS OUT EMPTY.      DCTMNT00
026223     OPEN INPUT DICT-INDEX.                                       DCTMNT00
026224     IF NDX-FILE-STATUS = "00" CLOSE DICT-INDEX.                  DCTMNT00
026225     IF TRANS-SOURCE = "V" AND NDX-FILE-STATUS = "00"             DCTMNT00
026226         DISPLAY "DATADICT IS ALREADY KEYED - REPLY R"            DCTMNT00
026227         DISPLAY "TO REORGANIZE IT"                               DCTMNT00
026228         GO TO 890-REORG-REFUSED.                                 DCTMNT00
026229     IF TRANS-SOURCE = "R" AND NDX-FILE-STATUS NOT = "00"         DCTMNT00
026230         DISPLAY "DATADICT HAS NO DICTNDX INDEX - REPLY V"        DCTMNT00
026231         DISPLAY "TO CONVERT IT"                                  DCTMNT00
026232         GO TO 890-REORG-REFUSED.                                 DCTMNT00
026233     MOVE 0 TO DICT-TOTAL NDX-CNT REL-CNT DROP-CNT.               DCTMNT00
026234     SORT SORTER ON ASCENDING KEY SO-NAME                         DCTMNT00
026235         INPUT PROCEDURE IS DICT-IN                               DCTMNT00
026236         OUTPUT PROCEDURE IS DICT-OUT.                            DCTMNT00
026237     MOVE TODAYS-DATE TO AU-DATE.                                 DCTMNT00
026238     MOVE "CONVERT " TO AU-EVENT.                                 DCTMNT00
026239     IF TRANS-SOURCE = "R" MOVE "REORG   " TO AU-EVENT.           DCTMNT00
026240     MOVE DICT-TOTAL TO AU-COUNT.                                 DCTMNT00
026241     MOVE AU-COUNT TO AU-RESULT.                                  DCTMNT00
026242     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTMNT00
026243     PERFORM 200-OPEN-DICT THRU 200X.                             DCTMNT00
026244     MOVE "DICTIONARY AFTER REORGANIZE " TO LH-LABEL.             DCTMNT00
026245     PERFORM 300-LIST-DICT THRU 300X.                             DCTMNT00
026246     CLOSE DATA-DICT.                                             DCTMNT00
026247     CLOSE REPORT-FILE.                                           DCTMNT00
026248     DISPLAY "NAMES KEPT " DICT-TOTAL                             DCTMNT00
026249         " DUPLICATES DROPPED " DROP-CNT.                         DCTMNT00
026250     MOVE "OK      " TO AU-RESULT.                                DCTMNT00
026251     PERFORM AUDIT-END.                                           DCTMNT00
026252     STOP RUN.                                                    DCTMNT00
026253 890-REORG-REFUSED.                                               DCTMNT00
026254     CLOSE REPORT-FILE.                                           DCTMNT00
026255     MOVE "REFUSED " TO AU-RESULT.                                DCTMNT00
026256     PERFORM AUDIT-END.                                           DCTMNT00
026257     STOP RUN.                                                    DCTMNT00
026300 AUDIT-START.                                                     DCTMNT00
026301     PERFORM OPER-SIGNON THRU OPER-X.                             DCTMNT00
026400     MOVE TODAYS-DATE TO AU-DATE.                                 DCTMNT00
026500     MOVE "START   " TO AU-EVENT.                                 DCTMNT00
026600     MOVE SPACES TO AU-RESULT.                                    DCTMNT00
028809     ADD 1 TO AU-NEXT.                                            DCTMNT00
028810     GO TO AUDIT-SKIP.                                            DCTMNT00
028811 AUDIT-FREE.                                                      DCTMNT00
028812     MOVE 1 TO AU-KEY.                                            DCTMNT00
028813     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       DCTMNT00
028814     MOVE 0 TO AU-HASH.                                           DCTMNT00
028815     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  DCTMNT00
028816     MOVE AU-NEXT TO AU-KEY.                                      DCTMNT00
028817     MOVE AU-SAVE-REC TO AUDIT-REC.                               DCTMNT00
028823     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        DCTMNT00
029100 AUDIT-PUT.                                                       DCTMNT00
029200     WRITE AUDIT-REC INVALID KEY                                  DCTMNT00
029300         DISPLAY "AUDIT TRAIL FULL".                              DCTMNT00
029500     MOVE 1 TO AU-KEY.                                            DCTMNT00
029600     MOVE SPACES TO AUDIT-REC.                                    DCTMNT00
029700     MOVE AU-NEXT TO AC-NEXT-SLOT.                                DCTMNT00
029710     MOVE AU-HASH TO AC-HASH.                                     DCTMNT00
029800     WRITE AUDIT-REC INVALID KEY                                  DCTMNT00
029900         DISPLAY "AUDIT CONTROL ERROR".                           DCTMNT00
030000     MOVE AU-SAVE-REC TO AUDIT-REC.                               DCTMNT00
030100     CLOSE AUDIT-TRAIL.                                           DCTMNT00
030101 AUDIT-HASH.                                                      DCTMNT00
030102     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        DCTMNT00
030103         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     DCTMNT00
030104         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     DCTMNT00
030105         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         DCTMNT00
030106         REMOVED AFTER IT WAS WRITTEN.                            DCTMNT00
030107     MOVE AUDIT-REC TO AU-HASH-REC.                               DCTMNT00
030108     MOVE 0 TO AU-REC-SUM.                                        DCTMNT00
030109     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            DCTMNT00
030110         UNTIL AU-CX IS GREATER THAN 44.                          DCTMNT00
030111     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       DCTMNT00
030112         MOD 999999937.                                           DCTMNT00
030113     GO TO AUDIT-HASH-X.                                          DCTMNT00
030114 AUDIT-HASH-CHAR.                                                 DCTMNT00
030115     MOVE 49 TO AU-CODE.                                          DCTMNT00
030116     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            DCTMNT00
030117         UNTIL AU-TX IS GREATER THAN 48.                          DCTMNT00
030118     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           DCTMNT00
030119 AUDIT-HASH-LOOK.                                                 DCTMNT00
030120     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    DCTMNT00
030121 AUDIT-HASH-X.                                                    DCTMNT00
030122     EXIT.                                                        DCTMNT00
030123 AUTH-CHECK.                                                      DCTMNT00
030124     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         DCTMNT00
030125         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           DCTMNT00
030126         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            DCTMNT00
030127         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          DCTMNT00
030128         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        DCTMNT00
030129         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            DCTMNT00
030130     MOVE 0 TO AUTH-OK-SW.                                        DCTMNT00
030131     OPEN INPUT AUTH-FILE.                                        DCTMNT00
030132     IF AUTH-FILE-STATUS NOT = "00"                               DCTMNT00
030133         MOVE 1 TO AUTH-OK-SW                                     DCTMNT00
030134         GO TO AUTH-X.                                            DCTMNT00
030135 AUTH-READ.                                                       DCTMNT00
030136     READ AUTH-FILE AT END GO TO AUTH-DONE.                       DCTMNT00
030137     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             DCTMNT00
030138     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        DCTMNT00
030139     GO TO AUTH-READ.                                             DCTMNT00
030140 AUTH-DONE.                                                       DCTMNT00
030141     CLOSE AUTH-FILE.                                             DCTMNT00
030142     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              DCTMNT00
030143     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               DCTMNT00
030144     MOVE TODAYS-DATE TO AU-DATE.                                 DCTMNT00
030145     MOVE "AUTHFAIL" TO AU-EVENT.                                 DCTMNT00
030146     MOVE "REFUSED " TO AU-RESULT.                                DCTMNT00
030147     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTMNT00
030148     STOP RUN.                                                    DCTMNT00
030149 AUTH-X.                                                          DCTMNT00
030150     EXIT.                                                        DCTMNT00
030151 AUTH-GRANT.                                                      DCTMNT00
030152     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          DCTMNT00
030153         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         DCTMNT00
030154         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            DCTMNT00
030155         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                DCTMNT00
030156     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            DCTMNT00
030157     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            DCTMNT00
030158         + AUTH-DATE-IN DIV 100.                                  DCTMNT00
030159     IF RA-EXPIRES NUMERIC                                        DCTMNT00
030160         IF RA-EXPIRES NOT = 0                                    DCTMNT00
030161             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                DCTMNT00
030162                 GO TO AUTH-GRANT-X.                              DCTMNT00
030163     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             DCTMNT00
030164     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             DCTMNT00
030165 AUTH-GRANT-X.                                                    DCTMNT00
030166     EXIT.                                                        DCTMNT00
030167 OPER-SIGNON.                                                     DCTMNT00
030168     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      DCTMNT00
030169         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       DCTMNT00
030170         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          DCTMNT00
030171         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       DCTMNT00
030172         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           DCTMNT00
030173         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         DCTMNT00
030174         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                DCTMNT00
030175     MOVE 0 TO OPER-TRIES.                                        DCTMNT00
030176 OPER-ASK.                                                        DCTMNT00
030177     ADD 1 TO OPER-TRIES.                                         DCTMNT00
030178     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            DCTMNT00
030179     ACCEPT OPERATOR-CODE.                                        DCTMNT00
030180     MOVE OPERATOR-CODE TO AU-OPERATOR.                           DCTMNT00
030181     MOVE 0 TO OPER-OK-SW.                                        DCTMNT00
030182     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   DCTMNT00
030183     OPEN INPUT OPER-FILE.                                        DCTMNT00
030184     IF OPER-FILE-STATUS NOT = "00"                               DCTMNT00
030185         MOVE 1 TO OPER-OK-SW                                     DCTMNT00
030186         GO TO OPER-DONE.                                         DCTMNT00
030187 OPER-READ.                                                       DCTMNT00
030188     READ OPER-FILE AT END                                        DCTMNT00
030189         CLOSE OPER-FILE                                          DCTMNT00
030190         GO TO OPER-DONE.                                         DCTMNT00
030191     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              DCTMNT00
030192     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 DCTMNT00
030193     GO TO OPER-READ.                                             DCTMNT00
030194 OPER-DONE.                                                       DCTMNT00
030195     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           DCTMNT00
030196     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           DCTMNT00
030197     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 DCTMNT00
030198     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             DCTMNT00
030199     MOVE TODAYS-DATE TO AU-DATE.                                 DCTMNT00
030200     MOVE "SIGNFAIL" TO AU-EVENT.                                 DCTMNT00
030201     MOVE "REFUSED " TO AU-RESULT.                                DCTMNT00
030202     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTMNT00
030203     STOP RUN.                                                    DCTMNT00
030204 OPER-AUTH.                                                       DCTMNT00
030205     PERFORM AUTH-CHECK THRU AUTH-X.                              DCTMNT00
030206 OPER-X.                                                          DCTMNT00
030207     EXIT.                                                        DCTMNT00
030208 DICT-IN SECTION.                                                 DCTMNT00
030209 810-IN-OPEN.                                                     DCTMNT00
030210     OPEN INPUT OLD-DICT.                                         DCTMNT00
030211 820-IN-READ.                                                     DCTMNT00
030212     READ OLD-DICT AT END GO TO 830-IN-DONE.                      DCTMNT00
030213     IF OLD-NAME = SPACES GO TO 820-IN-READ.                      DCTMNT00
030214     MOVE OLD-REC TO SORT-REC.                                    DCTMNT00
030215     RELEASE SORT-REC.                                            DCTMNT00
030216     ADD 1 TO REL-CNT.                                            DCTMNT00
030217     GO TO 820-IN-READ.                                           DCTMNT00
030218 830-IN-DONE.                                                     DCTMNT00
030219     CLOSE OLD-DICT.                                              DCTMNT00
030220 DICT-OUT SECTION.                                                DCTMNT00
030221 840-OUT-OPEN.                                                    DCTMNT00
030222     NOTE  THE BLOCK SIZE IS CHOSEN SO THE INDEX NEVER PASSES ITS DCTMNT00
030223         500 KEYS - 20 NAMES A BLOCK UNTIL THE DICTIONARY PASSES  DCTMNT00
030224         10000 NAMES.                                             DCTMNT00
030225     COMPUTE DICT-BLOCK = (REL-CNT + 499) / 500.                  DCTMNT00
030226     IF DICT-BLOCK IS LESS THAN 20 MOVE 20 TO DICT-BLOCK.         DCTMNT00
030227     MOVE 0 TO BLK-FILL.                                          DCTMNT00
030228     MOVE SPACES TO PREV-NAME.                                    DCTMNT00
030229     OPEN OUTPUT DATA-DICT.                                       DCTMNT00
030230 850-OUT-NEXT.                                                    DCTMNT00
030231     RETURN SORTER AT END GO TO 870-OUT-DONE.                     DCTMNT00
030232     IF SO-NAME = PREV-NAME                                       DCTMNT00
030233         ADD 1 TO DROP-CNT                                        DCTMNT00
030234         MOVE "DUPLICATE NAME DROPPED  " TO RJ-REASON             DCTMNT00
030235         MOVE SO-NAME TO RJ-NAME                                  DCTMNT00
030236         WRITE REPORT-REC FROM REJECT-LINE                        DCTMNT00
030237         GO TO 850-OUT-NEXT.                                      DCTMNT00
030238     MOVE SO-NAME TO PREV-NAME.                                   DCTMNT00
030239     ADD 1 TO DICT-TOTAL.                                         DCTMNT00
030240     MOVE DICT-TOTAL TO DICT-KEY.                                 DCTMNT00
030241     MOVE SORT-REC TO DICTREC.                                    DCTMNT00
030242     WRITE DICTREC INVALID KEY GO TO 860-OUT-FAILED.              DCTMNT00
030243     ADD 1 TO BLK-FILL.                                           DCTMNT00
030244     IF BLK-FILL IS GREATER THAN DICT-BLOCK MOVE 1 TO BLK-FILL.   DCTMNT00
030245     IF BLK-FILL = 1 AND NDX-CNT IS LESS THAN 500                 DCTMNT00
030246         ADD 1 TO NDX-CNT                                         DCTMNT00
030247         MOVE SO-NAME TO NDX-KEY (NDX-CNT).                       DCTMNT00
030248     GO TO 850-OUT-NEXT.                                          DCTMNT00
030249 860-OUT-FAILED.                                                  DCTMNT00
030250     DISPLAY "DATADICT WRITE FAILED AT SLOT " DICT-KEY.           DCTMNT00
030251     SUBTRACT 1 FROM DICT-TOTAL.                                  DCTMNT00
030252 870-OUT-DONE.                                                    DCTMNT00
030253     CLOSE DATA-DICT.                                             DCTMNT00
030254     MOVE DICT-TOTAL TO DICT-PRIME.                               DCTMNT00
030255     OPEN OUTPUT DICT-INDEX.                                      DCTMNT00
030256     PERFORM 720-PUT-CTL.                                         DCTMNT00
030257     PERFORM 710-PUT-KEY THRU 710X VARYING NX FROM 1 BY 1         DCTMNT00
030258         UNTIL NX IS GREATER THAN NDX-CNT.                        DCTMNT00
030259     CLOSE DICT-INDEX.                                            DCTMNT00
030260 END-OF-PROGRAM SECTION.                                          DCTMNT00
030261 END-OF-JOB.                                                      DCTMNT00
